      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de encuestas de
      *           satisfaccion de los cursos (archivo ENCUESTA.DAT,
      *           llave curso + fecha de la sesion + IDCONSULTOR, una
      *           encuesta por persona y sesion): clave del curso (la
      *           de BD02, 3 digitos), fecha de la sesion de
      *           SESIONES.DAT, IDCONSULTOR, instructor que dio la
      *           sesion (se copia del calendario al capturar, para
      *           que un cambio posterior no mueva las encuestas) y
      *           las cuatro preguntas del formato de papel de 1 a 5:
      *           contenido, instructor, aula y materiales; al final
      *           la fecha de captura. La captura es PRAC24 y el
      *           reporte por curso y por instructor ENCUREP. Se
      *           incluye con COPY ... REPLACING; LVL es el nivel de
      *           los campos del registro y LV2 el de los campos de
      *           la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMCURSO      PIC 9(03).
           LV2 NOMFECHA      PIC 9(08).
           LV2 NOMCONSULTOR  PIC 9(04).
           LVL NOMINSTRUCTOR PIC 9(03).
           LVL NOMCONTENIDO  PIC 9(01).
           LVL NOMCALINST    PIC 9(01).
           LVL NOMCALAULA    PIC 9(01).
           LVL NOMMATERIAL   PIC 9(01).
           LVL NOMFECCAP     PIC 9(08).
