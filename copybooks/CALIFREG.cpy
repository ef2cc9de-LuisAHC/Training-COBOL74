      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de calificaciones de
      *           los cursos (archivo CALIFICA.DAT, llave curso +
      *           consultor + tipo de evaluacion + fecha, para que los
      *           procesos encuentren con START todas las evaluaciones
      *           de un consultor en un curso): clave del curso (la de
      *           BD02, 3 digitos), IDCONSULTOR, tipo de evaluacion
      *           (P parcial, F final, E extraordinario), fecha de la
      *           evaluacion, calificacion de 0 a 100 y supervisor y
      *           fecha de la captura o de la ultima correccion. La
      *           captura es PRAC23; la consulta el subprograma
      *           CALIFAPR y la distribucion por curso sale en
      *           CALIFREP. Se incluye con COPY ... REPLACING; LVL es
      *           el nivel de los campos del registro y LV2 el de los
      *           campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMCURSO     PIC 9(03).
           LV2 NOMCONSULTOR PIC 9(04).
           LV2 NOMTIPO      PIC X(01).
           LV2 NOMFECHA     PIC 9(08).
           LVL NOMCALIF     PIC 9(03).
           LVL NOMSUPER     PIC X(08).
           LVL NOMFECCAP    PIC 9(08).
