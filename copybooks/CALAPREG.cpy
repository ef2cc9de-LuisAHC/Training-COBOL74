      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout de la consulta al subprograma CALIFAPR, que
      *           dice si un consultor aprobo un curso. El que llama
      *           llena curso y consultor; el subprograma regresa si
      *           hay examen final (F) o extraordinario (E) capturado,
      *           la mejor calificacion de esos examenes, el minimo
      *           aprobatorio del catalogo CURSOCAT (0 = el curso no
      *           tiene examen) y la marca de aprobado (S cuando el
      *           curso no tiene examen o la mejor calificacion
      *           alcanza el minimo). Se incluye con COPY ...
      *           REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMCURSO     PIC 9(03).
           LVL NOMCONSULTOR PIC 9(04).
           LVL NOMHALLADO   PIC X(01).
           LVL NOMCALIF     PIC 9(03).
           LVL NOMMINIMO    PIC 9(03).
           LVL NOMAPROBADO  PIC X(01).
