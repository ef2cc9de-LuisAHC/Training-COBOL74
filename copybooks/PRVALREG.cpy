      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido de la consulta al subprograma
      *           PREREVAL, que dice si un participante cumple los
      *           prerrequisitos de un curso: el que llama pone el
      *           numero de lista (el IDCONSULTOR de BD01) y el curso;
      *           el subprograma regresa S/N en cumple y, si no
      *           cumple, el primer curso requerido que falta y el
      *           motivo en texto para el rechazo. Lo usan INSCMANT
      *           (inscripcion y promocion de la lista de espera),
      *           PARTIMP y el reporte REQAUDR. Se incluye con COPY
      *           ... REPLACING.
      ******************************************************************
           LVL NOMPARTIC   PIC 9(04).
           LVL NOMCURSO    PIC 9(04).
           LVL NOMCUMPLE   PIC X(01).
           LVL NOMFALTANTE PIC 9(04).
           LVL NOMMOTIVO   PIC X(30).
