      *      meses (los contratos piden refrescar ALGOL y DMSII cada
      *      24); en cero la constancia no caduca. El batch de
      *      cumplimiento PRAC22 detecta las vencidas o por vencer.
      * Mod: 15-10-2026 Se agrega la calificacion minima aprobatoria
      *      del examen final (0 a 100); en cero el curso no tiene
      *      examen y basta la asistencia. Con minimo, las constancias
      *      (PRAC19) solo salen para quien lo alcanzo en el archivo
      *      de calificaciones CALIFICA.DAT.
      ******************************************************************
           LVL NOMCLAVE   PIC 9(04).
           LVL NOMDESCR   PIC X(10).
           LVL NOMACTIVO  PIC X(01).
           LVL NOMCUPO    PIC 9(03).
           LVL NOMVIGENCIA PIC 9(03).
           LVL NOMMINIMO  PIC 9(03).
