      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de prerrequisitos de
      *           los cursos (archivo PREREQ.DAT, llave curso + curso
      *           requerido, asi que con START salen juntos todos los
      *           requisitos de un curso): clave del curso del
      *           catalogo CURSOCAT, clave del curso que se debe
      *           haber tomado antes y bandera de certificacion (S =
      *           se pide haber aprobado el requerido y que su
      *           constancia siga vigente; N = basta la asistencia).
      *           Lo mantiene CURSMANT y lo revisa el subprograma
      *           PREREVAL. Se incluye con COPY ... REPLACING; LVL es
      *           el nivel de los campos del registro y LV2 el de los
      *           campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMCURSO     PIC 9(04).
           LV2 NOMREQUERIDO PIC 9(04).
           LVL NOMCERTIF    PIC X(01).
