      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de metas anuales de
      *           horas de capacitacion (archivo METAS.DAT, llave
      *           grupo + curso): numero de grupo del catalogo
      *           GRUPOS, clave del curso del catalogo CURSOCAT y
      *           horas que cada participante activo del grupo debe
      *           cubrir en el anio. El curso en cero es la meta de
      *           horas totales del grupo; con la clave de un curso
      *           es un curso obligatorio para el grupo y las horas
      *           son las que se piden de ese curso. Lo mantiene
      *           METAMANT y lo usa el batch mensual de cumplimiento
      *           HORACUMP. Se incluye con COPY ... REPLACING; LVL es
      *           el nivel de los campos del registro y LV2 el de los
      *           campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMGRUPO PIC 9(02).
           LV2 NOMCURSO PIC 9(04).
           LVL NOMHORAS PIC 9(03).
