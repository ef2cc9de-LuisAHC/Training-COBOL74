      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de costos de
      *           capacitacion (archivo COSTOCUR.DAT, llave curso +
      *           fecha): clave del curso del catalogo CURSOCAT,
      *           fecha de la sesion, costo fijo por sesion
      *           (instructor, aula) y costo variable por asistente
      *           (material, constancia). La fecha en cero es el
      *           costo del curso, que vale para todas sus sesiones;
      *           un registro con la fecha de una sesion la sustituye
      *           solo para esa sesion. Lo mantiene CURSMANT y lo usa
      *           el batch de cargos por grupo CARGOGRP. Se incluye
      *           con COPY ... REPLACING; LVL es el nivel de los
      *           campos del registro y LV2 el de los campos de la
      *           llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMCURSO    PIC 9(04).
           LV2 NOMFECHA    PIC 9(08).
           LVL NOMFIJO     PIC 9(07)V9(02).
           LVL NOMVARIABLE PIC 9(05)V9(02).
