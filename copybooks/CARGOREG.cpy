      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout fijo del renglon de cargos de capacitacion
      *           que recibe el sistema de contabilidad de costos
      *           (archivo CARGOEXT+AAMMDD que genera el batch de fin
      *           de mes CARGOGRP): tipo CC, periodo AAAAMM, numero
      *           de grupo, asistencias del mes, importe por
      *           asistencia (parte del costo fijo mas el variable),
      *           lugares no ocupados (inscritos ausentes), importe de
      *           los ausentes e importe total a cargar al grupo.
      *           NO MODIFICAR SIN ACORDARLO CON CONTABILIDAD DE
      *           COSTOS. Se incluye con COPY ... REPLACING para
      *           ajustar el numero de nivel y el nombre de cada campo
      *           al programa que lo usa.
      ******************************************************************
           LVL NOMTIPO     PIC X(02).
           LVL NOMPERIODO  PIC 9(06).
           LVL NOMGRUPO    PIC 9(02).
           LVL NOMASISTEN  PIC 9(05).
           LVL NOMIMPASIST PIC 9(09)V9(02).
           LVL NOMAUSENTES PIC 9(05).
           LVL NOMIMPAUSEN PIC 9(09)V9(02).
           LVL NOMIMPTOTAL PIC 9(09)V9(02).
