      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del historico permanente de
      *           tiempos de la corrida nocturna (archivo NOCHHIST):
      *           fecha en que arranco la corrida, programa y
      *           parametro del paso, fecha y hora de inicio y de fin
      *           del paso, segundos transcurridos, registros que el
      *           paso reporto haber procesado (9999999 si el programa
      *           no los reporta, para no confundirlo con un paso que
      *           de verdad proceso cero registros), codigo de
      *           terminacion y resultado. Lo
      *           graba NOCTURNO al terminar cada paso que corrio y lo
      *           leen la tendencia de tiempos TIEMPNOC y el reporte
      *           matutino MATUTINO. Se incluye con COPY ... REPLACING
      *           para ajustar el numero de nivel y el nombre de cada
      *           campo al programa que lo usa.
      ******************************************************************
           LVL NOMCORRIDA   PIC 9(08).
           LVL NOMPROGRAMA  PIC X(08).
           LVL NOMPARAMETRO PIC X(08).
           LVL NOMFECINI    PIC 9(08).
           LVL NOMHORINI    PIC 9(08).
           LVL NOMFECFIN    PIC 9(08).
           LVL NOMHORFIN    PIC 9(08).
           LVL NOMSEGUNDOS  PIC 9(06).
           LVL NOMREGISTROS PIC 9(07).
           LVL NOMCODIGO    PIC 9(04).
           LVL NOMRESULTADO PIC X(08).
