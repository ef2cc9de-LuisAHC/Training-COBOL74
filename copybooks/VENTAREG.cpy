      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido de la tarjeta de la ventana batch
      *           (archivo VENTANA, un solo registro): porcentaje sobre
      *           su promedio historico a partir del cual un paso de la
      *           noche se considera excedido, minimo de segundos que
      *           debe durar un paso para que se le revise (los pasos
      *           de unos segundos varian mucho sin que importe) y hora
      *           de corte HHMM a la que la corrida nocturna ya debio
      *           terminar. La leen MATUTINO para sus alertas y la
      *           tendencia de tiempos TIEMPNOC para marcar corridas.
      *           Se incluye con COPY ... REPLACING para ajustar el
      *           numero de nivel y el nombre de cada campo.
      ******************************************************************
           LVL NOMPORCENTAJE PIC 9(03).
           LVL NOMMINIMO     PIC 9(05).
           LVL NOMCORTE      PIC 9(04).
