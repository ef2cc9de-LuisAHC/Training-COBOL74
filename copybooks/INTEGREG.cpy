      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de control de la
      *           revision de integridad entre maestros (archivo
      *           INTEGCTL): fecha de la revision, excepciones de
      *           aviso y rupturas (referencias que romperian el
      *           proceso). Lo graba INTEGRA en cada corrida y lo lee
      *           el reporte matutino consolidado MATUTINO para armar
      *           el veredicto de apertura. Se incluye con COPY ...
      *           REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMFECHA    PIC 9(08).
           LVL NOMAVISOS   PIC 9(05).
           LVL NOMRUPTURAS PIC 9(05).
