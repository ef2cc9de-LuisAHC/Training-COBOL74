      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de la bitacora de
      *           efectivo de los gabinetes (archivo BITCAJA, se
      *           agrega un registro por evento): terminal, fecha y
      *           hora, componente (C casetes del dispensador, B
      *           boveda de depositos), motivo (C carga de billetes,
      *           R recoleccion de la boveda, A arqueo) y los
      *           billetes de $500, $200 y $100 que quedaron en el
      *           componente despues del evento. El ultimo registro
      *           de un componente es la base contra la que el arqueo
      *           de ATMCAJA calcula lo esperado. Se incluye con
      *           COPY ... REPLACING para ajustar el numero de nivel y
      *           el nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMTERMINAL   PIC X(04).
           LVL NOMFECHA      PIC 9(08).
           LVL NOMHORA       PIC 9(08).
           LVL NOMCOMPONENTE PIC X(01).
           LVL NOMMOTIVO     PIC X(01).
           LVL NOM500        PIC 9(05).
           LVL NOM200        PIC 9(05).
           LVL NOM100        PIC 9(05).
