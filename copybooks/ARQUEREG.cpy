      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido de la partida pendiente de un
      *           arqueo (archivo ARQUEOS, llave terminal + fecha +
      *           hora del arqueo + componente C casetes o B boveda):
      *           tipo (S sobrante, F faltante), importe de la
      *           diferencia, importe esperado por el sistema e
      *           importe contado, custodio que conto, estatus (P
      *           pendiente, L liberada), supervisor y fecha de la
      *           liberacion y nota de la aclaracion. La graba el
      *           arqueo de ATMCAJA, la libera el supervisor en
      *           ATMARQUE y un faltante pendiente deja la terminal
      *           como NO APTO en el reporte MATUTINO. Se incluye con
      *           COPY ... REPLACING; LVL es el nivel de los campos
      *           del registro y LV2 el de los campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMTERMINAL   PIC X(04).
           LV2 NOMFECHA      PIC 9(08).
           LV2 NOMHORA       PIC 9(08).
           LV2 NOMCOMPONENTE PIC X(01).
           LVL NOMTIPO       PIC X(01).
           LVL NOMIMPORTE    PIC 9(09)V9(02).
           LVL NOMESPERADO   PIC S9(09)V9(02).
           LVL NOMCONTADO    PIC 9(09)V9(02).
           LVL NOMCUSTODIO   PIC X(08).
           LVL NOMESTATUS    PIC X(01).
           LVL NOMSUPERVISOR PIC X(08).
           LVL NOMFECLIB     PIC 9(08).
           LVL NOMNOTA       PIC X(40).
