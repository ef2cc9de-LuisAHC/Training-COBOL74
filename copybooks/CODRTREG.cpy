      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de un codigo de retiro
      *           sin tarjeta (archivo CODRETIR): codigo de un solo uso,
      *           cuenta a la que se carga, importe fijo reservado,
      *           fecha/hora de emision y de vencimiento, folio del
      *           movimiento de emision, estatus (V vigente, U usado,
      *           X vencido y liberado) y, cuando se usa, fecha/hora,
      *           terminal y folio del retiro. Lo emite el ejecutivo
      *           (ATMEJE), lo cobra el cajero (ATM) y lo vence cada
      *           noche el batch ATMCODIG. Se incluye con COPY ...
      *           REPLACING para ajustar el numero de nivel y el nombre
      *           de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMCODIGO   PIC 9(08).
           LVL NOMCUENTA   PIC X(12).
           LVL NOMIMPORTE  PIC 9(09)V9(02).
           LVL NOMFECALTA  PIC 9(08).
           LVL NOMHORALTA  PIC 9(08).
           LVL NOMFECVENC  PIC 9(08).
           LVL NOMHORVENC  PIC 9(08).
           LVL NOMFOLALTA  PIC 9(08).
           LVL NOMESTATUS  PIC X(01).
           LVL NOMFECUSO   PIC 9(08).
           LVL NOMHORUSO   PIC 9(08).
           LVL NOMTERMINAL PIC X(04).
           LVL NOMFOLUSO   PIC 9(08).
