      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de un aviso al
      *           cliente (archivo AVISOS, se agrega un registro por
      *           aviso): cliente, cuenta, evento (RE retiro, NI NIP
      *           rechazado, BQ cuenta bloqueada, SB saldo bajo, OR
      *           orden programada aplicada, CO comision cobrada, LR
      *           retencion liberada), importe, saldo despues del
      *           evento, fecha,
      *           hora y terminal, estatus (P pendiente, E enviado, D
      *           descartado por no tener a donde enviarlo) y fecha de
      *           envio. Los programas llenan cliente, cuenta, evento,
      *           importe, saldo y terminal y llaman a AVISOSIG, que
      *           revisa las preferencias y graba el aviso; el batch
      *           ATMAVISO los envia. Se incluye con COPY ...
      *           REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMCLIENTE  PIC 9(06).
           LVL NOMCUENTA   PIC X(12).
           LVL NOMEVENTO   PIC X(02).
           LVL NOMIMPORTE  PIC S9(09)V9(02).
           LVL NOMSALDO    PIC S9(09)V9(02).
           LVL NOMFECHA    PIC 9(08).
           LVL NOMHORA     PIC 9(08).
           LVL NOMTERMINAL PIC X(04).
           LVL NOMESTATUS  PIC X(01).
           LVL NOMFECENVIO PIC 9(08).
