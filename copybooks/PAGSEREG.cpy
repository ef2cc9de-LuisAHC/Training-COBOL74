      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de un pago de
      *           servicio hecho en el cajero (archivo PAGOSERV): folio
      *           del movimiento PAGO-SERV, cuenta que pago, clave del
      *           emisor, referencia del recibo, importe, fecha, hora,
      *           terminal y estatus (P pendiente, L liquidado al
      *           emisor). Lo graba el cajero ATM al aplicar el pago y
      *           lo recorre cada noche el batch ATMSERV para armar el
      *           archivo de liquidacion de cada emisor. Se incluye
      *           con COPY ... REPLACING para ajustar el numero de
      *           nivel y el nombre de cada campo al programa que lo
      *           usa.
      ******************************************************************
           LVL NOMFOLIO    PIC 9(08).
           LVL NOMCUENTA   PIC X(12).
           LVL NOMEMISOR   PIC 9(03).
           LVL NOMREFER    PIC X(20).
           LVL NOMIMPORTE  PIC 9(09)V9(02).
           LVL NOMFECHA    PIC 9(08).
           LVL NOMHORA     PIC 9(08).
           LVL NOMTERMINAL PIC X(04).
           LVL NOMESTATUS  PIC X(01).
