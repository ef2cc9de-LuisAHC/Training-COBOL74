      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de un prestamo
      *           personal (archivo PRESTAMOS): numero del prestamo,
      *           cliente, cuenta ligada de donde se cobran las
      *           cuotas, capital original, tasa anual, plazo en
      *           meses, dia de pago (1-28), cuota fija mensual, fecha
      *           de otorgamiento, saldo insoluto de capital, cuotas
      *           pagadas, fecha de la siguiente cuota por vencer,
      *           cuotas vencidas sin cubrir, fecha de la cuota
      *           vencida mas antigua y estatus (V vigente, M moroso,
      *           L liquidado). Lo da de alta el ejecutivo (ATMEJE),
      *           cobra las cuotas cada noche el batch ATMPREST y lo
      *           resume el reporte mensual de cartera ATMCARTE. Se
      *           incluye con COPY ... REPLACING para ajustar el
      *           numero de nivel y el nombre de cada campo al
      *           programa que lo usa.
      ******************************************************************
           LVL NOMNUMERO    PIC 9(06).
           LVL NOMCLIENTE   PIC 9(06).
           LVL NOMCUENTA    PIC X(12).
           LVL NOMPRINCIPAL PIC 9(09)V9(02).
           LVL NOMTASA      PIC V9(05).
           LVL NOMPLAZO     PIC 9(03).
           LVL NOMDIAPAGO   PIC 9(02).
           LVL NOMCUOTA     PIC 9(09)V9(02).
           LVL NOMFECALTA   PIC 9(08).
           LVL NOMSALDO     PIC 9(09)V9(02).
           LVL NOMPAGADAS   PIC 9(03).
           LVL NOMFECPROX   PIC 9(08).
           LVL NOMVENCIDAS  PIC 9(03).
           LVL NOMFECATRASO PIC 9(08).
           LVL NOMESTATUS   PIC X(01).
