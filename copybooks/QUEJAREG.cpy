      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de una queja o
      *           aclaracion (archivo QUEJAS, llave numero de queja):
      *           folio de la operacion reclamada con su cuenta,
      *           operacion, importe y fecha, tipo de queja, estatus
      *           (A abierta, I investigando, E pago en espera de
      *           autorizacion, P pagada, R rechazada) y fechas de
      *           alta y de resolucion. Lo mantiene ATMQUEJA y el pago
      *           que pasa del limite lo aplica ATMAUTOR al
      *           autorizarlo. Se incluye con COPY ... REPLACING para
      *           ajustar el numero de nivel y el nombre de cada campo
      *           al programa que lo usa.
      ******************************************************************
           LVL NOMNUMERO    PIC 9(06).
           LVL NOMFOLIO     PIC 9(08).
           LVL NOMCUENTA    PIC X(12).
           LVL NOMOPER      PIC X(12).
           LVL NOMIMPORTE   PIC S9(09)V9(02).
           LVL NOMFECMOV    PIC 9(08).
           LVL NOMTIPO      PIC X(12).
           LVL NOMESTATUS   PIC X(01).
           LVL NOMFECALTA   PIC 9(08).
           LVL NOMFECRESO   PIC 9(08).
