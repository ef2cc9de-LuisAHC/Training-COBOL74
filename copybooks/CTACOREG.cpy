      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro del catalogo de
      *           cuentas contables por operacion (archivo CTASCONT,
      *           un registro por tipo de movimiento de MOVTOS): la
      *           cuenta de mayor que se carga y la que se abona, y
      *           la marca de efectivo que dice que lado es la caja
      *           del cajero (C el cargo, A el abono, N ninguno); el
      *           lado de caja se desglosa por terminal en la poliza.
      *           Lo entrega contabilidad y lo lee la poliza diaria
      *           ATMCONTA. Se incluye con COPY ... REPLACING para
      *           ajustar el numero de nivel y el nombre de cada
      *           campo al programa que lo usa.
      ******************************************************************
           LVL NOMOPER     PIC X(12).
           LVL NOMCARGO    PIC X(12).
           LVL NOMABONO    PIC X(12).
           LVL NOMEFECTIVO PIC X(01).
