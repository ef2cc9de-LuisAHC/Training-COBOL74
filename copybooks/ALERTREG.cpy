      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de una alerta de
      *           prevencion de lavado de dinero (archivo ALERTAS,
      *           llave fecha + cuenta + tipo, una alerta por tipo,
      *           cuenta y noche): tipo (DE deposito en efectivo sobre
      *           el umbral, ES depositos fraccionados bajo el umbral
      *           en dias seguidos, EN entrada y salida rapida en
      *           menos de 24 horas, DR cuenta dormida reactivada y
      *           vaciada), importe que la disparo, folio del
      *           movimiento (cero si son varios), descripcion,
      *           estatus (A abierta, V revisada sin reporte, R
      *           reportable), quien la reviso y cuando, y la fecha
      *           del extracto regulatorio que la reporto (cero si no
      *           ha salido). La genera el batch ATMPLD, la revisa el
      *           oficial de cumplimiento en ATMALERT y el extracto
      *           mensual ATMPLDMS la reporta. Se incluye con COPY ...
      *           REPLACING; LVL es el nivel de los campos del
      *           registro y LV2 el de los campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMFECHA     PIC 9(08).
           LV2 NOMCUENTA    PIC X(12).
           LV2 NOMTIPO      PIC X(02).
           LVL NOMIMPORTE   PIC 9(09)V9(02).
           LVL NOMFOLIO     PIC 9(08).
           LVL NOMDETALLE   PIC X(40).
           LVL NOMESTATUS   PIC X(01).
           LVL NOMREVISOR   PIC X(08).
           LVL NOMFECREV    PIC 9(08).
           LVL NOMFECREP    PIC 9(08).
