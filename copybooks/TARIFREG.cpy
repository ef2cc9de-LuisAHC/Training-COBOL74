      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de historia de
      *           tasas y comisiones de un producto (archivo TARIFAS,
      *           llave producto + fecha de vigencia + consecutivo,
      *           para que los procesos encuentren con START la
      *           historia de un producto en orden de fecha): tasa de
      *           interes y marca de tasa diaria, cuota mensual de
      *           manejo, retiros libres y comision por retiro
      *           excedente que rigen desde la fecha de vigencia,
      *           motivo del cambio, fecha, hora y supervisor que lo
      *           capturo, estatus (A aplicable, C cancelado antes de
      *           entrar en vigor) y fecha y supervisor de la
      *           cancelacion. El primer cambio de un producto deja
      *           antes un registro con vigencia cero y los valores
      *           que tenia el catalogo PRODUCTOS. Lo mantiene el
      *           supervisor en ATMTARIF y lo consulta el subprograma
      *           TARIFVIG. Se incluye con COPY ... REPLACING; LVL es
      *           el nivel de los campos del registro y LV2 el de los
      *           campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMPRODUCTO  PIC 9(02).
           LV2 NOMFECVIG    PIC 9(08).
           LV2 NOMSECUENCIA PIC 9(02).
           LVL NOMTASA      PIC V9(05).
           LVL NOMINTDIA    PIC X(01).
           LVL NOMCOMISION  PIC 9(05)V9(02).
           LVL NOMRETLIBRE  PIC 9(02).
           LVL NOMCOMRET    PIC 9(05)V9(02).
           LVL NOMMOTIVO    PIC X(30).
           LVL NOMFECALTA   PIC 9(08).
           LVL NOMHORALTA   PIC 9(08).
           LVL NOMSUPALTA   PIC X(08).
           LVL NOMESTATUS   PIC X(01).
           LVL NOMFECBAJA   PIC 9(08).
           LVL NOMSUPBAJA   PIC X(08).
