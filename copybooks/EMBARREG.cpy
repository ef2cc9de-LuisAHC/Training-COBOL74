      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de un embargo u
      *           orden judicial sobre una cuenta (archivo EMBARGOS,
      *           llave cuenta + numero de oficio, para que los
      *           procesos encuentren los embargos de una cuenta con
      *           START): tipo (M monto fijo, T toda la cuenta),
      *           importe retenido (para T el disponible que tenia la
      *           cuenta al registrarlo), autoridad que lo gira,
      *           cuenta de la autoridad para la ejecucion, fecha del
      *           oficio, fecha de alta y supervisor que lo registro,
      *           estatus (A activo, L liberado, E ejecutado), fecha y
      *           supervisor de la baja, folio del movimiento de la
      *           baja e importe que se entrego al ejecutarlo. Lo
      *           mantiene el supervisor en ATMEMBAR; el importe vive
      *           dentro del retenido de la cuenta mientras esta
      *           activo. Se incluye con COPY ... REPLACING; LVL es el
      *           nivel de los campos del registro y LV2 el de los
      *           campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMCUENTA    PIC X(12).
           LV2 NOMOFICIO    PIC X(15).
           LVL NOMTIPO      PIC X(01).
           LVL NOMIMPORTE   PIC 9(09)V9(02).
           LVL NOMAUTORIDAD PIC X(30).
           LVL NOMCTAAUT    PIC X(12).
           LVL NOMFECOFI    PIC 9(08).
           LVL NOMFECALTA   PIC 9(08).
           LVL NOMSUPALTA   PIC X(08).
           LVL NOMESTATUS   PIC X(01).
           LVL NOMFECBAJA   PIC 9(08).
           LVL NOMSUPBAJA   PIC X(08).
           LVL NOMFOLBAJA   PIC 9(08).
           LVL NOMIMPEJEC   PIC 9(09)V9(02).
