      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido de una solicitud de autorizacion
      *           (doble control) del archivo AUTORIZA, llave folio
      *           consecutivo: tipo de accion (CIERRE cierre de
      *           cuenta con pago del saldo, PAGOQUEJ pago de una
      *           queja, ORDEN alta de orden programada, DESBLOQ
      *           desbloqueo de un operador), cuenta, referencia
      *           (numero de queja, numero de orden o clave del
      *           operador), importe, cuenta destino y dia del mes de
      *           la orden, descripcion, operador que la solicito con
      *           fecha y hora, estatus (P pendiente, A autorizada por
      *           aplicar, E aplicada, R rechazada), supervisor que la
      *           resolvio con fecha y hora y motivo del rechazo. La
      *           registra el subprograma AUTOSOL desde ATMEJE,
      *           ATMQUEJA y OPERMANT y la resuelve otro supervisor en
      *           ATMAUTOR. Se incluye con COPY ... REPLACING para
      *           ajustar el numero de nivel y el nombre de cada campo
      *           al programa que lo usa.
      ******************************************************************
           LVL NOMFOLIO     PIC 9(08).
           LVL NOMTIPO      PIC X(08).
           LVL NOMCUENTA    PIC X(12).
           LVL NOMREFER     PIC X(12).
           LVL NOMIMPORTE   PIC S9(09)V9(02).
           LVL NOMCTADES    PIC X(12).
           LVL NOMDIA       PIC 9(02).
           LVL NOMDESCR     PIC X(40).
           LVL NOMSOLICITA  PIC X(08).
           LVL NOMFECSOL    PIC 9(08).
           LVL NOMHORSOL    PIC 9(08).
           LVL NOMESTATUS   PIC X(01).
           LVL NOMAUTORIZA  PIC X(08).
           LVL NOMFECRES    PIC 9(08).
           LVL NOMHORRES    PIC 9(08).
           LVL NOMMOTIVO    PIC X(30).
