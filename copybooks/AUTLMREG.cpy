      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro unico del archivo
      *           AUTLIMIT con los importes a partir de los cuales una
      *           accion requiere la autorizacion de un segundo
      *           supervisor: saldo a entregar en un cierre de
      *           cuenta, pago de una queja e importe de una orden
      *           programada (arriba del limite se pide autorizacion),
      *           con la fecha y el supervisor del ultimo cambio. El
      *           desbloqueo de operadores siempre la requiere. Lo
      *           mantiene ATMAUTOR y lo lee el subprograma AUTOSOL;
      *           sin archivo rigen los limites de casa. Se incluye
      *           con COPY ... REPLACING para ajustar el numero de
      *           nivel y el nombre de cada campo al programa que lo
      *           usa.
      ******************************************************************
           LVL NOMLIMCIERRE PIC 9(09)V9(02).
           LVL NOMLIMQUEJA  PIC 9(09)V9(02).
           LVL NOMLIMORDEN  PIC 9(09)V9(02).
           LVL NOMFECCAMBIO PIC 9(08).
           LVL NOMSUPCAMBIO PIC X(08).
