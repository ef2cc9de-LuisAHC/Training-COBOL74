      *      lo libera al vencer el plazo. El archivo CUENTAS
      *      existente se convierte una sola vez con el programa
      *      ATMCONV2 (cliente y retenido arrancan en cero).
      * Mod: 15-10-2026 Se agregan la linea de sobregiro autorizada
      *      por el ejecutivo (ATMEJE) y la fecha desde la que el
      *      saldo esta en negativo (cero = sin sobregiro); el cajero
      *      y las ordenes programadas pueden disponer por debajo de
      *      cero hasta esa linea si el producto lo permite, y el
      *      batch ATMSOBRE cobra los intereses de los dias en
      *      negativo. El archivo CUENTAS existente se convierte una
      *      sola vez con el programa ATMCONV3 (linea y fecha
      *      arrancan en cero).
      ******************************************************************
           LVL NOMCUENTA   PIC X(12).
           LVL NOMNIP      PIC X(04).
           LVL NOMDORMIDA  PIC X(01).
           LVL NOMCLIENTE  PIC 9(06).
           LVL NOMRETENIDO PIC 9(09)V9(02).
           LVL NOMSOBREGIRO PIC 9(09)V9(02).
           LVL NOMFECSOBREG PIC 9(08).
