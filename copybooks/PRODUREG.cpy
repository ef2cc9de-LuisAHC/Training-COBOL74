      *      libres al mes y comision por cada retiro excedente.
      *      Las cobra el batch mensual ATMCOMIS sin perforar nunca
      *      el saldo minimo del producto.
      * Mod: 15-10-2026 Se agregan la marca de producto que admite
      *      linea de sobregiro (S/N) y la tasa anual que cobra el
      *      batch ATMSOBRE sobre el saldo negativo de cada dia. El
      *      catalogo existente se convierte una sola vez con el
      *      programa ATMCONV3.
      ******************************************************************
           LVL NOMCLAVE    PIC 9(02).
           LVL NOMDESCR    PIC X(20).
           LVL NOMCOMISION PIC 9(05)V9(02).
           LVL NOMRETLIBRE PIC 9(02).
           LVL NOMCOMRET   PIC 9(05)V9(02).
           LVL NOMSOBREG   PIC X(01).
           LVL NOMTASASOB  PIC V9(05).
