      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Area de comunicacion con el subprograma TARIFVIG.
      *           El programa que llama (ATMINT, ATMCOMIS, ATMRENTA)
      *           llena producto y fecha (00AAMMDD); el subprograma
      *           regresa en hallado S o N si el producto tiene
      *           historia aplicable a esa fecha en TARIFAS y, si la
      *           tiene, la tasa, marca de tasa diaria, cuota de
      *           manejo, retiros libres y comision por retiro que
      *           regian ese dia. Con N el que llama se queda con los
      *           valores del catalogo PRODUCTOS. En fecha siguiente
      *           regresa la vigencia del siguiente cambio aplicable
      *           posterior a la fecha (99999999 si no hay), para
      *           prorratear por tramos. Se incluye con COPY ...
      *           REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMPRODUCTO PIC 9(02).
           LVL NOMFECHA    PIC 9(08).
           LVL NOMHALLADO  PIC X(01).
           LVL NOMTASA     PIC V9(05).
           LVL NOMINTDIA   PIC X(01).
           LVL NOMCOMISION PIC 9(05)V9(02).
           LVL NOMRETLIBRE PIC 9(02).
           LVL NOMCOMRET   PIC 9(05)V9(02).
           LVL NOMFECSIG   PIC 9(08).
