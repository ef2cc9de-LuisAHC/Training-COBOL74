      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de un pagare (deposito
      *           a plazo fijo, archivo PAGARES): numero del pagare,
      *           cuenta de donde salen y a donde regresan los fondos,
      *           cliente, importe invertido, plazo en dias (28, 91 o
      *           182), tasa anual pactada, fecha de inicio del plazo
      *           vigente, fecha de vencimiento, instruccion al
      *           vencimiento (L liquidar a la cuenta, R renovar el
      *           capital por otro plazo igual y abonar el interes),
      *           numero de renovaciones, interes pagado acumulado y
      *           estatus (V vigente, P pagado). Lo abre el ejecutivo
      *           (ATMEJE) y lo vence cada noche el batch ATMPAGAR. Se
      *           incluye con COPY ... REPLACING para ajustar el numero
      *           de nivel y el nombre de cada campo al programa que
      *           lo usa.
      ******************************************************************
           LVL NOMNUMERO   PIC 9(06).
           LVL NOMCUENTA   PIC X(12).
           LVL NOMCLIENTE  PIC 9(06).
           LVL NOMIMPORTE  PIC 9(09)V9(02).
           LVL NOMPLAZO    PIC 9(03).
           LVL NOMTASA     PIC V9(05).
           LVL NOMFECALTA  PIC 9(08).
           LVL NOMFECVENC  PIC 9(08).
           LVL NOMINSTRUC  PIC X(01).
           LVL NOMRENOV    PIC 9(03).
           LVL NOMINTPAG   PIC 9(09)V9(02).
           LVL NOMESTATUS  PIC X(01).
