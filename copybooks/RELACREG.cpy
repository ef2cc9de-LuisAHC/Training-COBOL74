      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de relacion entre una
      *           cuenta y un cliente del maestro CLIENTES (archivo
      *           RELACIONES, llave cuenta + clave del cliente, para
      *           que los procesos lean todas las personas de una
      *           cuenta con START): rol (T titular, C cotitular, B
      *           beneficiario), regla de firma de los titulares (I
      *           indistinta, cualquiera opera solo; M mancomunada, se
      *           requieren ambos titulares), porcentaje que le toca
      *           al beneficiario y fecha de alta de la relacion. El
      *           cliente de la cuenta (NOMCLIENTE de CUENTREG) sigue
      *           siendo el titular principal. Lo mantiene el
      *           ejecutivo en ATMEJE. Se incluye con COPY ...
      *           REPLACING; LVL es el nivel de los campos del
      *           registro y LV2 el de los campos de la llave.
      ******************************************************************
           LVL NOMLLAVE.
           LV2 NOMCUENTA     PIC X(12).
           LV2 NOMCLIENTE    PIC 9(06).
           LVL NOMROL        PIC X(01).
           LVL NOMFIRMA      PIC X(01).
           LVL NOMPORCENTAJE PIC 9(03)V9(02).
           LVL NOMFECALTA    PIC 9(08).
