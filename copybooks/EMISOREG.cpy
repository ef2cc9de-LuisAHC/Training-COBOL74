      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro del catalogo de
      *           emisores de servicios (archivo EMISORES) que se
      *           pagan en el cajero: clave del emisor, nombre, largo
      *           de la referencia impresa en el recibo (1 a 20
      *           digitos), regla del digito verificador (N sin
      *           digito, 1 modulo 10, 2 modulo 11; el verificador es
      *           el ultimo digito de la referencia), cuenta de
      *           liquidacion del emisor y marca de activo (S/N). Lo
      *           mantiene el ejecutivo (ATMEJE), lo consulta el
      *           cajero ATM al validar la referencia y lo recorre el
      *           batch ATMSERV para armar la liquidacion de cada
      *           emisor. Se incluye con COPY ... REPLACING para
      *           ajustar el numero de nivel y el nombre de cada
      *           campo al programa que lo usa.
      ******************************************************************
           LVL NOMCLAVE    PIC 9(03).
           LVL NOMNOMBRE   PIC X(30).
           LVL NOMLONGREF  PIC 9(02).
           LVL NOMDIGITO   PIC X(01).
           LVL NOMCTALIQ   PIC X(12).
           LVL NOMACTIVO   PIC X(01).
