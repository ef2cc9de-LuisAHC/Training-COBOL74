      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido de la bitacora de ingresos de los
      *           operadores (archivo ACCESOS): fecha y hora del
      *           intento, clave tecleada, programa donde se intento y
      *           resultado (OK ingreso correcto, FALLO contrasena
      *           incorrecta, BLOQUEO fallo que bloqueo al operador,
      *           NEGADO operador ya bloqueado, NOEXISTE clave que no
      *           esta en OPERADORES). La graba el ingreso del menu de
      *           control CONTROL y la lee la recertificacion de
      *           operadores RECERTOP para el ultimo ingreso y los
      *           intentos fallidos del periodo. Se incluye con COPY
      *           ... REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMFECHA     PIC 9(08).
           LVL NOMHORA      PIC 9(08).
           LVL NOMOPERADOR  PIC X(08).
           LVL NOMPROGRAMA  PIC X(08).
           LVL NOMRESULTADO PIC X(08).
