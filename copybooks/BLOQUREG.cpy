      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido de la bitacora de bloqueos y
      *           desbloqueos de operadores (archivo BLOQUEOS): fecha
      *           y hora, operador afectado, accion (BLOQUEO o
      *           DESBLOQ), quien la hizo (clave del supervisor, o el
      *           programa cuando es automatica) y motivo. El programa
      *           que bloquea o desbloquea llena operador, accion,
      *           quien y motivo y llama al subprograma BITBLOQ, que
      *           pone fecha y hora y agrega el registro. Lo llaman
      *           CONTROL (tres intentos fallidos), OPERMANT (baja y
      *           recertificacion negada), ATMAUTOR (desbloqueo
      *           autorizado) y la recertificacion RECERTOP. Se
      *           incluye con COPY ... REPLACING para ajustar el
      *           numero de nivel y el nombre de cada campo.
      ******************************************************************
           LVL NOMFECHA    PIC 9(08).
           LVL NOMHORA     PIC 9(08).
           LVL NOMOPERADOR PIC X(08).
           LVL NOMACCION   PIC X(08).
           LVL NOMQUIEN    PIC X(08).
           LVL NOMMOTIVO   PIC X(30).
