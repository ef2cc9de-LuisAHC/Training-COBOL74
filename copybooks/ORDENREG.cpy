      *           noche el batch ATMORDEN. Se incluye con COPY ...
      *           REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      * Mod: 15-10-2026 La bandera de activa acepta P (pendiente de
      *      autorizacion) para la orden arriba del limite que da de
      *      alta el ejecutivo; ATMAUTOR la pasa a S al autorizarla o
      *      a N al rechazarla, y ATMORDEN solo ejecuta las S.
      ******************************************************************
           LVL NOMNUMERO  PIC 9(04).
           LVL NOMCTAORI  PIC X(12).
