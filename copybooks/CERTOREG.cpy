      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del maestro de recertificacion de
      *           operadores (archivo OPERCERT, llave la clave del
      *           operador, la misma de OPERADORES): supervisor que
      *           responde por el operador, fecha de alta, fecha de la
      *           ultima recertificacion y quien la firmo, y fecha en
      *           que se abrio el ciclo de recertificacion en curso
      *           (cero = sin ciclo abierto). Lo da de alta OPERMANT
      *           junto con el operador (o RECERTOP para los
      *           operadores de antes), RECERTOP abre los ciclos y
      *           bloquea a quien no se recertifico en el plazo, y el
      *           supervisor lo firma en OPERMANT. Se incluye con COPY
      *           ... REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMCLAVE     PIC X(08).
           LVL NOMSUPERV    PIC X(08).
           LVL NOMFECALTA   PIC 9(08).
           LVL NOMFECCERT   PIC 9(08).
           LVL NOMCERTIFICA PIC X(08).
           LVL NOMFECCICLO  PIC 9(08).
