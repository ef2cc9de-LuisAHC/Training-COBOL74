      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de control del corte
      *           diario (archivo CORTECTL): fecha cortada, numero de
      *           operaciones e importe de cada renglon del corte en
      *           el mismo orden que el reporte de ATMREP (DEPOSITO,
      *           RETIRO, TRANSF-ENV, TRANSF-REC, INTERES, REVERSO,
      *           PAGO-SERV, OTRAS) y el efectivo que entro y salio.
      *           Lo graba ATMREP en cada corrida y lo lee la poliza
      *           contable ATMCONTA para cuadrar contra el corte. Se
      *           incluye con COPY ... REPLACING; LVL es el nivel de
      *           los campos del registro y LV2 el de los campos de
      *           cada renglon.
      ******************************************************************
           LVL NOMFECHA      PIC 9(08).
           LVL NOMRENGLON OCCURS 8 TIMES.
           LV2 NOMCUANTOS    PIC 9(05).
           LV2 NOMTOTAL      PIC S9(11)V9(02).
           LVL NOMENTRADAS   PIC S9(11)V9(02).
           LVL NOMSALIDAS    PIC S9(11)V9(02).
