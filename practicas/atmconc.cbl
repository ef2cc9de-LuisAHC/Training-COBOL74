      *                 los historicos de ATMARCH) y queda anotado en
      *                 el catalogo de reportes REPCAT, de donde el
      *                 visor REPVIEW lo puede reimprimir.
      * 2026-10-15 LAHC El interes deudor INT-SOBREG que cobra ATMSOBRE
      *                 a las cuentas en sobregiro se suma como cargo.
      * 2026-10-15 LAHC Prestamos personales: el deposito del capital
      *                 (DISP-PREST, de ATMEJE) se suma como abono y
      *                 el cobro de cada cuota (PAGO-PREST, de
      *                 ATMPREST) como cargo.
      * 2026-10-15 LAHC Pagares a plazo fijo: la inversion (INV-PAGARE,
      *                 de ATMEJE) se suma como cargo; el interes
      *                 (INT-PAGARE) y la devolucion del capital al
      *                 vencimiento (VEN-PAGARE, de ATMPAGAR) como
      *                 abonos.
      * 2026-10-15 LAHC El pago de servicios del cajero (PAGO-SERV) se
      *                 suma como cargo.
      * 2026-10-15 LAHC La ejecucion de un embargo judicial
      *                 (EJEC-EMBARGO, de ATMEMBAR) se suma como cargo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCONC.
                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                       WHEN "ALTA-CTA"
                       WHEN "REVERSO"
                       WHEN "PAGO-QUEJA"
                       WHEN "DISP-PREST"
                       WHEN "INT-PAGARE"
                       WHEN "VEN-PAGARE"
                           ADD MOV-IMPORTE TO TRA-NETO-MOVTOS
                       WHEN "RETIRO"
                       WHEN "TRANSF-ENV"
                       WHEN "CIERRE-CTA"
                       WHEN "COMISION"
                       WHEN "INT-SOBREG"
                       WHEN "PAGO-PREST"
                       WHEN "INV-PAGARE"
                       WHEN "PAGO-SERV"
                       WHEN "EJEC-EMBARGO"
                           SUBTRACT MOV-IMPORTE FROM TRA-NETO-MOVTOS
                       WHEN OTHER
                           CONTINUE
