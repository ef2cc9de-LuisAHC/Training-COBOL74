                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   MOVE VIE-DORMIDA   TO REG-DORMIDA
                   MOVE 0             TO REG-CLIENTE
                   MOVE 0             TO REG-RETENIDO
                   MOVE 0             TO REG-SOBREGIRO
                   MOVE 0             TO REG-FECHA-SOBREGIRO
                   WRITE REG-CUENTA
                   ADD 1 TO WK-CUENTAS-CONV
           END-READ.
