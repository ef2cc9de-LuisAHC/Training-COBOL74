                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMFECNIP== BY ==RCU-FECHA-NIP==
                   ==NOMDORMIDA== BY ==RCU-DORMIDA==
                   ==NOMCLIENTE== BY ==RCU-CLIENTE==
                   ==NOMRETENIDO== BY ==RCU-RETENIDO==
                   ==NOMSOBREGIRO== BY ==RCU-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==RCU-FECHA-SOBREGIRO==.
           FD RESMOVT.
           01 REG-RESMOVT.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
