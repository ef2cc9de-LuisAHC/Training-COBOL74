000162*SU AVISO DE POSICION IMPRESO EN AVISOESP; LA BAJA PROMUEVE
000164*AUTOMATICAMENTE AL PRIMERO EN ESPERA DEL CURSO Y LA LISTA DE
000166*CLASE MUESTRA CONFIRMADOS Y EN ESPERA.
000167*MOD 15/10/26 ANTES DE INSCRIBIR (O DE PASAR A LA LISTA DE
000168*ESPERA) SE REVISAN LOS PRERREQUISITOS DEL CURSO CON EL
000169*SUBPROGRAMA PREREVAL; LA PROMOCION DESDE LA LISTA DE ESPERA
000170*TAMBIEN LOS REVISA Y AL QUE NO CUMPLE LO MARCA R Y SIGUE.
000171 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000610             ==NOMHORAS== BY ==CUR-HORAS==
000620             ==NOMACTIVO== BY ==CUR-ACTIVO==
000622             ==NOMCUPO== BY ==CUR-CUPO==
000624             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000626             ==NOMMINIMO== BY ==CUR-MINIMO==.
000630     FD REPORTE
000640         REPORT IS RD-CLASE.
000642*LISTA DE ESPERA EN ORDEN DE LLEGADA (EL ORDEN FISICO DEL
000644*ARCHIVO); E EN ESPERA, P PROMOVIDO, C CANCELADO, R RECHAZADO
000645*POR PRERREQUISITOS AL MOMENTO DE PROMOVERLO
000646     FD ESPERA.
000648     01 REG-ESPERA.
000650         02 ESP-CVE-CURSO PIC 9(04).
000861         88 WKS-SI-PROMOVIDO VALUE "S".
000862     01 WKS-LISTA-ESP-REP PIC 9(04).
000864     01 WKS-IDX-SIEMBRA   PIC 9(01).
000866     01 WKS-REQUISITOS.
000867         COPY PRVALREG REPLACING ==LVL== BY ==02==
000868             ==NOMPARTIC== BY ==PRV-PARTIC==
000869             ==NOMCURSO== BY ==PRV-CURSO==
000870             ==NOMCUMPLE== BY ==PRV-CUMPLE==
000871             ==NOMFALTANTE== BY ==PRV-FALTANTE==
000872             ==NOMMOTIVO== BY ==PRV-MOTIVO==.
000875*LOS CINCO CURSOS HISTORICOS DE PRAC15, SEMILLA DEL CATALOGO
000880*CUANDO CURSOCAT.DAT TODAVIA NO EXISTE
000890     01 WKS-LISTA-CURSOS.
000900         02 FILLER PIC X(17) VALUE "0502CANDE     03S".
002060     IF WKS-SI-PARTIC
002070         PERFORM 6100-PIDE-CURSO
002080         IF WKS-SI-CURSO
002082             PERFORM 3050-REVISA-REQUISITOS
002084         END-IF
002086         IF WKS-SI-CURSO
002090             PERFORM 3100-CUENTA-INSCRITOS
002100             IF CUR-CUPO > 0 AND WK-INSCRITOS >= CUR-CUPO
002110                 PERFORM 3200-A-LISTA-ESPERA
003220*LA BAJA LIBERA UN LUGAR: SE PROMUEVE AL PRIMERO EN ESPERA
003230*DEL CURSO (ORDEN DE LLEGADA), SE LE INSCRIBE Y SU RENGLON DE
003240*ESPERA SE MARCA P; SI YA ESTABA INSCRITO POR OTRA VIA SE
003250*MARCA C Y SE SIGUE CON EL SIGUIENTE; EL QUE YA NO CUMPLE
003255*LOS PRERREQUISITOS SE MARCA R CON EL AVISO DEL MOTIVO
003260 4100-PROMUEVE-ESPERA.
003270     MOVE "N" TO WKS-PROMOVIDO
003280     MOVE 0 TO WKS-EOF-ESPERA
003460             END-IF
003470     END-READ.
003480 4120-INSCRIBE-PROMOVIDO.
003482     MOVE ESP-NUMLISTA  TO PRV-PARTIC
003484     MOVE ESP-CVE-CURSO TO PRV-CURSO
003486     PERFORM 3060-LLAMA-PREREVAL
003488     IF PRV-CUMPLE = "N"
003490         MOVE "R" TO ESP-ESTATUS
003491         REWRITE REG-ESPERA
003492         END-REWRITE
003493         DISPLAY "NO SE PROMUEVE AL PARTICIPANTE " ESP-NUMLISTA
003494                 ": " PRV-MOTIVO
003495     ELSE
003496         PERFORM 4130-GRABA-PROMOVIDO
003497     END-IF.
003498 4130-GRABA-PROMOVIDO.
003499     MOVE ESP-NUMLISTA  TO INS-NUMLISTA
003500     MOVE ESP-CVE-CURSO TO INS-CVE-CURSO
003510     ACCEPT INS-FECHA-ALTA FROM DATE
003520     WRITE REG-INSCRIPCION
004850                 DISPLAY "ESE CURSO YA NO ESTA ACTIVO"
004860             END-IF
004870     END-READ.
004881*QUIEN NO CUMPLE LOS PRERREQUISITOS NO SE INSCRIBE NI ENTRA A
004882*LA LISTA DE ESPERA; EL CUPO SE VUELVE A LEER DEL CATALOGO
004883 3050-REVISA-REQUISITOS.
004884     MOVE WKS-NUMLISTA  TO PRV-PARTIC
004885     MOVE WKS-CVE-CURSO TO PRV-CURSO
004886     PERFORM 3060-LLAMA-PREREVAL
004887     MOVE WKS-CVE-CURSO TO CUR-CLAVE
004888     READ CURSOCAT
004889         INVALID KEY
004890             MOVE "N" TO WKS-CURSO-OK
004891     END-READ
004892     IF PRV-CUMPLE = "N"
004893         DISPLAY "NO CUMPLE PRERREQUISITOS: " PRV-MOTIVO
004894         MOVE "N" TO WKS-CURSO-OK
004895     END-IF.
004896*PREREVAL LEE EL CATALOGO POR SU CUENTA, POR ESO SE CIERRA
004897*MIENTRAS DURA LA LLAMADA
004898 3060-LLAMA-PREREVAL.
004899     CLOSE CURSOCAT
004900     CALL "PREREVAL" USING WKS-REQUISITOS
004901     OPEN I-O CURSOCAT.
004910 END PROGRAM INSCMANT.
