000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PREREVAL.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*SUBPROGRAMA QUE DICE SI UN PARTICIPANTE CUMPLE LOS
000142*PRERREQUISITOS DE UN CURSO ANTES DE INSCRIBIRLO. EL QUE LLAMA
000144*(INSCMANT, LA PROMOCION DE LA LISTA DE ESPERA, PARTIMP Y EL
000146*REPORTE REQAUDR) LLENA PARTICIPANTE Y CURSO EN EL LAYOUT
000148*PRVALREG; AQUI SE RECORREN CON START LOS REQUISITOS DEL CURSO
000150*EN PREREQ.DAT Y PARA CADA UNO SE BUSCA LA ASISTENCIA MAS
000152*RECIENTE DEL PARTICIPANTE AL CURSO REQUERIDO EN BD01CURSOS
000154*(EL NUMERO DE LISTA ES EL IDCONSULTOR). SI EL REQUISITO PIDE
000156*CERTIFICACION, ADEMAS DEBE HABER APROBADO (SUBPROGRAMA
000158*CALIFAPR) Y LA VIGENCIA DEL CURSO REQUERIDO EN CURSOCAT.DAT NO
000160*DEBE HABER VENCIDO, CON LA MISMA CUENTA EN MESES DEL BATCH DE
000162*CUMPLIMIENTO PRAC22. EL PRIMER REQUISITO QUE FALLA SE REGRESA
000164*CON SU MOTIVO. SIN ARCHIVO DE REQUISITOS TODO CURSO SE CUMPLE.
000166 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT PREREQ ASSIGN TO "PREREQ.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS PRQ-LLAVE
000270         FILE STATUS IS WKS-STATUS-PREREQ.
000280     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS CUR-CLAVE
000320         FILE STATUS IS WKS-STATUS-CURSOS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD PREREQ.
000430     01 REG-PREREQ.
000440         COPY PREREREG REPLACING ==LVL== BY ==02==
000450             ==LV2== BY ==03==
000460             ==NOMLLAVE== BY ==PRQ-LLAVE==
000470             ==NOMCURSO== BY ==PRQ-CURSO==
000480             ==NOMREQUERIDO== BY ==PRQ-REQUERIDO==
000490             ==NOMCERTIF== BY ==PRQ-CERTIF==.
000500     FD CURSOCAT.
000510     01 REG-CURSO.
000520         COPY CURSOREG REPLACING ==LVL== BY ==02==
000530             ==NOMCLAVE== BY ==CUR-CLAVE==
000540             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000550             ==NOMHORAS== BY ==CUR-HORAS==
000560             ==NOMACTIVO== BY ==CUR-ACTIVO==
000570             ==NOMCUPO== BY ==CUR-CUPO==
000580             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000590             ==NOMMINIMO== BY ==CUR-MINIMO==.
000600 DATA-BASE SECTION.
000610     DB BD01CURSOS VALUE OF TITLE IS
000620       "BD01CURSOS ON CREDITO".
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-PREREQ PIC X(02).
000720     01 WKS-STATUS-CURSOS PIC X(02).
000730     01 WKS-EOF-PREREQ    PIC 9(02).
000740     01 WKS-EOF-BD01      PIC 9(02).
000750     01 WKS-ULTIMA-FECHA  PIC 9(08).
000760     01 WKS-VIGENCIA-REQ  PIC 9(03).
000770     01 WKS-FECHA-HOY     PIC 9(08).
000780     01 WKS-FECHA-CALC    PIC 9(08).
000790     01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
000800         03 FILLER        PIC 9(02).
000810         03 WKS-FC-AA     PIC 9(02).
000820         03 WKS-FC-MM     PIC 9(02).
000830         03 WKS-FC-DD     PIC 9(02).
000840     01 WK-MESES-HOY      PIC 9(05).
000850     01 WK-MESES-VENCE    PIC 9(05).
000860     01 WKS-APROBACION.
000870         COPY CALAPREG REPLACING ==LVL== BY ==02==
000880             ==NOMCURSO== BY ==CAP-CURSO==
000890             ==NOMCONSULTOR== BY ==CAP-CONSULTOR==
000900             ==NOMHALLADO== BY ==CAP-HALLADO==
000910             ==NOMCALIF== BY ==CAP-CALIFICACION==
000920             ==NOMMINIMO== BY ==CAP-MINIMO==
000930             ==NOMAPROBADO== BY ==CAP-APROBADO==.
001000 LINKAGE SECTION.
001010     01 PRV-CONSULTA.
001020         COPY PRVALREG REPLACING ==LVL== BY ==02==
001030             ==NOMPARTIC== BY ==PRV-PARTIC==
001040             ==NOMCURSO== BY ==PRV-CURSO==
001050             ==NOMCUMPLE== BY ==PRV-CUMPLE==
001060             ==NOMFALTANTE== BY ==PRV-FALTANTE==
001070             ==NOMMOTIVO== BY ==PRV-MOTIVO==.
001100 PROCEDURE DIVISION USING PRV-CONSULTA.
001110 0000-PRINCIPAL.
001120     MOVE "S" TO PRV-CUMPLE
001130     MOVE 0 TO PRV-FALTANTE
001140     MOVE SPACES TO PRV-MOTIVO
001150     ACCEPT WKS-FECHA-HOY FROM DATE
001160     MOVE WKS-FECHA-HOY TO WKS-FECHA-CALC
001170     COMPUTE WK-MESES-HOY = (WKS-FC-AA * 12) + WKS-FC-MM
001180     OPEN INPUT PREREQ
001190     IF WKS-STATUS-PREREQ = "00"
001200         OPEN INQUIRY BD01CURSOS
001210         MOVE 0 TO WKS-EOF-PREREQ
001220         MOVE PRV-CURSO TO PRQ-CURSO
001230         MOVE 0 TO PRQ-REQUERIDO
001240         START PREREQ KEY IS NOT LESS THAN PRQ-LLAVE
001250             INVALID KEY
001260                 MOVE 1 TO WKS-EOF-PREREQ
001270         END-START
001280         PERFORM 2000-LEE-REQUISITO
001290             UNTIL WKS-EOF-PREREQ = 1 OR PRV-CUMPLE = "N"
001300         CLOSE BD01CURSOS
001310         CLOSE PREREQ
001320     END-IF
001330     GOBACK.
001400 2000-LEE-REQUISITO.
001410     READ PREREQ NEXT RECORD
001420         AT END
001430             MOVE 1 TO WKS-EOF-PREREQ
001440         NOT AT END
001450             IF PRQ-CURSO NOT = PRV-CURSO
001460                 MOVE 1 TO WKS-EOF-PREREQ
001470             ELSE
001480                 PERFORM 2100-REVISA-REQUISITO
001490             END-IF
001500     END-READ.
001600*SIN ASISTENCIA AL REQUERIDO NO SE CUMPLE; CON CERTIFICACION
001610*SE PIDE ADEMAS HABERLO APROBADO Y QUE NO HAYA VENCIDO
001620 2100-REVISA-REQUISITO.
001630     PERFORM 2200-BUSCA-ASISTENCIA
001640     IF WKS-ULTIMA-FECHA = 0
001650         MOVE "SIN ASISTENCIA" TO PRV-MOTIVO (12:19)
001660         PERFORM 2900-NO-CUMPLE
001670     ELSE
001680         IF PRQ-CERTIF = "S"
001690             MOVE PRQ-REQUERIDO TO CAP-CURSO
001700             MOVE PRV-PARTIC TO CAP-CONSULTOR
001710             CALL "CALIFAPR" USING WKS-APROBACION
001720             IF CAP-APROBADO NOT = "S"
001730                 MOVE "NO APROBADO" TO PRV-MOTIVO (12:19)
001740                 PERFORM 2900-NO-CUMPLE
001750             ELSE
001760                 PERFORM 2300-REVISA-VIGENCIA
001770             END-IF
001780         END-IF
001790     END-IF.
001800*LA ASISTENCIA MAS RECIENTE ES LA QUE CUENTA PARA LA VIGENCIA;
001810*LOS FIND DE LA BASE NO TIENEN TERMINADOR DE ALCANCE, ASI QUE
001820*CADA UNO VIVE EN SU PROPIO PARRAFO
001830 2200-BUSCA-ASISTENCIA.
001840     MOVE 0 TO WKS-ULTIMA-FECHA
001850     MOVE 0 TO WKS-EOF-BD01
001860     FIND FIRST BD01IDXFECURSO AT
001870         BD01-CVE-CURSO = PRQ-REQUERIDO AND
001880         BD01-IDCONSULTOR = PRV-PARTIC
001890         ON EXCEPTION
001900           MOVE 1 TO WKS-EOF-BD01.
001910     PERFORM 2210-SIGUIENTE-ASISTENCIA UNTIL WKS-EOF-BD01 = 1.
001920 2210-SIGUIENTE-ASISTENCIA.
001930     IF BD01-FECHA-CURSO > WKS-ULTIMA-FECHA
001940         MOVE BD01-FECHA-CURSO TO WKS-ULTIMA-FECHA
001950     END-IF
001960     FIND NEXT BD01IDXFECURSO AT
001970         BD01-CVE-CURSO = PRQ-REQUERIDO AND
001980         BD01-IDCONSULTOR = PRV-PARTIC
001990         ON EXCEPTION
002000           MOVE 1 TO WKS-EOF-BD01.
002100*LA VIGENCIA EN MESES SE CUENTA DESDE LA ASISTENCIA MAS
002110*RECIENTE, IGUAL QUE EN EL PLAN DE REENTRENAMIENTO PRAC22
002120 2300-REVISA-VIGENCIA.
002130     MOVE 0 TO WKS-VIGENCIA-REQ
002140     OPEN INPUT CURSOCAT
002150     IF WKS-STATUS-CURSOS = "00"
002160         MOVE PRQ-REQUERIDO TO CUR-CLAVE
002170         READ CURSOCAT
002180             INVALID KEY
002190                 CONTINUE
002200             NOT INVALID KEY
002210                 MOVE CUR-VIGENCIA TO WKS-VIGENCIA-REQ
002220         END-READ
002230         CLOSE CURSOCAT
002240     END-IF
002250     IF WKS-VIGENCIA-REQ > 0
002260         MOVE WKS-ULTIMA-FECHA TO WKS-FECHA-CALC
002270         COMPUTE WK-MESES-VENCE =
002280             (WKS-FC-AA * 12) + WKS-FC-MM + WKS-VIGENCIA-REQ
002290         IF WK-MESES-HOY >= WK-MESES-VENCE
002300             MOVE "CERTIF. VENCIDA" TO PRV-MOTIVO (12:19)
002310             PERFORM 2900-NO-CUMPLE
002320         END-IF
002330     END-IF.
002400 2900-NO-CUMPLE.
002410     MOVE "N" TO PRV-CUMPLE
002420     MOVE PRQ-REQUERIDO TO PRV-FALTANTE
002430     MOVE "FALTA" TO PRV-MOTIVO (1:5)
002440     MOVE PRQ-REQUERIDO TO PRV-MOTIVO (7:4).
002450 END PROGRAM PREREVAL.
