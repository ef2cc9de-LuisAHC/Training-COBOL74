000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REQAUDR.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*REPORTE DE INSCRITOS QUE NO CUMPLEN LOS PRERREQUISITOS DE SU
000142*CURSO: RECORRE LAS INSCRIPCIONES VIGENTES (INSCRIP.DAT) Y
000144*REVISA CADA UNA CON EL SUBPROGRAMA PREREVAL, EL MISMO QUE USA
000146*INSCMANT AL INSCRIBIR. SIRVE PARA LAS INSCRIPCIONES ANTERIORES
000148*AL ARCHIVO DE PRERREQUISITOS Y PARA LAS CERTIFICACIONES QUE
000150*VENCIERON DESPUES DE INSCRIBIR. EL REPORTE SALE FECHADO
000152*(REQAREP+AAMMDD) Y QUEDA EN EL CATALOGO REPCAT PARA EL VISOR
000154*REPVIEW. TERMINA CON RETURN-CODE 4 SI HUBO INSCRITOS SIN LOS
000156*REQUISITOS.
000158 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT INSCRIP ASSIGN TO "INSCRIP.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS INS-LLAVE
000270         FILE STATUS IS WKS-STATUS-INSCR.
000280     SELECT PARTIC ASSIGN TO "PARTICIP.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS REG-NUMLISTA
000320         FILE STATUS IS WKS-STATUS-PARTIC.
000330     SELECT REQAREP ASSIGN USING WKS-NOMBRE-REP
000340         ORGANIZATION LINE SEQUENTIAL.
000350     SELECT REPCAT ASSIGN TO DISK
000360         FILE STATUS IS WKS-STATUS-REPCAT.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD INSCRIP.
000430     01 REG-INSCRIPCION.
000440         02 INS-LLAVE.
000450             03 INS-NUMLISTA  PIC 9(04).
000460             03 INS-CVE-CURSO PIC 9(04).
000470         02 INS-FECHA-ALTA    PIC 9(08).
000480     FD PARTIC.
000490     01 REG-PARTIC.
000500         COPY PARTICREG REPLACING ==LVL== BY ==02==
000510             ==NOMLISTA== BY ==REG-NUMLISTA==
000520             ==NOMNOMBRE== BY ==REG-NOMBRE==
000530             ==NOMAPELLIDO== BY ==REG-APELLIDOS==
000540             ==NOMGRUPO== BY ==REG-NUMGPO==
000550             ==NOMESTATUS== BY ==REG-ESTATUS==
000560             ==NOMFECBAJA== BY ==REG-FECHA-BAJA==.
000570     FD REQAREP
000580         REPORT IS RD-REQUISITOS.
000590*CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
000600*REPORTES DEL SISTEMA
000610     FD REPCAT.
000620     01 REG-REPCAT.
000630         COPY REPCAREG REPLACING ==LVL== BY ==02==
000640             ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
000650             ==NOMFECHA== BY ==CAT-FECHA==
000660             ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-INSCR  PIC X(02).
000720     01 WKS-STATUS-PARTIC PIC X(02).
000730     01 WKS-STATUS-REPCAT PIC X(02).
000740     01 WKS-EOF-INSCR     PIC 9(02).
000750     01 WKS-FECHA-HOY     PIC 9(08).
000760     01 WKS-NOMBRE-REP    PIC X(14).
000770     01 WKS-HAY-PARTIC    PIC X(01).
000780         88 WKS-SI-HAY-PARTIC VALUE "S".
000790     01 WKS-NOMBRE-DET    PIC X(18).
000800     01 WKS-APELLIDOS-DET PIC X(20).
000810     01 WK-REVISADAS      PIC 9(05) VALUE 0.
000820     01 WK-NO-CUMPLEN     PIC 9(05) VALUE 0.
000830     01 WKS-REQUISITOS.
000840         COPY PRVALREG REPLACING ==LVL== BY ==02==
000850             ==NOMPARTIC== BY ==PRV-PARTIC==
000860             ==NOMCURSO== BY ==PRV-CURSO==
000870             ==NOMCUMPLE== BY ==PRV-CUMPLE==
000880             ==NOMFALTANTE== BY ==PRV-FALTANTE==
000890             ==NOMMOTIVO== BY ==PRV-MOTIVO==.
001000 REPORT SECTION.
001010     RD RD-REQUISITOS
001020         PAGE LIMIT   060 LINES
001030         HEADING      001
001040         FIRST DETAIL 006
001050         LAST DETAIL  054.
001060 01 RD-REQ-TITULOS TYPE IS PH.
001070     10 RD-REQ-TITULO-01 LINE 001.
001080         15 COLUMN 001 PIC X(039) VALUE
001090           "INSCRITOS QUE NO CUMPLEN PRERREQUISITOS".
001100     10 RD-REQ-TITULO-02 LINE 003.
001110         15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
001120         15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
001130     10 RD-REQ-TITULO-03 LINE 005.
001140         15 COLUMN 001 PIC X(004) VALUE "NUM.".
001150         15 COLUMN 007 PIC X(006) VALUE "NOMBRE".
001160         15 COLUMN 026 PIC X(009) VALUE "APELLIDOS".
001170         15 COLUMN 047 PIC X(005) VALUE "CURSO".
001180         15 COLUMN 053 PIC X(010) VALUE "INSCRITO".
001190         15 COLUMN 064 PIC X(006) VALUE "MOTIVO".
001200 01 RD-REQ-DETALLE TYPE DETAIL.
001210     10 RD-REQ-DET01 LINE PLUS 001.
001220         15 COLUMN 001 PIC 9(04) SOURCE INS-NUMLISTA.
001230         15 COLUMN 007 PIC X(18) SOURCE WKS-NOMBRE-DET.
001240         15 COLUMN 026 PIC X(20) SOURCE WKS-APELLIDOS-DET.
001250         15 COLUMN 047 PIC 9(04) SOURCE INS-CVE-CURSO.
001260         15 COLUMN 053 PIC 9999/99/99 SOURCE INS-FECHA-ALTA.
001270         15 COLUMN 064 PIC X(30) SOURCE PRV-MOTIVO.
001280 01 RD-REQ-TOTALES TYPE IS RF.
001290     10 RD-REQ-TOT01 LINE PLUS 002.
001300         15 COLUMN 001 PIC X(024) VALUE
001310           "INSCRIPCIONES REVISADAS:".
001320         15 COLUMN 026 PIC ZZZZ9 SOURCE WK-REVISADAS.
001330     10 RD-REQ-TOT02 LINE PLUS 001.
001340         15 COLUMN 001 PIC X(024) VALUE
001350           "NO CUMPLEN:".
001360         15 COLUMN 026 PIC ZZZZ9 SOURCE WK-NO-CUMPLEN.
001400 PROCEDURE DIVISION.
001410 0000-PRINCIPAL.
001420     PERFORM 1000-INICIO
001430     PERFORM 2000-PROCESO UNTIL WKS-EOF-INSCR = 1
001440     PERFORM 3000-TERMINA
001450     GOBACK.
001500 1000-INICIO.
001510     MOVE 0 TO WKS-EOF-INSCR
001520     MOVE 0 TO WK-REVISADAS
001530     MOVE 0 TO WK-NO-CUMPLEN
001540     ACCEPT WKS-FECHA-HOY FROM DATE
001550     OPEN INPUT INSCRIP
001560     IF WKS-STATUS-INSCR NOT = "00"
001570         DISPLAY "NO EXISTE EL ARCHIVO DE INSCRIPCIONES "
001580                 "INSCRIP.DAT, NO HAY NADA QUE REVISAR"
001590         MOVE 16 TO RETURN-CODE
001600         GOBACK
001610     END-IF
001620     MOVE "N" TO WKS-HAY-PARTIC
001630     OPEN INPUT PARTIC
001640     IF WKS-STATUS-PARTIC = "00"
001650         MOVE "S" TO WKS-HAY-PARTIC
001660     END-IF
001670     MOVE "REQAREP" TO WKS-NOMBRE-REP
001680     MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (8:6)
001690     OPEN OUTPUT REQAREP
001700     INITIATE RD-REQUISITOS.
001800 2000-PROCESO.
001810     READ INSCRIP NEXT RECORD
001820         AT END
001830             MOVE 1 TO WKS-EOF-INSCR
001840         NOT AT END
001850             ADD 1 TO WK-REVISADAS
001860             MOVE INS-NUMLISTA  TO PRV-PARTIC
001870             MOVE INS-CVE-CURSO TO PRV-CURSO
001880             CALL "PREREVAL" USING WKS-REQUISITOS
001890             IF PRV-CUMPLE = "N"
001900                 PERFORM 2100-ARMA-RENGLON
001910                 GENERATE RD-REQ-DETALLE
001920                 ADD 1 TO WK-NO-CUMPLEN
001930             END-IF
001940     END-READ.
002000*EL NOMBRE SALE DEL MAESTRO DE PARTICIPANTES; SI EL
002010*PARTICIPANTE YA NO EXISTE (BAJA POSTERIOR) SE SENALA
002020 2100-ARMA-RENGLON.
002030     MOVE "(YA NO EXISTE)" TO WKS-NOMBRE-DET
002040     MOVE SPACES TO WKS-APELLIDOS-DET
002050     IF WKS-SI-HAY-PARTIC
002060         MOVE INS-NUMLISTA TO REG-NUMLISTA
002070         READ PARTIC
002080             INVALID KEY
002090                 CONTINUE
002100             NOT INVALID KEY
002110                 MOVE REG-NOMBRE    TO WKS-NOMBRE-DET
002120                 MOVE REG-APELLIDOS TO WKS-APELLIDOS-DET
002130         END-READ
002140     END-IF.
002200 3000-TERMINA.
002210     TERMINATE RD-REQUISITOS
002220     CLOSE REQAREP
002230     PERFORM 3100-CATALOGA-REPORTE
002240     CLOSE INSCRIP
002250     IF WKS-SI-HAY-PARTIC
002260         CLOSE PARTIC
002270     END-IF
002280     DISPLAY "REVISION DE PRERREQUISITOS TERMINADA"
002290     DISPLAY "  INSCRIPCIONES REVISADAS: " WK-REVISADAS
002300     DISPLAY "  NO CUMPLEN: " WK-NO-CUMPLEN
002310     IF WK-NO-CUMPLEN > 0
002320         MOVE 4 TO RETURN-CODE
002330     END-IF.
002400 3100-CATALOGA-REPORTE.
002410     OPEN EXTEND REPCAT
002420     IF WKS-STATUS-REPCAT = "35"
002430         OPEN OUTPUT REPCAT
002440         CLOSE REPCAT
002450         OPEN EXTEND REPCAT
002460     END-IF
002470     MOVE "REQAUDR" TO CAT-PROGRAMA
002480     MOVE WKS-FECHA-HOY TO CAT-FECHA
002490     MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
002500     WRITE REG-REPCAT
002510     CLOSE REPCAT.
002520 END PROGRAM REQAUDR.
