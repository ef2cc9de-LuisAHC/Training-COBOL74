000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CARGOGRP.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*CARGOS DE CAPACITACION POR GRUPO AL CIERRE DEL MES: RECORRE LAS
000142*SESIONES DEL MES EN EL CALENDARIO SESIONES.DAT Y A CADA UNA LE
000144*APLICA SU COSTO DE COSTOCUR.DAT (EL DE LA SESION SI LO HAY, SI
000146*NO EL DEL CURSO). LA ASISTENCIA REAL SALE DE BD01CURSOS; CADA
000148*IDCONSULTOR SE LLEVA A SU GRUPO CON EL MAESTRO PARTICIP.DAT.
000150*EL COSTO FIJO DE LA SESION SE REPARTE ENTRE LOS GRUPOS EN
000152*PROPORCION A SUS ASISTENTES Y EL VARIABLE SE COBRA POR
000154*ASISTENTE. LOS INSCRITOS AL CURSO (INSCRIP.DAT) QUE NO SE
000156*PRESENTARON A LA SESION SE CARGAN APARTE A SU GRUPO AL COSTO
000158*VARIABLE, QUE ES EL LUGAR QUE SE PREPARO Y NO SE USO. EL
000160*COSTO FIJO DE UNA SESION SIN NINGUN ASISTENTE NO SE CARGA A
000162*NADIE Y SOLO SE INFORMA EN LOS TOTALES.
000164*EL REPORTE SALE FECHADO (CARGREP+AAMMDD) Y QUEDA EN EL CATALOGO
000166*REPCAT; LOS CARGOS POR GRUPO SALEN ADEMAS EN EL ARCHIVO DE
000168*LAYOUT FIJO CARGOEXT+AAMMDD (COPYBOOK CARGOREG) PARA
000170*CONTABILIDAD DE COSTOS. EL MES SE TOMA DE LA FECHA DEL ARCHIVO
000172*DE PARAMETROS CARGPARM SI EXISTE; SI NO, ES EL MES DE LA
000174*CORRIDA. TERMINA CON RETURN-CODE 4 SI HUBO SESIONES SIN COSTO
000176*REGISTRADO. ES DEL LADO DMSII (FIND), COMO PRAC20.
000178 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT SESIONES ASSIGN TO "SESIONES.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS SES-LLAVE
000270         FILE STATUS IS WKS-STATUS-SESION.
000280     SELECT COSTOCUR ASSIGN TO "COSTOCUR.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS COS-LLAVE
000320         FILE STATUS IS WKS-STATUS-COSTOS.
000330     SELECT PARTIC ASSIGN TO "PARTICIP.DAT"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE DYNAMIC
000360         RECORD KEY IS REG-NUMLISTA
000370         FILE STATUS IS WKS-STATUS-PARTIC.
000380     SELECT INSCRIP ASSIGN TO "INSCRIP.DAT"
000390         ORGANIZATION INDEXED
000400         ACCESS MODE DYNAMIC
000410         RECORD KEY IS INS-LLAVE
000420         FILE STATUS IS WKS-STATUS-INSCR.
000430     SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
000440         ORGANIZATION INDEXED
000450         ACCESS MODE DYNAMIC
000460         RECORD KEY IS GRU-NUMERO
000470         FILE STATUS IS WKS-STATUS-GRUPOS.
000480     SELECT CARGPARM ASSIGN TO DISK
000490         FILE STATUS IS WKS-STATUS-PARM.
000500     SELECT CARGREP ASSIGN USING WKS-NOMBRE-REP
000510         ORGANIZATION LINE SEQUENTIAL.
000520     SELECT CARGOEXT ASSIGN USING WKS-NOMBRE-EXT
000530         FILE STATUS IS WKS-STATUS-EXT.
000540     SELECT REPCAT ASSIGN TO DISK
000550         FILE STATUS IS WKS-STATUS-REPCAT.
000600 DATA DIVISION.
000610 FILE SECTION.
000620     FD SESIONES.
000630     01 REG-SESION.
000640         COPY SESIOREG REPLACING ==LVL== BY ==02==
000650             ==LV2== BY ==03==
000660             ==NOMLLAVE== BY ==SES-LLAVE==
000670             ==NOMCURSO== BY ==SES-CVE-CURSO==
000680             ==NOMFECHA== BY ==SES-FECHA==
000690             ==NOMINSTRUCTOR== BY ==SES-CVE-INSTRUCTOR==
000700             ==NOMAULA== BY ==SES-AULA==.
000710     FD COSTOCUR.
000720     01 REG-COSTO.
000730         COPY COSTOREG REPLACING ==LVL== BY ==02==
000740             ==LV2== BY ==03==
000750             ==NOMLLAVE== BY ==COS-LLAVE==
000760             ==NOMCURSO== BY ==COS-CURSO==
000770             ==NOMFECHA== BY ==COS-FECHA==
000780             ==NOMFIJO== BY ==COS-FIJO==
000790             ==NOMVARIABLE== BY ==COS-VARIABLE==.
000800     FD PARTIC.
000810     01 REG-PARTIC.
000820         COPY PARTICREG REPLACING ==LVL== BY ==02==
000830             ==NOMLISTA== BY ==REG-NUMLISTA==
000840             ==NOMNOMBRE== BY ==REG-NOMBRE==
000850             ==NOMAPELLIDO== BY ==REG-APELLIDOS==
000860             ==NOMGRUPO== BY ==REG-NUMGPO==
000870             ==NOMESTATUS== BY ==REG-ESTATUS==
000880             ==NOMFECBAJA== BY ==REG-FECHA-BAJA==.
000890     FD INSCRIP.
000900     01 REG-INSCRIPCION.
000910         02 INS-LLAVE.
000920             03 INS-NUMLISTA  PIC 9(04).
000930             03 INS-CVE-CURSO PIC 9(04).
000940         02 INS-FECHA-ALTA    PIC 9(08).
000950     FD GRUPOS.
000960     01 REG-GRUPO.
000970         COPY GRUPOREG REPLACING ==LVL== BY ==02==
000980             ==NOMNUMERO== BY ==GRU-NUMERO==
000990             ==NOMNOMBRE== BY ==GRU-NOMBRE==
001000             ==NOMINSTRUCTOR== BY ==GRU-INSTRUCTOR==
001010             ==NOMAULA== BY ==GRU-AULA==
001020             ==NOMCAPACIDAD== BY ==GRU-CAPACIDAD==
001030             ==NOMCVEINST== BY ==GRU-CVEINST==.
001040     FD CARGPARM.
001050     01 REG-CARGPARM.
001060         02 PAR-FECHA PIC 9(08).
001070     FD CARGREP
001080         REPORT IS RD-CARGOS.
001090*LAYOUT FIJO ACORDADO CON CONTABILIDAD DE COSTOS
001100     FD CARGOEXT.
001110     01 REG-CARGOEXT.
001120         COPY CARGOREG REPLACING ==LVL== BY ==02==
001130             ==NOMTIPO== BY ==EXT-TIPO==
001140             ==NOMPERIODO== BY ==EXT-PERIODO==
001150             ==NOMGRUPO== BY ==EXT-GRUPO==
001160             ==NOMASISTEN== BY ==EXT-ASISTENCIAS==
001170             ==NOMIMPASIST== BY ==EXT-IMP-ASISTENCIA==
001180             ==NOMAUSENTES== BY ==EXT-AUSENTES==
001190             ==NOMIMPAUSEN== BY ==EXT-IMP-AUSENTES==
001200             ==NOMIMPTOTAL== BY ==EXT-IMP-TOTAL==.
001210*CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
001220*REPORTES DEL SISTEMA
001230     FD REPCAT.
001240     01 REG-REPCAT.
001250         COPY REPCAREG REPLACING ==LVL== BY ==02==
001260             ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
001270             ==NOMFECHA== BY ==CAT-FECHA==
001280             ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
001290 DATA-BASE SECTION.
001300     DB BD01CURSOS VALUE OF TITLE IS
001310       "BD01CURSOS ON CREDITO".
001400 WORKING-STORAGE SECTION.
001410     01 WKS-STATUS-SESION PIC X(02).
001420     01 WKS-STATUS-COSTOS PIC X(02).
001430     01 WKS-STATUS-PARTIC PIC X(02).
001440     01 WKS-STATUS-INSCR  PIC X(02).
001450     01 WKS-STATUS-GRUPOS PIC X(02).
001460     01 WKS-STATUS-PARM   PIC X(02).
001470     01 WKS-STATUS-EXT    PIC X(02).
001480     01 WKS-STATUS-REPCAT PIC X(02).
001490     01 WKS-EOF-SESION    PIC 9(02).
001500     01 WKS-EOF-INSCR     PIC 9(02).
001510     01 WKS-EOF-BD01      PIC 9(02).
001520     01 WKS-HAY-COSTOS    PIC X(01).
001530         88 WKS-SI-HAY-COSTOS VALUE "S".
001540     01 WKS-HAY-PARTIC    PIC X(01).
001550         88 WKS-SI-HAY-PARTIC VALUE "S".
001560     01 WKS-HAY-INSCRIP   PIC X(01).
001570         88 WKS-SI-HAY-INSCRIP VALUE "S".
001580     01 WKS-HAY-GRUPOS    PIC X(01).
001590         88 WKS-SI-HAY-GRUPOS VALUE "S".
001600     01 WKS-ASISTIO       PIC X(01).
001610         88 WKS-SI-ASISTIO VALUE "S".
001620     01 WKS-FECHA-PROCESO PIC 9(08).
001630     01 WKS-PERIODO       PIC 9(04).
001640     01 WKS-NOMBRE-REP    PIC X(14).
001650     01 WKS-NOMBRE-EXT    PIC X(14).
001660     01 WKS-ORIGEN-COSTO  PIC X(06).
001670     01 WKS-NOMBRE-GRUPO  PIC X(20).
001680     01 WKS-CONSULTOR     PIC 9(04).
001690     01 WKS-GRUPO         PIC 9(02).
001700     01 WK-IDX-GPO        PIC 9(03).
001710     01 WK-COSTO-FIJO     PIC 9(07)V9(02).
001720     01 WK-COSTO-VAR      PIC 9(05)V9(02).
001730     01 WK-PARTE-FIJO     PIC 9(07)V9(02).
001740     01 WK-FIJO-REPARTIDO PIC 9(07)V9(02).
001750     01 WK-POR-REPARTIR   PIC 9(05).
001760     01 WK-IMPORTE        PIC 9(09)V9(02).
001770*TOTALES DE LA SESION EN CURSO
001780     01 WK-SES-ASISTEN    PIC 9(05).
001790     01 WK-SES-AUSENTES   PIC 9(05).
001800     01 WK-SES-IMP-ASIST  PIC 9(09)V9(02).
001810     01 WK-SES-IMP-AUSEN  PIC 9(09)V9(02).
001820*TOTALES DEL PERIODO
001830     01 WK-SESIONES       PIC 9(05) VALUE 0.
001840     01 WK-SIN-COSTO      PIC 9(05) VALUE 0.
001850     01 WK-TOT-ASISTEN    PIC 9(05) VALUE 0.
001860     01 WK-TOT-AUSENTES   PIC 9(05) VALUE 0.
001870     01 WK-TOT-IMP-ASIST  PIC 9(09)V9(02) VALUE 0.
001880     01 WK-TOT-IMP-AUSEN  PIC 9(09)V9(02) VALUE 0.
001890     01 WK-TOT-IMPORTE    PIC 9(09)V9(02) VALUE 0.
001900     01 WK-FIJO-SIN-ASIST PIC 9(09)V9(02) VALUE 0.
001910     01 WK-GRUPOS-CARGO   PIC 9(03) VALUE 0.
001920*ACUMULADOS POR GRUPO; EL RENGLON ES EL NUMERO DE GRUPO MAS
001930*UNO (EL RENGLON 1 ES EL GRUPO 0, CONSULTORES SIN MAESTRO)
001940     01 WKS-TABLA-GRUPOS.
001950         03 WK-GPO OCCURS 100 TIMES.
001960             05 WK-GPO-SES-ASIST  PIC 9(05).
001970             05 WK-GPO-SES-AUSEN  PIC 9(05).
001980             05 WK-GPO-ASISTEN    PIC 9(05).
001990             05 WK-GPO-IMP-ASIST  PIC 9(09)V9(02).
002000             05 WK-GPO-AUSENTES   PIC 9(05).
002010             05 WK-GPO-IMP-AUSEN  PIC 9(09)V9(02).
002100 REPORT SECTION.
002110     RD RD-CARGOS
002120         PAGE LIMIT   060 LINES
002130         HEADING      001
002140         FIRST DETAIL 006
002150         LAST DETAIL  054.
002160 01 RD-CAR-TITULOS TYPE IS PH.
002170     10 RD-CAR-TITULO-01 LINE 001.
002180         15 COLUMN 001 PIC X(037) VALUE
002190           "CARGOS DE CAPACITACION POR GRUPO".
002200     10 RD-CAR-TITULO-02 LINE 003.
002210         15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
002220         15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
002230         15 COLUMN 022 PIC X(015) VALUE "PERIODO (AAMM):".
002240         15 COLUMN 038 PIC 9(04) SOURCE WKS-PERIODO.
002250 01 RD-CAR-SESION-TIT TYPE DETAIL.
002260     10 RD-CAR-STIT1 LINE PLUS 001.
002270         15 COLUMN 001 PIC X(010) VALUE "SESION".
002280         15 COLUMN 012 PIC X(005) VALUE "CURSO".
002290         15 COLUMN 018 PIC X(006) VALUE "COSTO".
002300         15 COLUMN 025 PIC X(010) VALUE "FIJO".
002310         15 COLUMN 037 PIC X(009) VALUE "VARIABLE".
002320         15 COLUMN 048 PIC X(005) VALUE "ASIST".
002330         15 COLUMN 055 PIC X(014) VALUE "IMPORTE ASIST.".
002340         15 COLUMN 071 PIC X(005) VALUE "AUSEN".
002350         15 COLUMN 078 PIC X(014) VALUE "IMPORTE AUSEN.".
002360 01 RD-CAR-SESION TYPE DETAIL.
002370     10 RD-CAR-SES01 LINE PLUS 001.
002380         15 COLUMN 001 PIC 9999/99/99 SOURCE SES-FECHA.
002390         15 COLUMN 012 PIC 9(03) SOURCE SES-CVE-CURSO.
002400         15 COLUMN 018 PIC X(06) SOURCE WKS-ORIGEN-COSTO.
002410         15 COLUMN 025 PIC Z,ZZZ,ZZ9.99 SOURCE WK-COSTO-FIJO.
002420         15 COLUMN 038 PIC ZZ,ZZ9.99 SOURCE WK-COSTO-VAR.
002430         15 COLUMN 048 PIC ZZZZ9 SOURCE WK-SES-ASISTEN.
002440         15 COLUMN 055 PIC ZZZ,ZZZ,ZZ9.99 SOURCE WK-SES-IMP-ASIST.
002450         15 COLUMN 071 PIC ZZZZ9 SOURCE WK-SES-AUSENTES.
002460         15 COLUMN 078 PIC ZZZ,ZZZ,ZZ9.99 SOURCE WK-SES-IMP-AUSEN.
002470 01 RD-CAR-GRUPO-TIT TYPE DETAIL.
002480     10 RD-CAR-GTIT1 LINE PLUS 002.
002490         15 COLUMN 001 PIC X(017) VALUE "CARGO POR GRUPO:".
002500     10 RD-CAR-GTIT2 LINE PLUS 001.
002510         15 COLUMN 001 PIC X(005) VALUE "GRUPO".
002520         15 COLUMN 008 PIC X(006) VALUE "NOMBRE".
002530         15 COLUMN 029 PIC X(005) VALUE "ASIST".
002540         15 COLUMN 036 PIC X(014) VALUE "IMPORTE ASIST.".
002550         15 COLUMN 052 PIC X(005) VALUE "AUSEN".
002560         15 COLUMN 059 PIC X(014) VALUE "IMPORTE AUSEN.".
002570         15 COLUMN 075 PIC X(013) VALUE "TOTAL A CARGO".
002580 01 RD-CAR-GRUPO TYPE DETAIL.
002590     10 RD-CAR-GPO01 LINE PLUS 001.
002600         15 COLUMN 001 PIC 9(02) SOURCE WKS-GRUPO.
002610         15 COLUMN 008 PIC X(20) SOURCE WKS-NOMBRE-GRUPO.
002620         15 COLUMN 029 PIC ZZZZ9 SOURCE
002630             WK-GPO-ASISTEN (WK-IDX-GPO).
002640         15 COLUMN 036 PIC ZZZ,ZZZ,ZZ9.99 SOURCE
002650             WK-GPO-IMP-ASIST (WK-IDX-GPO).
002660         15 COLUMN 052 PIC ZZZZ9 SOURCE
002670             WK-GPO-AUSENTES (WK-IDX-GPO).
002680         15 COLUMN 059 PIC ZZZ,ZZZ,ZZ9.99 SOURCE
002690             WK-GPO-IMP-AUSEN (WK-IDX-GPO).
002700         15 COLUMN 075 PIC ZZZ,ZZZ,ZZ9.99 SOURCE WK-IMPORTE.
002710 01 RD-CAR-TOTALES TYPE IS RF.
002720     10 RD-CAR-TOT01 LINE PLUS 002.
002730         15 COLUMN 001 PIC X(030) VALUE
002740           "SESIONES DEL PERIODO:".
002750         15 COLUMN 032 PIC ZZZZ9 SOURCE WK-SESIONES.
002760     10 RD-CAR-TOT02 LINE PLUS 001.
002770         15 COLUMN 001 PIC X(030) VALUE
002780           "SESIONES SIN COSTO REGISTRADO:".
002790         15 COLUMN 032 PIC ZZZZ9 SOURCE WK-SIN-COSTO.
002800     10 RD-CAR-TOT03 LINE PLUS 001.
002810         15 COLUMN 001 PIC X(030) VALUE
002820           "ASISTENCIAS:".
002830         15 COLUMN 032 PIC ZZZZ9 SOURCE WK-TOT-ASISTEN.
002840         15 COLUMN 040 PIC ZZZ,ZZZ,ZZ9.99 SOURCE WK-TOT-IMP-ASIST.
002850     10 RD-CAR-TOT04 LINE PLUS 001.
002860         15 COLUMN 001 PIC X(030) VALUE
002870           "INSCRITOS AUSENTES:".
002880         15 COLUMN 032 PIC ZZZZ9 SOURCE WK-TOT-AUSENTES.
002890         15 COLUMN 040 PIC ZZZ,ZZZ,ZZ9.99 SOURCE WK-TOT-IMP-AUSEN.
002900     10 RD-CAR-TOT05 LINE PLUS 001.
002910         15 COLUMN 001 PIC X(030) VALUE
002920           "TOTAL CARGADO A LOS GRUPOS:".
002930         15 COLUMN 040 PIC ZZZ,ZZZ,ZZ9.99 SOURCE WK-TOT-IMPORTE.
002940     10 RD-CAR-TOT06 LINE PLUS 001.
002950         15 COLUMN 001 PIC X(036) VALUE
002960           "COSTO FIJO DE SESIONES SIN ASISTIR:".
002970         15 COLUMN 040 PIC ZZZ,ZZZ,ZZ9.99
002980             SOURCE WK-FIJO-SIN-ASIST.
003000 PROCEDURE DIVISION.
003010 0000-PRINCIPAL.
003020     PERFORM 1000-INICIO
003030     GENERATE RD-CAR-SESION-TIT
003040     PERFORM 2000-PROCESO UNTIL WKS-EOF-SESION = 1
003050     PERFORM 3000-RESUMEN
003060     PERFORM 4000-TERMINA
003070     GOBACK.
003100 1000-INICIO.
003110     MOVE 0 TO WKS-EOF-SESION
003120     PERFORM 1100-LEE-PARAMETRO
003130     MOVE WKS-FECHA-PROCESO (3:4) TO WKS-PERIODO
003140     OPEN INPUT SESIONES
003150     IF WKS-STATUS-SESION NOT = "00"
003160         DISPLAY "NO EXISTE EL CALENDARIO DE SESIONES "
003170                 "SESIONES.DAT, NO HAY NADA QUE CARGAR"
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF
003210     MOVE "N" TO WKS-HAY-COSTOS
003220     OPEN INPUT COSTOCUR
003230     IF WKS-STATUS-COSTOS = "00"
003240         MOVE "S" TO WKS-HAY-COSTOS
003250     ELSE
003260         DISPLAY "NO EXISTE EL ARCHIVO DE COSTOS COSTOCUR.DAT, "
003270                 "LAS SESIONES QUEDAN SIN COSTO"
003280     END-IF
003290     MOVE "N" TO WKS-HAY-PARTIC
003300     OPEN INPUT PARTIC
003310     IF WKS-STATUS-PARTIC = "00"
003320         MOVE "S" TO WKS-HAY-PARTIC
003330     END-IF
003340     MOVE "N" TO WKS-HAY-INSCRIP
003350     OPEN INPUT INSCRIP
003360     IF WKS-STATUS-INSCR = "00"
003370         MOVE "S" TO WKS-HAY-INSCRIP
003380     END-IF
003390     MOVE "N" TO WKS-HAY-GRUPOS
003400     OPEN INPUT GRUPOS
003410     IF WKS-STATUS-GRUPOS = "00"
003420         MOVE "S" TO WKS-HAY-GRUPOS
003430     END-IF
003440     OPEN INQUIRY BD01CURSOS
003450     PERFORM 1200-LIMPIA-GRUPO
003460         VARYING WK-IDX-GPO FROM 1 BY 1
003470         UNTIL WK-IDX-GPO > 100
003480     MOVE "CARGREP" TO WKS-NOMBRE-REP
003490     MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (8:6)
003500     MOVE "CARGOEXT" TO WKS-NOMBRE-EXT
003510     MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-EXT (9:6)
003520     OPEN OUTPUT CARGREP
003530     OPEN OUTPUT CARGOEXT
003540     INITIATE RD-CARGOS.
003600*LA TARJETA DE NOCTURNO LLEVA LA FECHA DEL CIERRE (FRECUENCIA
003610*FM); EL PERIODO ES EL AAMM DE ESA FECHA
003620 1100-LEE-PARAMETRO.
003630     ACCEPT WKS-FECHA-PROCESO FROM DATE
003640     OPEN INPUT CARGPARM
003650     IF WKS-STATUS-PARM = "00"
003660         READ CARGPARM
003670             AT END
003680                 CONTINUE
003690             NOT AT END
003700*LA TARJETA PUEDE TRAER LA FECHA COMO AAAAMMDD O COMO
003710*00AAMMDD (EL FORMATO INTERNO DE ACCEPT FROM DATE); SOLO
003720*CUENTAN LOS SEIS DIGITOS BAJOS
003730                 MOVE 0 TO WKS-FECHA-PROCESO
003740                 MOVE PAR-FECHA (3:6)
003750                     TO WKS-FECHA-PROCESO (3:6)
003760         END-READ
003770         CLOSE CARGPARM
003780     END-IF.
003800 1200-LIMPIA-GRUPO.
003810     MOVE 0 TO WK-GPO-ASISTEN (WK-IDX-GPO)
003820     MOVE 0 TO WK-GPO-IMP-ASIST (WK-IDX-GPO)
003830     MOVE 0 TO WK-GPO-AUSENTES (WK-IDX-GPO)
003840     MOVE 0 TO WK-GPO-IMP-AUSEN (WK-IDX-GPO).
003900*EL CALENDARIO TIENE LLAVE CURSO + FECHA, ASI QUE SE LEE
003910*COMPLETO Y SOLO SE COSTEAN LAS SESIONES DEL PERIODO
003920 2000-PROCESO.
003930     READ SESIONES NEXT RECORD
003940         AT END
003950             MOVE 1 TO WKS-EOF-SESION
003960         NOT AT END
003970             IF SES-FECHA (3:4) = WKS-PERIODO
003980                 PERFORM 2100-COSTEA-SESION
003990             END-IF
004000     END-READ.
004100 2100-COSTEA-SESION.
004110     ADD 1 TO WK-SESIONES
004120     PERFORM 2200-BUSCA-COSTO
004130     PERFORM 2300-LIMPIA-SESION
004140         VARYING WK-IDX-GPO FROM 1 BY 1
004150         UNTIL WK-IDX-GPO > 100
004160     MOVE 0 TO WK-SES-ASISTEN
004170     MOVE 0 TO WK-SES-AUSENTES
004180     MOVE 0 TO WK-SES-IMP-ASIST
004190     MOVE 0 TO WK-SES-IMP-AUSEN
004200     PERFORM 2400-CUENTA-ASISTENCIA
004210     IF WKS-SI-HAY-INSCRIP
004220         PERFORM 2600-CUENTA-AUSENTES
004230     END-IF
004240     MOVE 0 TO WK-FIJO-REPARTIDO
004250     MOVE WK-SES-ASISTEN TO WK-POR-REPARTIR
004260     PERFORM 2700-REPARTE-COSTO
004270         VARYING WK-IDX-GPO FROM 1 BY 1
004280         UNTIL WK-IDX-GPO > 100
004290     IF WK-SES-ASISTEN = 0
004300         ADD WK-COSTO-FIJO TO WK-FIJO-SIN-ASIST
004310     END-IF
004320     ADD WK-SES-ASISTEN   TO WK-TOT-ASISTEN
004330     ADD WK-SES-AUSENTES  TO WK-TOT-AUSENTES
004340     ADD WK-SES-IMP-ASIST TO WK-TOT-IMP-ASIST
004350     ADD WK-SES-IMP-AUSEN TO WK-TOT-IMP-AUSEN
004360     GENERATE RD-CAR-SESION.
004400*PRIMERO EL COSTO DE LA SESION; SI NO HAY, EL DEL CURSO (FECHA
004410*CERO); SIN NINGUNO LA SESION SE REPORTA SIN COSTO
004420 2200-BUSCA-COSTO.
004430     MOVE 0 TO WK-COSTO-FIJO
004440     MOVE 0 TO WK-COSTO-VAR
004450     MOVE "NINGUN" TO WKS-ORIGEN-COSTO
004460     IF WKS-SI-HAY-COSTOS
004470         MOVE SES-CVE-CURSO TO COS-CURSO
004480         MOVE SES-FECHA TO COS-FECHA
004490         READ COSTOCUR
004500             INVALID KEY
004510                 PERFORM 2210-COSTO-DEL-CURSO
004520             NOT INVALID KEY
004530                 MOVE "SESION" TO WKS-ORIGEN-COSTO
004540                 MOVE COS-FIJO TO WK-COSTO-FIJO
004550                 MOVE COS-VARIABLE TO WK-COSTO-VAR
004560         END-READ
004570     END-IF
004580     IF WKS-ORIGEN-COSTO = "NINGUN"
004590         ADD 1 TO WK-SIN-COSTO
004600     END-IF.
004610 2210-COSTO-DEL-CURSO.
004620     MOVE SES-CVE-CURSO TO COS-CURSO
004630     MOVE 0 TO COS-FECHA
004640     READ COSTOCUR
004650         INVALID KEY
004660             CONTINUE
004670         NOT INVALID KEY
004680             MOVE "CURSO" TO WKS-ORIGEN-COSTO
004690             MOVE COS-FIJO TO WK-COSTO-FIJO
004700             MOVE COS-VARIABLE TO WK-COSTO-VAR
004710     END-READ.
004800 2300-LIMPIA-SESION.
004810     MOVE 0 TO WK-GPO-SES-ASIST (WK-IDX-GPO)
004820     MOVE 0 TO WK-GPO-SES-AUSEN (WK-IDX-GPO).
004900*LA ASISTENCIA DE LA SESION SE BUSCA POR FECHA Y CURSO EN EL
004910*INDICE POR FECHA; LOS FIND DE LA BASE NO TIENEN TERMINADOR DE
004920*ALCANCE, ASI QUE CADA UNO VIVE EN SU PROPIO PARRAFO
004930 2400-CUENTA-ASISTENCIA.
004940     MOVE 0 TO WKS-EOF-BD01
004950     FIND FIRST BD01IDXFECURSO AT
004960         BD01-FECHA-CURSO = SES-FECHA AND
004970         BD01-CVE-CURSO = SES-CVE-CURSO
004980         ON EXCEPTION
004990           MOVE 1 TO WKS-EOF-BD01.
005000     PERFORM 2410-SIGUIENTE-ASISTENCIA UNTIL WKS-EOF-BD01 = 1.
005010 2410-SIGUIENTE-ASISTENCIA.
005020     MOVE BD01-IDCONSULTOR TO WKS-CONSULTOR
005030     PERFORM 2500-BUSCA-GRUPO
005040     ADD 1 TO WK-GPO-SES-ASIST (WKS-GRUPO + 1)
005050     ADD 1 TO WK-SES-ASISTEN
005060     FIND NEXT BD01IDXFECURSO AT
005070         BD01-FECHA-CURSO = SES-FECHA AND
005080         BD01-CVE-CURSO = SES-CVE-CURSO
005090         ON EXCEPTION
005100           MOVE 1 TO WKS-EOF-BD01.
005200*EL GRUPO ES EL DEL MAESTRO DE PARTICIPANTES; EL CONSULTOR QUE
005210*NO ESTA EN EL MAESTRO SE CARGA AL GRUPO 0
005220 2500-BUSCA-GRUPO.
005230     MOVE 0 TO WKS-GRUPO
005240     IF WKS-SI-HAY-PARTIC
005250         MOVE WKS-CONSULTOR TO REG-NUMLISTA
005260         READ PARTIC
005270             INVALID KEY
005280                 MOVE SPACES TO REG-ESTATUS
005290             NOT INVALID KEY
005300                 MOVE REG-NUMGPO TO WKS-GRUPO
005310         END-READ
005320     END-IF.
005400*LAS INSCRIPCIONES TIENEN LLAVE PARTICIPANTE + CURSO: SE
005410*RECORREN TODAS Y CUENTAN LAS DEL CURSO DADAS DE ALTA A MAS
005420*TARDAR EL DIA DE LA SESION
005430 2600-CUENTA-AUSENTES.
005440     MOVE 0 TO WKS-EOF-INSCR
005450     MOVE 0 TO INS-NUMLISTA
005460     MOVE 0 TO INS-CVE-CURSO
005470     START INSCRIP KEY IS NOT LESS THAN INS-LLAVE
005480         INVALID KEY
005490             MOVE 1 TO WKS-EOF-INSCR
005500     END-START
005510     PERFORM 2610-LEE-INSCRIPCION UNTIL WKS-EOF-INSCR = 1.
005520 2610-LEE-INSCRIPCION.
005530     READ INSCRIP NEXT RECORD
005540         AT END
005550             MOVE 1 TO WKS-EOF-INSCR
005560         NOT AT END
005570             IF INS-CVE-CURSO = SES-CVE-CURSO AND
005580                INS-FECHA-ALTA (3:6) <= SES-FECHA (3:6)
005590                 PERFORM 2620-REVISA-AUSENCIA
005600             END-IF
005610     END-READ.
005620*EL PARTICIPANTE DADO DE BAJA ANTES DE LA SESION YA NO OCUPABA
005630*LUGAR Y NO SE CARGA
005640 2620-REVISA-AUSENCIA.
005650     PERFORM 2630-BUSCA-ASISTENTE
005660     IF NOT WKS-SI-ASISTIO
005670         MOVE INS-NUMLISTA TO WKS-CONSULTOR
005680         PERFORM 2500-BUSCA-GRUPO
005690         IF WKS-SI-HAY-PARTIC AND REG-ESTATUS = "B" AND
005700            REG-FECHA-BAJA (3:6) <= SES-FECHA (3:6)
005710             CONTINUE
005720         ELSE
005730             ADD 1 TO WK-GPO-SES-AUSEN (WKS-GRUPO + 1)
005740             ADD 1 TO WK-SES-AUSENTES
005750         END-IF
005760     END-IF.
005770 2630-BUSCA-ASISTENTE.
005780     MOVE "S" TO WKS-ASISTIO
005790     FIND FIRST BD01IDXFECURSO AT
005800         BD01-FECHA-CURSO = SES-FECHA AND
005810         BD01-CVE-CURSO = SES-CVE-CURSO AND
005820         BD01-IDCONSULTOR = INS-NUMLISTA
005830         ON EXCEPTION
005840           MOVE "N" TO WKS-ASISTIO.
005900*EL COSTO FIJO SE REPARTE EN PROPORCION A LOS ASISTENTES DE
005910*CADA GRUPO; EL ULTIMO GRUPO CON ASISTENTES SE LLEVA LO QUE
005920*FALTE POR EL REDONDEO, PARA QUE LA SUMA CUADRE CON EL COSTO
005930 2700-REPARTE-COSTO.
005940     IF WK-GPO-SES-ASIST (WK-IDX-GPO) > 0
005950         IF WK-GPO-SES-ASIST (WK-IDX-GPO) = WK-POR-REPARTIR
005960             COMPUTE WK-PARTE-FIJO =
005970                 WK-COSTO-FIJO - WK-FIJO-REPARTIDO
005980         ELSE
005990             COMPUTE WK-PARTE-FIJO ROUNDED =
006000                 WK-COSTO-FIJO * WK-GPO-SES-ASIST (WK-IDX-GPO)
006010                 / WK-SES-ASISTEN
006020         END-IF
006030         ADD WK-PARTE-FIJO TO WK-FIJO-REPARTIDO
006040         SUBTRACT WK-GPO-SES-ASIST (WK-IDX-GPO)
006050             FROM WK-POR-REPARTIR
006060         COMPUTE WK-IMPORTE = WK-PARTE-FIJO +
006070             (WK-COSTO-VAR * WK-GPO-SES-ASIST (WK-IDX-GPO))
006080         ADD WK-GPO-SES-ASIST (WK-IDX-GPO)
006090             TO WK-GPO-ASISTEN (WK-IDX-GPO)
006100         ADD WK-IMPORTE TO WK-GPO-IMP-ASIST (WK-IDX-GPO)
006110         ADD WK-IMPORTE TO WK-SES-IMP-ASIST
006120     END-IF
006130     IF WK-GPO-SES-AUSEN (WK-IDX-GPO) > 0
006140         COMPUTE WK-IMPORTE =
006150             WK-COSTO-VAR * WK-GPO-SES-AUSEN (WK-IDX-GPO)
006160         ADD WK-GPO-SES-AUSEN (WK-IDX-GPO)
006170             TO WK-GPO-AUSENTES (WK-IDX-GPO)
006180         ADD WK-IMPORTE TO WK-GPO-IMP-AUSEN (WK-IDX-GPO)
006190         ADD WK-IMPORTE TO WK-SES-IMP-AUSEN
006200     END-IF.
006300*UN RENGLON DEL REPORTE Y UNO DEL EXTRACTO POR CADA GRUPO CON
006310*ASISTENTES O AUSENTES EN EL PERIODO
006320 3000-RESUMEN.
006330     GENERATE RD-CAR-GRUPO-TIT
006340     PERFORM 3100-CARGA-GRUPO
006350         VARYING WK-IDX-GPO FROM 1 BY 1
006360         UNTIL WK-IDX-GPO > 100.
006400 3100-CARGA-GRUPO.
006410     IF WK-GPO-ASISTEN (WK-IDX-GPO) > 0 OR
006420        WK-GPO-AUSENTES (WK-IDX-GPO) > 0
006430         COMPUTE WKS-GRUPO = WK-IDX-GPO - 1
006440         COMPUTE WK-IMPORTE = WK-GPO-IMP-ASIST (WK-IDX-GPO) +
006450             WK-GPO-IMP-AUSEN (WK-IDX-GPO)
006460         PERFORM 3200-NOMBRE-GRUPO
006470         GENERATE RD-CAR-GRUPO
006480         PERFORM 3300-GRABA-EXTRACTO
006490         ADD 1 TO WK-GRUPOS-CARGO
006500         ADD WK-IMPORTE TO WK-TOT-IMPORTE
006510     END-IF.
006600 3200-NOMBRE-GRUPO.
006610     MOVE "(SIN GRUPO)" TO WKS-NOMBRE-GRUPO
006620     IF WKS-GRUPO > 0
006630         MOVE "(NO CATALOGADO)" TO WKS-NOMBRE-GRUPO
006640         IF WKS-SI-HAY-GRUPOS
006650             MOVE WKS-GRUPO TO GRU-NUMERO
006660             READ GRUPOS
006670                 INVALID KEY
006680                     CONTINUE
006690                 NOT INVALID KEY
006700                     MOVE GRU-NOMBRE TO WKS-NOMBRE-GRUPO
006710             END-READ
006720         END-IF
006730     END-IF.
006800*EL PERIODO DEL EXTRACTO VA CON SIGLO (AAAAMM)
006810 3300-GRABA-EXTRACTO.
006820     MOVE "CC" TO EXT-TIPO
006830     COMPUTE EXT-PERIODO = 200000 + WKS-PERIODO
006840     MOVE WKS-GRUPO TO EXT-GRUPO
006850     MOVE WK-GPO-ASISTEN (WK-IDX-GPO)   TO EXT-ASISTENCIAS
006860     MOVE WK-GPO-IMP-ASIST (WK-IDX-GPO) TO EXT-IMP-ASISTENCIA
006870     MOVE WK-GPO-AUSENTES (WK-IDX-GPO)  TO EXT-AUSENTES
006880     MOVE WK-GPO-IMP-AUSEN (WK-IDX-GPO) TO EXT-IMP-AUSENTES
006890     MOVE WK-IMPORTE TO EXT-IMP-TOTAL
006900     WRITE REG-CARGOEXT.
007000 4000-TERMINA.
007010     TERMINATE RD-CARGOS
007020     CLOSE CARGREP
007030     CLOSE CARGOEXT
007040     PERFORM 4100-CATALOGA-REPORTE
007050     CLOSE SESIONES
007060     IF WKS-SI-HAY-COSTOS
007070         CLOSE COSTOCUR
007080     END-IF
007090     IF WKS-SI-HAY-PARTIC
007100         CLOSE PARTIC
007110     END-IF
007120     IF WKS-SI-HAY-INSCRIP
007130         CLOSE INSCRIP
007140     END-IF
007150     IF WKS-SI-HAY-GRUPOS
007160         CLOSE GRUPOS
007170     END-IF
007180     CLOSE BD01CURSOS
007190     DISPLAY "CARGOS DE CAPACITACION DEL PERIODO " WKS-PERIODO
007200     DISPLAY "  SESIONES:           " WK-SESIONES
007210     DISPLAY "  SIN COSTO:          " WK-SIN-COSTO
007220     DISPLAY "  GRUPOS CON CARGO:   " WK-GRUPOS-CARGO
007230     DISPLAY "  IMPORTE TOTAL:      " WK-TOT-IMPORTE
007240     DISPLAY "  EXTRACTO:           " WKS-NOMBRE-EXT
007250     IF WK-SIN-COSTO > 0
007260         MOVE 4 TO RETURN-CODE
007270     END-IF.
007300 4100-CATALOGA-REPORTE.
007310     OPEN EXTEND REPCAT
007320     IF WKS-STATUS-REPCAT = "35"
007330         OPEN OUTPUT REPCAT
007340         CLOSE REPCAT
007350         OPEN EXTEND REPCAT
007360     END-IF
007370     MOVE "CARGOGRP" TO CAT-PROGRAMA
007380     MOVE WKS-FECHA-PROCESO TO CAT-FECHA
007390     MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
007400     WRITE REG-REPCAT
007410     CLOSE REPCAT.
007420 END PROGRAM CARGOGRP.
