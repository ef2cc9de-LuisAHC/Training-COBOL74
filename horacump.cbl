000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HORACUMP.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*CUMPLIMIENTO DE LAS HORAS ANUALES DE CAPACITACION POR GRUPO:
000142*SUMA A CADA PARTICIPANTE ACTIVO DE PARTICIP.DAT LAS HORAS QUE
000144*LLEVA EN EL ANIO, UN RENGLON DE ASISTENCIA DE BD01CURSOS POR
000146*LAS HORAS DEL CURSO EN CURSOCAT.DAT (CUR-HORAS), Y LAS COMPARA
000148*CONTRA LA META DE SU GRUPO EN METAS.DAT (LA QUE MANTIENE
000150*METAMANT) PRORRATEADA AL MES DE LA CORRIDA: A JUNIO SE PIDE LA
000152*MITAD DE LA META. LO MISMO CON LAS HORAS DE CADA CURSO
000154*OBLIGATORIO DEL GRUPO. LISTA A LOS PARTICIPANTES ATRASADOS CON
000156*LAS SESIONES YA PROGRAMADAS EN SESIONES.DAT DE SUS CURSOS
000158*OBLIGATORIOS QUE TODAVIA PUEDEN TOMAR, LOS GRUPOS CUYO PROMEDIO
000160*ESTA ABAJO DE LA META, Y CIERRA CON TODAS LAS SESIONES QUE
000162*QUEDAN EN EL ANIO. EL REPORTE SALE FECHADO (HORAREP+AAMMDD) Y
000164*QUEDA EN EL CATALOGO REPCAT. LA FECHA DE CORTE SE TOMA DEL
000166*ARCHIVO DE PARAMETROS HORPARM SI EXISTE; SI NO, ES EL DIA DE LA
000168*CORRIDA. TERMINA CON RETURN-CODE 4 SI HAY ATRASADOS. ES DEL
000170*LADO DMSII (FIND), COMO PRAC16.
000172 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT PARTIC ASSIGN TO "PARTICIP.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS REG-NUMLISTA
000270         FILE STATUS IS WKS-STATUS-PARTIC.
000280     SELECT METAS ASSIGN TO "METAS.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS MET-LLAVE
000320         FILE STATUS IS WKS-STATUS-METAS.
000330     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE DYNAMIC
000360         RECORD KEY IS CUR-CLAVE
000370         FILE STATUS IS WKS-STATUS-CURSOS.
000380     SELECT SESIONES ASSIGN TO "SESIONES.DAT"
000390         ORGANIZATION INDEXED
000400         ACCESS MODE DYNAMIC
000410         RECORD KEY IS SES-LLAVE
000420         FILE STATUS IS WKS-STATUS-SESION.
000430     SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
000440         ORGANIZATION INDEXED
000450         ACCESS MODE DYNAMIC
000460         RECORD KEY IS GRU-NUMERO
000470         FILE STATUS IS WKS-STATUS-GRUPOS.
000480     SELECT HORPARM ASSIGN TO DISK
000490         FILE STATUS IS WKS-STATUS-PARM.
000500     SELECT HORAREP ASSIGN USING WKS-NOMBRE-REP
000510         ORGANIZATION LINE SEQUENTIAL.
000520     SELECT REPCAT ASSIGN TO DISK
000530         FILE STATUS IS WKS-STATUS-REPCAT.
000600 DATA DIVISION.
000610 FILE SECTION.
000620     FD PARTIC.
000630     01 REG-PARTIC.
000640         COPY PARTICREG REPLACING ==LVL== BY ==02==
000650             ==NOMLISTA== BY ==REG-NUMLISTA==
000660             ==NOMNOMBRE== BY ==REG-NOMBRE==
000670             ==NOMAPELLIDO== BY ==REG-APELLIDOS==
000680             ==NOMGRUPO== BY ==REG-NUMGPO==
000690             ==NOMESTATUS== BY ==REG-ESTATUS==
000700             ==NOMFECBAJA== BY ==REG-FECHA-BAJA==.
000710     FD METAS.
000720     01 REG-META.
000730         COPY METAREG REPLACING ==LVL== BY ==02==
000740             ==LV2== BY ==03==
000750             ==NOMLLAVE== BY ==MET-LLAVE==
000760             ==NOMGRUPO== BY ==MET-GRUPO==
000770             ==NOMCURSO== BY ==MET-CURSO==
000780             ==NOMHORAS== BY ==MET-HORAS==.
000790     FD CURSOCAT.
000800     01 REG-CURSO.
000810         COPY CURSOREG REPLACING ==LVL== BY ==02==
000820             ==NOMCLAVE== BY ==CUR-CLAVE==
000830             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000840             ==NOMHORAS== BY ==CUR-HORAS==
000850             ==NOMACTIVO== BY ==CUR-ACTIVO==
000860             ==NOMCUPO== BY ==CUR-CUPO==
000870             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000880             ==NOMMINIMO== BY ==CUR-MINIMO==.
000890     FD SESIONES.
000900     01 REG-SESION.
000910         COPY SESIOREG REPLACING ==LVL== BY ==02==
000920             ==LV2== BY ==03==
000930             ==NOMLLAVE== BY ==SES-LLAVE==
000940             ==NOMCURSO== BY ==SES-CVE-CURSO==
000950             ==NOMFECHA== BY ==SES-FECHA==
000960             ==NOMINSTRUCTOR== BY ==SES-CVE-INSTRUCTOR==
000970             ==NOMAULA== BY ==SES-AULA==.
000980     FD GRUPOS.
000990     01 REG-GRUPO.
001000         COPY GRUPOREG REPLACING ==LVL== BY ==02==
001010             ==NOMNUMERO== BY ==GRU-NUMERO==
001020             ==NOMNOMBRE== BY ==GRU-NOMBRE==
001030             ==NOMINSTRUCTOR== BY ==GRU-INSTRUCTOR==
001040             ==NOMAULA== BY ==GRU-AULA==
001050             ==NOMCAPACIDAD== BY ==GRU-CAPACIDAD==
001060             ==NOMCVEINST== BY ==GRU-CVEINST==.
001070     FD HORPARM.
001080     01 REG-HORPARM.
001090         02 PAR-FECHA PIC 9(08).
001100     FD HORAREP
001110         REPORT IS RD-CUMPLIMIENTO.
001120*CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
001130*REPORTES DEL SISTEMA
001140     FD REPCAT.
001150     01 REG-REPCAT.
001160         COPY REPCAREG REPLACING ==LVL== BY ==02==
001170             ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
001180             ==NOMFECHA== BY ==CAT-FECHA==
001190             ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
001200 DATA-BASE SECTION.
001210     DB BD01CURSOS VALUE OF TITLE IS
001220       "BD01CURSOS ON CREDITO".
001300 WORKING-STORAGE SECTION.
001310     01 WKS-STATUS-PARTIC PIC X(02).
001320     01 WKS-STATUS-METAS  PIC X(02).
001330     01 WKS-STATUS-CURSOS PIC X(02).
001340     01 WKS-STATUS-SESION PIC X(02).
001350     01 WKS-STATUS-GRUPOS PIC X(02).
001360     01 WKS-STATUS-PARM   PIC X(02).
001370     01 WKS-STATUS-REPCAT PIC X(02).
001380     01 WKS-EOF-PARTIC    PIC 9(02).
001390     01 WKS-EOF-METAS     PIC 9(02).
001400     01 WKS-EOF-SESION    PIC 9(02).
001410     01 WKS-EOF-BD01      PIC 9(02).
001420     01 WKS-HAY-CURSOS    PIC X(01).
001430         88 WKS-SI-HAY-CURSOS VALUE "S".
001440     01 WKS-HAY-SESIONES  PIC X(01).
001450         88 WKS-SI-HAY-SESIONES VALUE "S".
001460     01 WKS-HAY-GRUPOS    PIC X(01).
001470         88 WKS-SI-HAY-GRUPOS VALUE "S".
001480     01 WKS-ENCONTRADO    PIC X(01).
001490         88 WKS-SI-ENCONTRO VALUE "S".
001500     01 WKS-ATRASADO      PIC X(01).
001510         88 WKS-ESTA-ATRASADO VALUE "S".
001515     01 WKS-ATRASADO-TXT  PIC X(08).
001520     01 WKS-FECHA-PROCESO PIC 9(08).
001530     01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
001540         03 FILLER        PIC 9(02).
001550         03 WKS-FP-AA     PIC 9(02).
001560         03 WKS-FP-MM     PIC 9(02).
001570         03 WKS-FP-DD     PIC 9(02).
001580     01 WKS-NOMBRE-REP    PIC X(14).
001590     01 WKS-NOMBRE-GRUPO  PIC X(20).
001600     01 WKS-DESCR-CURSO   PIC X(10).
001610     01 WKS-HORAS-CURSO   PIC 9(02).
001620     01 WKS-GRUPO         PIC 9(02).
001630     01 WK-IDX-GPO        PIC 9(03).
001640     01 WK-IDX-OBL        PIC 9(02).
001650     01 WK-IDX-PRX        PIC 9(03).
001660     01 WK-IDX-PART       PIC 9(03).
001670     01 WK-OBL-HALLADO    PIC 9(02).
001680     01 WK-META-ANUAL     PIC 9(03).
001690     01 WK-META-MES       PIC 9(03).
001700     01 WK-HORAS-LLEVA    PIC 9(05).
001710     01 WK-FALTAN         PIC 9(05).
001720     01 WK-PROMEDIO       PIC 9(05)V9(01).
001730     01 WK-RESTAN-SESIONES PIC 9(03).
001740     01 WK-RESTAN-HORAS   PIC 9(05).
001750     01 WK-REVISADOS      PIC 9(05) VALUE 0.
001760     01 WK-ATRASADOS      PIC 9(05) VALUE 0.
001770     01 WK-GRUPOS-ATRASADOS PIC 9(03) VALUE 0.
001780*METAS POR GRUPO; EL RENGLON ES EL NUMERO DE GRUPO MAS UNO.
001790*LAS COLUMNAS DE CURSO SIGUEN EL ORDEN DE LA LISTA DE CURSOS
001800*OBLIGATORIOS QUE SE ARMA AL LEER LAS METAS
001810     01 WK-TOTAL-OBLIG    PIC 9(02) VALUE 0.
001820     01 WKS-TABLA-OBLIG.
001830         03 WK-OBL OCCURS 10 TIMES.
001840             05 WK-OBL-CURSO  PIC 9(04).
001850             05 WK-OBL-DESCR  PIC X(10).
001860     01 WKS-TABLA-METAS.
001870         03 WK-MGR OCCURS 100 TIMES.
001880             05 WK-MGR-TOTAL  PIC 9(03).
001890             05 WK-MGR-CURSO  PIC 9(03) OCCURS 10 TIMES.
001900             05 WK-GSU-PARTIC PIC 9(04).
001910             05 WK-GSU-HORAS  PIC 9(07).
001920             05 WK-GSU-ATRASADOS PIC 9(04).
001930*PARTICIPANTES ACTIVOS EN ORDEN DE NUMERO DE LISTA (EL DEL
001940*MAESTRO), PARA UBICAR CADA RENGLON DE BD01 CON SEARCH ALL
001950     01 WK-TOTAL-PART     PIC 9(03) VALUE 0.
001960     01 WK-MAX-PART       PIC 9(03) VALUE 500.
001970     01 WKS-TABLA-PARTIC.
001980         03 WK-PAR OCCURS 1 TO 500 TIMES
001990             DEPENDING ON WK-TOTAL-PART
002000             ASCENDING KEY IS WK-PAR-NUMLISTA
002010             INDEXED BY WK-INDICE.
002020             05 WK-PAR-NUMLISTA  PIC 9(04).
002030             05 WK-PAR-NOMBRE    PIC X(18).
002040             05 WK-PAR-APELLIDOS PIC X(20).
002050             05 WK-PAR-GRUPO     PIC 9(02).
002060             05 WK-PAR-HORAS     PIC 9(05).
002070             05 WK-PAR-HRS-OBL   PIC 9(05) OCCURS 10 TIMES.
002080*SESIONES PROGRAMADAS DESPUES DE LA FECHA DE CORTE Y DENTRO DEL
002090*MISMO ANIO
002100     01 WK-TOTAL-PRX      PIC 9(03) VALUE 0.
002110     01 WKS-TABLA-PROXIMAS.
002120         03 WK-PRX OCCURS 200 TIMES.
002130             05 WK-PRX-CURSO  PIC 9(04).
002140             05 WK-PRX-FECHA  PIC 9(08).
002150             05 WK-PRX-AULA   PIC X(08).
002160             05 WK-PRX-HORAS  PIC 9(02).
002170             05 WK-PRX-DESCR  PIC X(10).
002200 REPORT SECTION.
002210     RD RD-CUMPLIMIENTO
002220         PAGE LIMIT   060 LINES
002230         HEADING      001
002240         FIRST DETAIL 006
002250         LAST DETAIL  054.
002260 01 RD-HRS-TITULOS TYPE IS PH.
002270     10 RD-HRS-TITULO-01 LINE 001.
002280         15 COLUMN 001 PIC X(042) VALUE
002290           "CUMPLIMIENTO DE HORAS ANUALES DE CAPACITA-".
002300         15 COLUMN 043 PIC X(014) VALUE "CION POR GRUPO".
002310     10 RD-HRS-TITULO-02 LINE 003.
002320         15 COLUMN 001 PIC X(010) VALUE "CORTE AL: ".
002330         15 COLUMN 011 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
002340         15 COLUMN 024 PIC X(027) VALUE
002350           "META PRORRATEADA A MES NUM.".
002360         15 COLUMN 052 PIC Z9 SOURCE WKS-FP-MM.
002370 01 RD-HRS-PART-TIT TYPE DETAIL.
002380     10 RD-HRS-PTIT1 LINE PLUS 001.
002390         15 COLUMN 001 PIC X(030) VALUE
002400           "PARTICIPANTES ATRASADOS:".
002410     10 RD-HRS-PTIT2 LINE PLUS 001.
002420         15 COLUMN 001 PIC X(004) VALUE "NUM.".
002430         15 COLUMN 007 PIC X(006) VALUE "NOMBRE".
002440         15 COLUMN 026 PIC X(009) VALUE "APELLIDOS".
002450         15 COLUMN 047 PIC X(003) VALUE "GPO".
002460         15 COLUMN 051 PIC X(005) VALUE "HORAS".
002470         15 COLUMN 058 PIC X(004) VALUE "META".
002480         15 COLUMN 064 PIC X(006) VALUE "AL MES".
002490         15 COLUMN 071 PIC X(006) VALUE "FALTAN".
002500 01 RD-HRS-PARTICIPANTE TYPE DETAIL.
002510     10 RD-HRS-PAR01 LINE PLUS 001.
002520         15 COLUMN 001 PIC 9(04) SOURCE
002530             WK-PAR-NUMLISTA (WK-IDX-PART).
002540         15 COLUMN 007 PIC X(18) SOURCE
002550             WK-PAR-NOMBRE (WK-IDX-PART).
002560         15 COLUMN 026 PIC X(20) SOURCE
002570             WK-PAR-APELLIDOS (WK-IDX-PART).
002580         15 COLUMN 048 PIC 9(02) SOURCE WKS-GRUPO.
002590         15 COLUMN 051 PIC ZZZZ9 SOURCE WK-HORAS-LLEVA.
002600         15 COLUMN 059 PIC ZZ9 SOURCE WK-META-ANUAL.
002610         15 COLUMN 066 PIC ZZ9 SOURCE WK-META-MES.
002620         15 COLUMN 072 PIC ZZZZ9 SOURCE WK-FALTAN.
002630 01 RD-HRS-OBLIGATORIO TYPE DETAIL.
002640     10 RD-HRS-OBL01 LINE PLUS 001.
002650         15 COLUMN 007 PIC X(018) VALUE
002660           "CURSO OBLIGATORIO".
002670         15 COLUMN 026 PIC 9(04) SOURCE WK-OBL-CURSO (WK-IDX-OBL).
002680         15 COLUMN 031 PIC X(10) SOURCE WK-OBL-DESCR (WK-IDX-OBL).
002690         15 COLUMN 051 PIC ZZZZ9 SOURCE WK-HORAS-LLEVA.
002700         15 COLUMN 059 PIC ZZ9 SOURCE WK-META-ANUAL.
002710         15 COLUMN 066 PIC ZZ9 SOURCE WK-META-MES.
002720         15 COLUMN 072 PIC ZZZZ9 SOURCE WK-FALTAN.
002730 01 RD-HRS-PUEDE-TOMAR TYPE DETAIL.
002740     10 RD-HRS-PUE01 LINE PLUS 001.
002750         15 COLUMN 011 PIC X(015) VALUE "PUEDE TOMARLO:".
002760         15 COLUMN 026 PIC 9999/99/99 SOURCE
002770             WK-PRX-FECHA (WK-IDX-PRX).
002780         15 COLUMN 038 PIC X(05) VALUE "AULA".
002790         15 COLUMN 043 PIC X(08) SOURCE WK-PRX-AULA (WK-IDX-PRX).
002800         15 COLUMN 053 PIC Z9 SOURCE WK-PRX-HORAS (WK-IDX-PRX).
002810         15 COLUMN 056 PIC X(03) VALUE "HRS".
002820 01 RD-HRS-SIN-SESION TYPE DETAIL.
002830     10 RD-HRS-SIN01 LINE PLUS 001.
002840         15 COLUMN 011 PIC X(040) VALUE
002850           "SIN SESIONES PROGRAMADAS EN EL ANIO".
002860 01 RD-HRS-GRUPO-TIT TYPE DETAIL.
002870     10 RD-HRS-GTIT1 LINE PLUS 002.
002880         15 COLUMN 001 PIC X(030) VALUE
002890           "CUMPLIMIENTO POR GRUPO:".
002900     10 RD-HRS-GTIT2 LINE PLUS 001.
002910         15 COLUMN 001 PIC X(005) VALUE "GRUPO".
002920         15 COLUMN 008 PIC X(006) VALUE "NOMBRE".
002930         15 COLUMN 029 PIC X(005) VALUE "PART.".
002940         15 COLUMN 036 PIC X(008) VALUE "PROMEDIO".
002950         15 COLUMN 046 PIC X(004) VALUE "META".
002960         15 COLUMN 052 PIC X(006) VALUE "AL MES".
002970         15 COLUMN 060 PIC X(009) VALUE "ATRASADOS".
002980 01 RD-HRS-GRUPO TYPE DETAIL.
002990     10 RD-HRS-GPO01 LINE PLUS 001.
003000         15 COLUMN 002 PIC 9(02) SOURCE WKS-GRUPO.
003010         15 COLUMN 008 PIC X(20) SOURCE WKS-NOMBRE-GRUPO.
003020         15 COLUMN 029 PIC ZZZ9 SOURCE
003030             WK-GSU-PARTIC (WK-IDX-GPO).
003040         15 COLUMN 036 PIC ZZZZ9.9 SOURCE WK-PROMEDIO.
003050         15 COLUMN 047 PIC ZZ9 SOURCE WK-META-ANUAL.
003060         15 COLUMN 054 PIC ZZ9 SOURCE WK-META-MES.
003070         15 COLUMN 063 PIC ZZZ9 SOURCE
003080             WK-GSU-ATRASADOS (WK-IDX-GPO).
003090         15 COLUMN 069 PIC X(08) SOURCE WKS-ATRASADO-TXT.
003100 01 RD-HRS-PROX-TIT TYPE DETAIL.
003110     10 RD-HRS-XTIT1 LINE PLUS 002.
003120         15 COLUMN 001 PIC X(043) VALUE
003130           "SESIONES PROGRAMADAS QUE QUEDAN EN EL ANIO:".
003150 01 RD-HRS-PROXIMA TYPE DETAIL.
003160     10 RD-HRS-PRX01 LINE PLUS 001.
003170         15 COLUMN 001 PIC 9999/99/99 SOURCE
003180             WK-PRX-FECHA (WK-IDX-PRX).
003190         15 COLUMN 013 PIC 9(04) SOURCE WK-PRX-CURSO (WK-IDX-PRX).
003200         15 COLUMN 018 PIC X(10) SOURCE WK-PRX-DESCR (WK-IDX-PRX).
003210         15 COLUMN 030 PIC X(08) SOURCE WK-PRX-AULA (WK-IDX-PRX).
003220         15 COLUMN 040 PIC Z9 SOURCE WK-PRX-HORAS (WK-IDX-PRX).
003230         15 COLUMN 043 PIC X(03) VALUE "HRS".
003240 01 RD-HRS-TOTALES TYPE IS RF.
003250     10 RD-HRS-TOT01 LINE PLUS 002.
003260         15 COLUMN 001 PIC X(031) VALUE
003270           "PARTICIPANTES ACTIVOS:".
003280         15 COLUMN 033 PIC ZZZZ9 SOURCE WK-REVISADOS.
003290     10 RD-HRS-TOT02 LINE PLUS 001.
003300         15 COLUMN 001 PIC X(031) VALUE
003310           "PARTICIPANTES ATRASADOS:".
003320         15 COLUMN 033 PIC ZZZZ9 SOURCE WK-ATRASADOS.
003330     10 RD-HRS-TOT03 LINE PLUS 001.
003340         15 COLUMN 001 PIC X(031) VALUE
003350           "GRUPOS ABAJO DE LA META:".
003360         15 COLUMN 033 PIC ZZZZ9 SOURCE WK-GRUPOS-ATRASADOS.
003370     10 RD-HRS-TOT04 LINE PLUS 001.
003380         15 COLUMN 001 PIC X(031) VALUE
003390           "SESIONES QUE QUEDAN EN EL ANIO:".
003400         15 COLUMN 033 PIC ZZZZ9 SOURCE WK-TOTAL-PRX.
003500 PROCEDURE DIVISION.
003510 0000-PRINCIPAL.
003520     PERFORM 1000-INICIO
003530     PERFORM 2000-SUMA-ASISTENCIA UNTIL WKS-EOF-BD01 = 1
003540     GENERATE RD-HRS-PART-TIT
003550     PERFORM 3000-REVISA-PARTICIPANTE
003560         VARYING WK-IDX-PART FROM 1 BY 1
003570         UNTIL WK-IDX-PART > WK-TOTAL-PART
003580     GENERATE RD-HRS-GRUPO-TIT
003590     PERFORM 4000-REVISA-GRUPO
003600         VARYING WK-IDX-GPO FROM 1 BY 1
003610         UNTIL WK-IDX-GPO > 100
003620     GENERATE RD-HRS-PROX-TIT
003630     PERFORM 5000-LISTA-PROXIMA
003640         VARYING WK-IDX-PRX FROM 1 BY 1
003650         UNTIL WK-IDX-PRX > WK-TOTAL-PRX
003660     PERFORM 6000-TERMINA
003670     GOBACK.
003700 1000-INICIO.
003710     PERFORM 1100-LEE-PARAMETRO
003720     OPEN INPUT PARTIC
003730     IF WKS-STATUS-PARTIC NOT = "00"
003740         DISPLAY "NO EXISTE EL MAESTRO DE PARTICIPANTES, NO "
003750                 "HAY NADA QUE REVISAR"
003760         MOVE 16 TO RETURN-CODE
003770         GOBACK
003780     END-IF
003790     OPEN INPUT METAS
003800     IF WKS-STATUS-METAS NOT = "00"
003810         DISPLAY "NO EXISTE EL ARCHIVO DE METAS METAS.DAT, "
003820                 "NO HAY CONTRA QUE REVISAR"
003830         CLOSE PARTIC
003840         MOVE 16 TO RETURN-CODE
003850         GOBACK
003860     END-IF
003870     MOVE "N" TO WKS-HAY-CURSOS
003880     OPEN INPUT CURSOCAT
003890     IF WKS-STATUS-CURSOS = "00"
003900         MOVE "S" TO WKS-HAY-CURSOS
003910     END-IF
003920     MOVE "N" TO WKS-HAY-SESIONES
003930     OPEN INPUT SESIONES
003940     IF WKS-STATUS-SESION = "00"
003950         MOVE "S" TO WKS-HAY-SESIONES
003960     END-IF
003970     MOVE "N" TO WKS-HAY-GRUPOS
003980     OPEN INPUT GRUPOS
003990     IF WKS-STATUS-GRUPOS = "00"
004000         MOVE "S" TO WKS-HAY-GRUPOS
004010     END-IF
004020     PERFORM 1200-LIMPIA-GRUPO
004030         VARYING WK-IDX-GPO FROM 1 BY 1
004040         UNTIL WK-IDX-GPO > 100
004050     MOVE 0 TO WKS-EOF-METAS
004060     PERFORM 1300-CARGA-META UNTIL WKS-EOF-METAS = 1
004070     MOVE 0 TO WKS-EOF-PARTIC
004080     PERFORM 1400-CARGA-PARTICIPANTE UNTIL WKS-EOF-PARTIC = 1
004090     IF WKS-SI-HAY-SESIONES
004100         MOVE 0 TO WKS-EOF-SESION
004110         PERFORM 1500-CARGA-SESION UNTIL WKS-EOF-SESION = 1
004120     END-IF
004130     MOVE 0 TO WKS-EOF-BD01
004140     OPEN INQUIRY BD01CURSOS
004150     SET BD01IDXFECURSO TO BEGINNING
004160     MOVE "HORAREP" TO WKS-NOMBRE-REP
004170     MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (8:6)
004180     OPEN OUTPUT HORAREP
004190     INITIATE RD-CUMPLIMIENTO.
004200 1100-LEE-PARAMETRO.
004210     ACCEPT WKS-FECHA-PROCESO FROM DATE
004220     OPEN INPUT HORPARM
004230     IF WKS-STATUS-PARM = "00"
004240         READ HORPARM
004250             AT END
004260                 CONTINUE
004270             NOT AT END
004280*LA TARJETA PUEDE TRAER LA FECHA COMO AAAAMMDD O COMO
004290*00AAMMDD (EL FORMATO INTERNO DE ACCEPT FROM DATE); SOLO
004300*CUENTAN LOS SEIS DIGITOS BAJOS
004310                 MOVE 0 TO WKS-FECHA-PROCESO
004320                 MOVE PAR-FECHA (3:6)
004330                     TO WKS-FECHA-PROCESO (3:6)
004340         END-READ
004350         CLOSE HORPARM
004360     END-IF.
004400 1200-LIMPIA-GRUPO.
004410     MOVE 0 TO WK-MGR-TOTAL (WK-IDX-GPO)
004420     PERFORM 1210-LIMPIA-CURSO
004430         VARYING WK-IDX-OBL FROM 1 BY 1
004440         UNTIL WK-IDX-OBL > 10
004450     MOVE 0 TO WK-GSU-PARTIC (WK-IDX-GPO)
004460     MOVE 0 TO WK-GSU-HORAS (WK-IDX-GPO)
004470     MOVE 0 TO WK-GSU-ATRASADOS (WK-IDX-GPO).
004480 1210-LIMPIA-CURSO.
004490     MOVE 0 TO WK-MGR-CURSO (WK-IDX-GPO, WK-IDX-OBL).
004500*LA META CON CURSO CERO ES LA DE HORAS TOTALES; CADA CURSO
004510*OBLIGATORIO DISTINTO TOMA UNA COLUMNA DE LA TABLA (HASTA 10)
004520 1300-CARGA-META.
004530     READ METAS NEXT RECORD
004540         AT END
004550             MOVE 1 TO WKS-EOF-METAS
004560         NOT AT END
004570             COMPUTE WK-IDX-GPO = MET-GRUPO + 1
004580             IF MET-CURSO = 0
004590                 MOVE MET-HORAS TO WK-MGR-TOTAL (WK-IDX-GPO)
004600             ELSE
004610                 PERFORM 1310-UBICA-OBLIGATORIO
004620                 IF WK-OBL-HALLADO > 0
004630                     MOVE MET-HORAS TO
004640                         WK-MGR-CURSO (WK-IDX-GPO, WK-OBL-HALLADO)
004650                 END-IF
004660             END-IF
004670     END-READ.
004680 1310-UBICA-OBLIGATORIO.
004690     MOVE 0 TO WK-OBL-HALLADO
004700     PERFORM 1320-COMPARA-OBLIGATORIO
004710         VARYING WK-IDX-OBL FROM 1 BY 1
004720         UNTIL WK-IDX-OBL > WK-TOTAL-OBLIG
004730     IF WK-OBL-HALLADO = 0
004740         IF WK-TOTAL-OBLIG < 10
004750             ADD 1 TO WK-TOTAL-OBLIG
004760             MOVE WK-TOTAL-OBLIG TO WK-OBL-HALLADO
004770             MOVE MET-CURSO TO WK-OBL-CURSO (WK-OBL-HALLADO)
004775             MOVE MET-CURSO TO CUR-CLAVE
004780             PERFORM 1330-DESCRIBE-CURSO
004790             MOVE WKS-DESCR-CURSO TO WK-OBL-DESCR (WK-OBL-HALLADO)
004800         ELSE
004810             DISPLAY "TABLA DE CURSOS OBLIGATORIOS LLENA, SE "
004820                     "IGNORA EL CURSO: " MET-CURSO
004830         END-IF
004840     END-IF.
004850 1320-COMPARA-OBLIGATORIO.
004860     IF WK-OBL-CURSO (WK-IDX-OBL) = MET-CURSO
004870         MOVE WK-IDX-OBL TO WK-OBL-HALLADO
004880     END-IF.
004890*DESCRIPCION Y HORAS DEL CATALOGO; EL CURSO QUE YA NO ESTA SE
004900*QUEDA SIN HORAS, IGUAL QUE EN EL HISTORIAL PRAC18
004910 1330-DESCRIBE-CURSO.
004920     MOVE "(NO EXISTE)" TO WKS-DESCR-CURSO
004930     MOVE 0 TO WKS-HORAS-CURSO
004940     IF WKS-SI-HAY-CURSOS
004950         READ CURSOCAT
004960             INVALID KEY
004970                 CONTINUE
004980             NOT INVALID KEY
004990                 MOVE CUR-DESCRIPCION TO WKS-DESCR-CURSO
005000                 MOVE CUR-HORAS TO WKS-HORAS-CURSO
005010         END-READ
005020     END-IF.
005100*SOLO LOS ACTIVOS; LOS DADOS DE BAJA YA NO TIENEN META
005110 1400-CARGA-PARTICIPANTE.
005120     READ PARTIC NEXT RECORD
005130         AT END
005140             MOVE 1 TO WKS-EOF-PARTIC
005150         NOT AT END
005160             IF REG-ESTATUS = "A"
005170                 PERFORM 1410-AGREGA-PARTICIPANTE
005180             END-IF
005190     END-READ.
005200 1410-AGREGA-PARTICIPANTE.
005210     IF WK-TOTAL-PART < WK-MAX-PART
005220         ADD 1 TO WK-TOTAL-PART
005230         MOVE REG-NUMLISTA  TO WK-PAR-NUMLISTA (WK-TOTAL-PART)
005240         MOVE REG-NOMBRE    TO WK-PAR-NOMBRE (WK-TOTAL-PART)
005250         MOVE REG-APELLIDOS TO WK-PAR-APELLIDOS (WK-TOTAL-PART)
005260         MOVE REG-NUMGPO    TO WK-PAR-GRUPO (WK-TOTAL-PART)
005270         MOVE 0 TO WK-PAR-HORAS (WK-TOTAL-PART)
005280         PERFORM 1420-LIMPIA-HORAS-OBL
005290             VARYING WK-IDX-OBL FROM 1 BY 1
005300             UNTIL WK-IDX-OBL > 10
005310     ELSE
005320         DISPLAY "TABLA LLENA, SE IGNORA REGISTRO: " REG-NUMLISTA
005330     END-IF.
005340 1420-LIMPIA-HORAS-OBL.
005350     MOVE 0 TO WK-PAR-HRS-OBL (WK-TOTAL-PART, WK-IDX-OBL).
005400 1500-CARGA-SESION.
005410     READ SESIONES NEXT RECORD
005420         AT END
005430             MOVE 1 TO WKS-EOF-SESION
005440         NOT AT END
005450             IF SES-FECHA (3:6) > WKS-FECHA-PROCESO (3:6) AND
005460                SES-FECHA (3:2) = WKS-FP-AA
005470                 PERFORM 1510-AGREGA-SESION
005480             END-IF
005490     END-READ.
005500 1510-AGREGA-SESION.
005510     IF WK-TOTAL-PRX < 200
005520         ADD 1 TO WK-TOTAL-PRX
005530         MOVE SES-CVE-CURSO TO WK-PRX-CURSO (WK-TOTAL-PRX)
005540         MOVE SES-FECHA     TO WK-PRX-FECHA (WK-TOTAL-PRX)
005550         MOVE SES-AULA      TO WK-PRX-AULA (WK-TOTAL-PRX)
005560         MOVE SES-CVE-CURSO TO CUR-CLAVE
005570         PERFORM 1330-DESCRIBE-CURSO
005580         MOVE WKS-DESCR-CURSO TO WK-PRX-DESCR (WK-TOTAL-PRX)
005590         MOVE WKS-HORAS-CURSO TO WK-PRX-HORAS (WK-TOTAL-PRX)
005600     ELSE
005610         DISPLAY "TABLA DE SESIONES LLENA, SE IGNORA: "
005620                 SES-CVE-CURSO " " SES-FECHA
005630     END-IF.
005700*SE RECORRE TODA LA ASISTENCIA DE BD01 EN EL ORDEN DEL INDICE,
005710*COMO EN EL CRUCE PRAC16; SOLO CUENTA LA DEL ANIO HASTA EL
005720*CORTE Y LA DE PARTICIPANTES ACTIVOS
005730 2000-SUMA-ASISTENCIA.
005740     FIND NEXT BD01IDXFECURSO
005750         ON EXCEPTION
005760             MOVE 1 TO WKS-EOF-BD01.
005770     IF WKS-EOF-BD01 = 0
005780         IF BD01-FECHA-CURSO (3:2) = WKS-FP-AA AND
005790            BD01-FECHA-CURSO (3:6) <= WKS-FECHA-PROCESO (3:6)
005800             PERFORM 2100-BUSCA-PARTICIPANTE
005810             IF WKS-SI-ENCONTRO
005820                 PERFORM 2200-ACUMULA-HORAS
005830             END-IF
005840         END-IF
005850     END-IF.
005900 2100-BUSCA-PARTICIPANTE.
005910     MOVE "N" TO WKS-ENCONTRADO
005920     IF WK-TOTAL-PART > 0
005930         SET WK-INDICE TO 1
005940         SEARCH ALL WK-PAR
005950             AT END
005960                 CONTINUE
005970             WHEN WK-PAR-NUMLISTA (WK-INDICE) = BD01-IDCONSULTOR
005980                 MOVE "S" TO WKS-ENCONTRADO
005990                 SET WK-IDX-PART TO WK-INDICE
006000         END-SEARCH
006010     END-IF.
006100 2200-ACUMULA-HORAS.
006110     MOVE BD01-CVE-CURSO TO CUR-CLAVE
006120     PERFORM 1330-DESCRIBE-CURSO
006130     ADD WKS-HORAS-CURSO TO WK-PAR-HORAS (WK-IDX-PART)
006140     PERFORM 2210-ACUMULA-OBLIGATORIO
006150         VARYING WK-IDX-OBL FROM 1 BY 1
006160         UNTIL WK-IDX-OBL > WK-TOTAL-OBLIG.
006170 2210-ACUMULA-OBLIGATORIO.
006180     IF WK-OBL-CURSO (WK-IDX-OBL) = BD01-CVE-CURSO
006190         ADD WKS-HORAS-CURSO
006200             TO WK-PAR-HRS-OBL (WK-IDX-PART, WK-IDX-OBL)
006210     END-IF.
006300*EL PARTICIPANTE ESTA ATRASADO SI LLEVA MENOS HORAS QUE LA META
006310*DE SU GRUPO PRORRATEADA AL MES DEL CORTE, EN EL TOTAL O EN
006320*ALGUN CURSO OBLIGATORIO; LOS CURSOS ATRASADOS SALEN DEBAJO DE
006330*EL CON LAS SESIONES QUE TODAVIA PUEDE TOMAR
006340 3000-REVISA-PARTICIPANTE.
006350     ADD 1 TO WK-REVISADOS
006360     MOVE WK-PAR-GRUPO (WK-IDX-PART) TO WKS-GRUPO
006370     COMPUTE WK-IDX-GPO = WKS-GRUPO + 1
006380     ADD 1 TO WK-GSU-PARTIC (WK-IDX-GPO)
006390     ADD WK-PAR-HORAS (WK-IDX-PART) TO WK-GSU-HORAS (WK-IDX-GPO)
006400     MOVE "N" TO WKS-ATRASADO
006410     MOVE WK-MGR-TOTAL (WK-IDX-GPO) TO WK-META-ANUAL
006420     MOVE WK-PAR-HORAS (WK-IDX-PART) TO WK-HORAS-LLEVA
006430     PERFORM 3100-PRORRATEA
006440     IF WK-HORAS-LLEVA < WK-META-MES
006450         MOVE "S" TO WKS-ATRASADO
006460     END-IF
006470     PERFORM 3200-REVISA-OBLIGATORIO
006480         VARYING WK-IDX-OBL FROM 1 BY 1
006490         UNTIL WK-IDX-OBL > WK-TOTAL-OBLIG
006500     IF WKS-ESTA-ATRASADO
006510         ADD 1 TO WK-ATRASADOS
006520         ADD 1 TO WK-GSU-ATRASADOS (WK-IDX-GPO)
006530         MOVE WK-MGR-TOTAL (WK-IDX-GPO) TO WK-META-ANUAL
006540         MOVE WK-PAR-HORAS (WK-IDX-PART) TO WK-HORAS-LLEVA
006550         PERFORM 3100-PRORRATEA
006560         GENERATE RD-HRS-PARTICIPANTE
006570         PERFORM 3300-DETALLA-OBLIGATORIO
006580             VARYING WK-IDX-OBL FROM 1 BY 1
006590             UNTIL WK-IDX-OBL > WK-TOTAL-OBLIG
006600     END-IF.
006700*META AL MES = META ANUAL POR MES DEL CORTE ENTRE DOCE
006710 3100-PRORRATEA.
006720     COMPUTE WK-META-MES ROUNDED =
006730         (WK-META-ANUAL * WKS-FP-MM) / 12
006740     IF WK-HORAS-LLEVA < WK-META-MES
006750         COMPUTE WK-FALTAN = WK-META-MES - WK-HORAS-LLEVA
006760     ELSE
006770         MOVE 0 TO WK-FALTAN
006780     END-IF.
006800 3200-REVISA-OBLIGATORIO.
006810     MOVE WK-MGR-CURSO (WK-IDX-GPO, WK-IDX-OBL) TO WK-META-ANUAL
006820     MOVE WK-PAR-HRS-OBL (WK-IDX-PART, WK-IDX-OBL)
006830         TO WK-HORAS-LLEVA
006840     PERFORM 3100-PRORRATEA
006850     IF WK-HORAS-LLEVA < WK-META-MES
006860         MOVE "S" TO WKS-ATRASADO
006870     END-IF.
006900 3300-DETALLA-OBLIGATORIO.
006910     MOVE WK-MGR-CURSO (WK-IDX-GPO, WK-IDX-OBL) TO WK-META-ANUAL
006920     MOVE WK-PAR-HRS-OBL (WK-IDX-PART, WK-IDX-OBL)
006930         TO WK-HORAS-LLEVA
006940     PERFORM 3100-PRORRATEA
006950     IF WK-HORAS-LLEVA < WK-META-MES
006960         GENERATE RD-HRS-OBLIGATORIO
006970         MOVE 0 TO WK-RESTAN-SESIONES
006980         PERFORM 3310-SESION-DEL-CURSO
006990             VARYING WK-IDX-PRX FROM 1 BY 1
007000             UNTIL WK-IDX-PRX > WK-TOTAL-PRX
007010         IF WK-RESTAN-SESIONES = 0
007020             GENERATE RD-HRS-SIN-SESION
007030         END-IF
007040     END-IF.
007050 3310-SESION-DEL-CURSO.
007060     IF WK-PRX-CURSO (WK-IDX-PRX) = WK-OBL-CURSO (WK-IDX-OBL)
007070         ADD 1 TO WK-RESTAN-SESIONES
007080         GENERATE RD-HRS-PUEDE-TOMAR
007090     END-IF.
007100*EL GRUPO ESTA ABAJO DE LA META SI EL PROMEDIO DE HORAS DE SUS
007110*PARTICIPANTES ACTIVOS NO LLEGA A LA META PRORRATEADA
007120 4000-REVISA-GRUPO.
007130     IF WK-MGR-TOTAL (WK-IDX-GPO) > 0 OR
007140        WK-GSU-ATRASADOS (WK-IDX-GPO) > 0
007150         COMPUTE WKS-GRUPO = WK-IDX-GPO - 1
007160         MOVE WK-MGR-TOTAL (WK-IDX-GPO) TO WK-META-ANUAL
007170         MOVE 0 TO WK-HORAS-LLEVA
007180         PERFORM 3100-PRORRATEA
007190         IF WK-GSU-PARTIC (WK-IDX-GPO) = 0
007200             MOVE 0 TO WK-PROMEDIO
007210         ELSE
007220             COMPUTE WK-PROMEDIO ROUNDED =
007230                 WK-GSU-HORAS (WK-IDX-GPO)
007240                 / WK-GSU-PARTIC (WK-IDX-GPO)
007250         END-IF
007260         MOVE SPACES TO WKS-ATRASADO-TXT
007270         IF WK-GSU-PARTIC (WK-IDX-GPO) > 0 AND
007280            WK-PROMEDIO < WK-META-MES
007290             MOVE "ATRASADO" TO WKS-ATRASADO-TXT
007300             ADD 1 TO WK-GRUPOS-ATRASADOS
007310         END-IF
007320         PERFORM 4100-NOMBRE-GRUPO
007330         GENERATE RD-HRS-GRUPO
007340     END-IF.
007400 4100-NOMBRE-GRUPO.
007410     MOVE "(SIN GRUPO)" TO WKS-NOMBRE-GRUPO
007420     IF WKS-GRUPO > 0
007430         MOVE "(NO CATALOGADO)" TO WKS-NOMBRE-GRUPO
007440         IF WKS-SI-HAY-GRUPOS
007450             MOVE WKS-GRUPO TO GRU-NUMERO
007460             READ GRUPOS
007470                 INVALID KEY
007480                     CONTINUE
007490                 NOT INVALID KEY
007500                     MOVE GRU-NOMBRE TO WKS-NOMBRE-GRUPO
007510             END-READ
007520         END-IF
007530     END-IF.
007600 5000-LISTA-PROXIMA.
007610     GENERATE RD-HRS-PROXIMA.
007700 6000-TERMINA.
007710     TERMINATE RD-CUMPLIMIENTO
007720     CLOSE HORAREP
007730     PERFORM 6100-CATALOGA-REPORTE
007740     CLOSE PARTIC
007750     CLOSE METAS
007760     IF WKS-SI-HAY-CURSOS
007770         CLOSE CURSOCAT
007780     END-IF
007790     IF WKS-SI-HAY-SESIONES
007800         CLOSE SESIONES
007810     END-IF
007820     IF WKS-SI-HAY-GRUPOS
007830         CLOSE GRUPOS
007840     END-IF
007850     CLOSE BD01CURSOS
007860     DISPLAY "CUMPLIMIENTO DE HORAS DE CAPACITACION TERMINADO"
007870     DISPLAY "  PARTICIPANTES ACTIVOS:   " WK-REVISADOS
007880     DISPLAY "  ATRASADOS:               " WK-ATRASADOS
007890     DISPLAY "  GRUPOS ABAJO DE LA META: " WK-GRUPOS-ATRASADOS
007900     IF WK-ATRASADOS > 0 OR WK-GRUPOS-ATRASADOS > 0
007910         MOVE 4 TO RETURN-CODE
007920     END-IF.
008000 6100-CATALOGA-REPORTE.
008010     OPEN EXTEND REPCAT
008020     IF WKS-STATUS-REPCAT = "35"
008030         OPEN OUTPUT REPCAT
008040         CLOSE REPCAT
008050         OPEN EXTEND REPCAT
008060     END-IF
008070     MOVE "HORACUMP" TO CAT-PROGRAMA
008080     MOVE WKS-FECHA-PROCESO TO CAT-FECHA
008090     MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
008100     WRITE REG-REPCAT
008110     CLOSE REPCAT.
008120 END PROGRAM HORACUMP.
