000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AULAMANT.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*MANTENIMIENTO DEL CATALOGO DE AULAS (AULAS.DAT, COPYBOOK
000142*AULAREG), QUE SUSTITUYE AL TEXTO LIBRE DE GRU-AULA Y SES-AULA
000144*CON EL QUE SE APARTABAN DOS SESIONES EN LA MISMA AULA Y FECHA
000146*O UN CURSO DE 30 EN UN AULA DE 12: ALTA, CAMBIO, RETIRO (EL
000148*AULA SE MARCA INACTIVA, NO SE BORRA) Y CONSULTA, AL ESTILO DE
000150*INSTMANT. LA ASIGNACION DEL AULA A UN GRUPO VALIDA QUE EXISTA,
000152*ESTE ACTIVA Y TENGA ASIENTOS PARA GRU-CAPACIDAD. LA OCUPACION
000154*SEMANAL ES LA REJILLA AULA POR DIA PARA LA GENTE DE
000156*INSTALACIONES, CON LAS SESIONES DE SESIONES.DAT Y LOS GRUPOS
000158*QUE TIENEN EL AULA COMO SALON FIJO. EL CATALOGO SE SIEMBRA CON
000160*EL AULA A-01 QUE TRAEN LOS GRUPOS SEMBRADOS POR PRAC11.
000162 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT AULAS ASSIGN TO "AULAS.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS AUL-CLAVE
000270         FILE STATUS IS WKS-STATUS-AULAS.
000280     SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS GRU-NUMERO
000320         FILE STATUS IS WKS-STATUS-GRUPOS.
000330     SELECT SESIONES ASSIGN TO "SESIONES.DAT"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE DYNAMIC
000360         RECORD KEY IS SES-LLAVE
000370         FILE STATUS IS WKS-STATUS-SESION.
000380     SELECT REPORTE ASSIGN TO PRINTER
000390         ORGANIZATION LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD AULAS.
000430     01 REG-AULA.
000440         COPY AULAREG REPLACING ==LVL== BY ==02==
000450             ==NOMCLAVE== BY ==AUL-CLAVE==
000460             ==NOMNOMBRE== BY ==AUL-NOMBRE==
000470             ==NOMASIENTOS== BY ==AUL-ASIENTOS==
000480             ==NOMEQUIPO== BY ==AUL-EQUIPO==
000490             ==NOMACTIVO== BY ==AUL-ACTIVO==.
000500     FD GRUPOS.
000510     01 REG-GRUPO.
000520         COPY GRUPOREG REPLACING ==LVL== BY ==02==
000530             ==NOMNUMERO== BY ==GRU-NUMERO==
000540             ==NOMNOMBRE== BY ==GRU-NOMBRE==
000550             ==NOMINSTRUCTOR== BY ==GRU-INSTRUCTOR==
000560             ==NOMAULA== BY ==GRU-AULA==
000570             ==NOMCAPACIDAD== BY ==GRU-CAPACIDAD==
000580             ==NOMCVEINST== BY ==GRU-CVEINST==.
000590     FD SESIONES.
000600     01 REG-SESION.
000610         COPY SESIOREG REPLACING ==LVL== BY ==02==
000620             ==LV2== BY ==03==
000630             ==NOMLLAVE== BY ==SES-LLAVE==
000640             ==NOMCURSO== BY ==SES-CVE-CURSO==
000650             ==NOMFECHA== BY ==SES-FECHA==
000660             ==NOMINSTRUCTOR== BY ==SES-CVE-INSTRUCTOR==
000670             ==NOMAULA== BY ==SES-AULA==.
000680     FD REPORTE
000690         REPORT IS RD-OCUPACION.
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-AULAS  PIC X(02).
000720     01 WKS-STATUS-GRUPOS PIC X(02).
000730     01 WKS-STATUS-SESION PIC X(02).
000740     01 WKS-OPCION        PIC 9(01).
000750     01 WKS-CVE-AULA      PIC X(08).
000760     01 WKS-NUM-GRUPO     PIC 9(02).
000770     01 WKS-EOF-AULAS     PIC 9(01).
000780     01 WKS-EOF-GRUPOS    PIC 9(01).
000790     01 WKS-EOF-SESION    PIC 9(01).
000800     01 WKS-HAY-GRUPOS    PIC X(01).
000810         88 WKS-SI-HAY-GRUPOS VALUE "S".
000820     01 WKS-FECHA-DESDE   PIC 9(08).
000830     01 WKS-FECHA-HASTA   PIC 9(08).
000840     01 WKS-FECHA-CALC    PIC 9(08).
000850     01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
000860         03 FILLER        PIC 9(02).
000870         03 WKS-FC-AA     PIC 9(02).
000880         03 WKS-FC-MM     PIC 9(02).
000890         03 WKS-FC-DD     PIC 9(02).
000900     01 WKS-DIAS-MES      PIC 9(02).
000910     01 WKS-BIS-COCIENTE  PIC 9(02).
000920     01 WKS-BIS-RESIDUO   PIC 9(02).
000930     01 WKS-TABLA-DIAS-MES.
000940         03 FILLER PIC X(24) VALUE "312831303130313130313031".
000950     01 WKS-DIAS-MES-R REDEFINES WKS-TABLA-DIAS-MES.
000960         03 WK-DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
000970*LOS SIETE DIAS DE LA SEMANA, PARA LOS ENCABEZADOS DE LA
000980*REJILLA Y PARA UBICAR CADA SESION EN SU COLUMNA
000990     01 WKS-TABLA-DIAS.
001000         03 WK-DIA-FECHA OCCURS 7 TIMES PIC 9(08).
001010     01 WKS-TABLA-DIAS-R REDEFINES WKS-TABLA-DIAS.
001020         03 WK-DIA-PARTES OCCURS 7 TIMES.
001030             05 FILLER        PIC 9(04).
001040             05 WK-DIA-MMDD   PIC 9(04).
001050     01 WK-IDX-DIA        PIC 9(02).
001060     01 WK-DIA-SESION     PIC 9(02).
001070*UN RENGLON POR AULA: ASIENTOS, GRUPOS CON SALON FIJO Y LO QUE
001080*HAY CADA DIA (CLAVE DEL CURSO, ** SI HAY DOS SESIONES); UN
001090*AULA QUE NO ESTA EN EL CATALOGO ENTRA CON CERO ASIENTOS PARA
001100*QUE NO SE PIERDA EN LA REJILLA
001110     01 WK-TOTAL-AULAS    PIC 9(03) VALUE 0.
001120     01 WK-IDX-AULA       PIC 9(03).
001130     01 WK-AULA-SESION    PIC 9(03).
001140     01 WKS-TABLA-AULAS.
001150         03 WK-AULA-OCUPA OCCURS 100 TIMES.
001160             05 WK-OCU-CLAVE    PIC X(08).
001170             05 WK-OCU-ASIENTOS PIC 9(03).
001180             05 WK-OCU-GRUPOS   PIC 9(02).
001190             05 WK-OCU-DIA OCCURS 7 TIMES PIC X(05).
001200     01 WK-TOT-SESIONES   PIC 9(03) VALUE 0.
001210     01 WK-TOT-DOBLES     PIC 9(03) VALUE 0.
001220     01 WK-TOT-SIN-CATALOGO PIC 9(03) VALUE 0.
001230     01 WKS-CELDA-CURSO   PIC X(05).
001300 REPORT SECTION.
001310     RD RD-OCUPACION
001320         PAGE LIMIT   060 LINES
001330         HEADING      001
001340         FIRST DETAIL 006
001350         LAST DETAIL  054.
001360 01 RD-OCU-TITULOS TYPE IS PH.
001370     10 RD-OCU-TITULO-01 LINE 001.
001380         15 COLUMN 001 PIC X(027) VALUE
001390           "OCUPACION SEMANAL DE AULAS".
001400     10 RD-OCU-TITULO-02 LINE 003.
001410         15 COLUMN 001 PIC X(006) VALUE "DEL: ".
001420         15 COLUMN 007 PIC 9999/99/99 SOURCE WKS-FECHA-DESDE.
001430         15 COLUMN 020 PIC X(004) VALUE "AL: ".
001440         15 COLUMN 024 PIC 9999/99/99 SOURCE WKS-FECHA-HASTA.
001450     10 RD-OCU-TITULO-03 LINE 005.
001460         15 COLUMN 001 PIC X(004) VALUE "AULA".
001470         15 COLUMN 010 PIC X(004) VALUE "ASI.".
001480         15 COLUMN 015 PIC X(004) VALUE "GPOS".
001490         15 COLUMN 021 PIC 99/99 SOURCE WK-DIA-MMDD (1).
001500         15 COLUMN 028 PIC 99/99 SOURCE WK-DIA-MMDD (2).
001510         15 COLUMN 035 PIC 99/99 SOURCE WK-DIA-MMDD (3).
001520         15 COLUMN 042 PIC 99/99 SOURCE WK-DIA-MMDD (4).
001530         15 COLUMN 049 PIC 99/99 SOURCE WK-DIA-MMDD (5).
001540         15 COLUMN 056 PIC 99/99 SOURCE WK-DIA-MMDD (6).
001550         15 COLUMN 063 PIC 99/99 SOURCE WK-DIA-MMDD (7).
001560 01 RD-OCU-DETALLE TYPE DETAIL.
001570     10 RD-OCU-DET01 LINE PLUS 001.
001580         15 COLUMN 001 PIC X(08) SOURCE
001590             WK-OCU-CLAVE (WK-IDX-AULA).
001600         15 COLUMN 010 PIC ZZ9 SOURCE
001610             WK-OCU-ASIENTOS (WK-IDX-AULA).
001620         15 COLUMN 016 PIC Z9 SOURCE
001630             WK-OCU-GRUPOS (WK-IDX-AULA).
001640         15 COLUMN 021 PIC X(05) SOURCE
001650             WK-OCU-DIA (WK-IDX-AULA, 1).
001660         15 COLUMN 028 PIC X(05) SOURCE
001670             WK-OCU-DIA (WK-IDX-AULA, 2).
001680         15 COLUMN 035 PIC X(05) SOURCE
001690             WK-OCU-DIA (WK-IDX-AULA, 3).
001700         15 COLUMN 042 PIC X(05) SOURCE
001710             WK-OCU-DIA (WK-IDX-AULA, 4).
001720         15 COLUMN 049 PIC X(05) SOURCE
001730             WK-OCU-DIA (WK-IDX-AULA, 5).
001740         15 COLUMN 056 PIC X(05) SOURCE
001750             WK-OCU-DIA (WK-IDX-AULA, 6).
001760         15 COLUMN 063 PIC X(05) SOURCE
001770             WK-OCU-DIA (WK-IDX-AULA, 7).
001780 01 RD-OCU-TOTALES TYPE IS RF.
001790     10 RD-OCU-TOT01 LINE PLUS 002.
001800         15 COLUMN 001 PIC X(023) VALUE
001810           "SESIONES DE LA SEMANA:".
001820         15 COLUMN 025 PIC ZZ9 SOURCE WK-TOT-SESIONES.
001830     10 RD-OCU-TOT02 LINE PLUS 001.
001840         15 COLUMN 001 PIC X(023) VALUE
001850           "CRUCES (**) EN LA MISMA".
001860         15 COLUMN 025 PIC ZZ9 SOURCE WK-TOT-DOBLES.
001870         15 COLUMN 029 PIC X(013) VALUE "AULA Y FECHA".
001880     10 RD-OCU-TOT03 LINE PLUS 001.
001890         15 COLUMN 001 PIC X(023) VALUE
001900           "AULAS FUERA DE CATALOGO".
001910         15 COLUMN 025 PIC ZZ9 SOURCE WK-TOT-SIN-CATALOGO.
002000 PROCEDURE DIVISION.
002010 0000-PRINCIPAL.
002020     MOVE 0 TO WKS-OPCION
002030     PERFORM 1000-ABRE-ARCHIVOS
002040     PERFORM 2000-MENU UNTIL WKS-OPCION = 9
002050     CLOSE AULAS
002060     IF WKS-SI-HAY-GRUPOS
002070         CLOSE GRUPOS
002080     END-IF
002090     GOBACK.
002100 1000-ABRE-ARCHIVOS.
002110     OPEN I-O AULAS
002120     IF WKS-STATUS-AULAS = "35"
002130         PERFORM 1100-SIEMBRA-CATALOGO
002140         OPEN I-O AULAS
002150     END-IF
002160     MOVE "N" TO WKS-HAY-GRUPOS
002170     OPEN I-O GRUPOS
002180     IF WKS-STATUS-GRUPOS = "00"
002190         MOVE "S" TO WKS-HAY-GRUPOS
002200     ELSE
002210         DISPLAY "AVISO: NO EXISTE EL CATALOGO DE GRUPOS, "
002220                 "CORRA PRIMERO PRAC11 PARA SEMBRARLO"
002230     END-IF.
002240*EL AULA A-01 CON 10 ASIENTOS ES LA QUE TRAEN LOS 20 GRUPOS
002250*SEMBRADOS POR PRAC11
002260 1100-SIEMBRA-CATALOGO.
002270     OPEN OUTPUT AULAS
002280     MOVE "A-01" TO AUL-CLAVE
002290     MOVE "AULA A-01" TO AUL-NOMBRE
002300     MOVE 10 TO AUL-ASIENTOS
002310     MOVE "PIZARRON" TO AUL-EQUIPO
002320     MOVE "S" TO AUL-ACTIVO
002330     WRITE REG-AULA
002340     CLOSE AULAS.
002400 2000-MENU.
002410     DISPLAY " "
002420     DISPLAY "CATALOGO DE AULAS"
002430     DISPLAY "1.- ALTA DE AULA"
002440     DISPLAY "2.- CAMBIO DE AULA"
002450     DISPLAY "3.- RETIRO DE AULA"
002460     DISPLAY "4.- ASIGNAR AULA A GRUPO"
002470     DISPLAY "5.- CONSULTA DEL CATALOGO"
002480     DISPLAY "6.- OCUPACION SEMANAL DE AULAS"
002490     DISPLAY "9.- SALIR"
002500     ACCEPT WKS-OPCION
002510     EVALUATE WKS-OPCION
002520         WHEN 1 PERFORM 3000-ALTA
002530         WHEN 2 PERFORM 4000-CAMBIO
002540         WHEN 3 PERFORM 5000-RETIRO
002550         WHEN 4 PERFORM 6000-ASIGNA-GRUPO
002560         WHEN 5 PERFORM 7000-CONSULTA
002570         WHEN 6 PERFORM 8000-OCUPACION-SEMANAL
002580         WHEN 9 CONTINUE
002590         WHEN OTHER DISPLAY "OPCION INVALIDA"
002600     END-EVALUATE.
002700 3000-ALTA.
002710     DISPLAY "CLAVE DEL AULA (8 CARACTERES):"
002720     ACCEPT WKS-CVE-AULA
002730     MOVE WKS-CVE-AULA TO AUL-CLAVE
002740     READ AULAS
002750         INVALID KEY
002760             MOVE WKS-CVE-AULA TO AUL-CLAVE
002770             DISPLAY "NOMBRE:"
002780             ACCEPT AUL-NOMBRE
002790             DISPLAY "ASIENTOS:"
002800             ACCEPT AUL-ASIENTOS
002810             DISPLAY "EQUIPO:"
002820             ACCEPT AUL-EQUIPO
002830             MOVE "S" TO AUL-ACTIVO
002840             WRITE REG-AULA
002850                 INVALID KEY
002860                     DISPLAY "NO SE PUDO GRABAR EL AULA"
002870                 NOT INVALID KEY
002880                     DISPLAY "AULA DADA DE ALTA"
002890             END-WRITE
002900         NOT INVALID KEY
002910             DISPLAY "YA EXISTE ESA CLAVE: " AUL-NOMBRE
002920     END-READ.
003000 4000-CAMBIO.
003010     DISPLAY "CLAVE DEL AULA A CAMBIAR:"
003020     ACCEPT WKS-CVE-AULA
003030     MOVE WKS-CVE-AULA TO AUL-CLAVE
003040     READ AULAS
003050         INVALID KEY
003060             DISPLAY "NO EXISTE ESA AULA"
003070         NOT INVALID KEY
003080             DISPLAY "NOMBRE (" AUL-NOMBRE "):"
003090             ACCEPT AUL-NOMBRE
003100             DISPLAY "ASIENTOS (" AUL-ASIENTOS "):"
003110             ACCEPT AUL-ASIENTOS
003120             DISPLAY "EQUIPO (" AUL-EQUIPO "):"
003130             ACCEPT AUL-EQUIPO
003140             REWRITE REG-AULA
003150                 INVALID KEY
003160                     DISPLAY "NO SE PUDO ACTUALIZAR"
003170             END-REWRITE
003180             DISPLAY "AULA ACTUALIZADA"
003190     END-READ.
003200*EL AULA NO SE BORRA: SE MARCA INACTIVA PARA QUE LAS SESIONES
003210*Y GRUPOS VIEJOS LA SIGAN ENCONTRANDO; YA NO SE PUEDE APARTAR
003220 5000-RETIRO.
003230     DISPLAY "CLAVE DEL AULA A RETIRAR:"
003240     ACCEPT WKS-CVE-AULA
003250     MOVE WKS-CVE-AULA TO AUL-CLAVE
003260     READ AULAS
003270         INVALID KEY
003280             DISPLAY "NO EXISTE ESA AULA"
003290         NOT INVALID KEY
003300             MOVE "N" TO AUL-ACTIVO
003310             REWRITE REG-AULA
003320             DISPLAY "AULA RETIRADA DEL CATALOGO ACTIVO"
003330     END-READ.
003400*LA ASIGNACION ES EL UNICO CAMINO VALIDADO PARA PONER SALON A
003410*UN GRUPO: EXIGE QUE EL AULA EXISTA, ESTE ACTIVA Y TENGA AL
003420*MENOS TANTOS ASIENTOS COMO LA CAPACIDAD DEL GRUPO
003430 6000-ASIGNA-GRUPO.
003440     IF NOT WKS-SI-HAY-GRUPOS
003450         DISPLAY "NO HAY CATALOGO DE GRUPOS"
003460     ELSE
003470         DISPLAY "NUMERO DEL GRUPO (1-20):"
003480         ACCEPT WKS-NUM-GRUPO
003490         MOVE WKS-NUM-GRUPO TO GRU-NUMERO
003500         READ GRUPOS
003510             INVALID KEY
003520                 DISPLAY "NO EXISTE ESE GRUPO EN EL CATALOGO"
003530             NOT INVALID KEY
003540                 PERFORM 6100-VALIDA-AULA-GRUPO
003550         END-READ
003560     END-IF.
003570 6100-VALIDA-AULA-GRUPO.
003580     DISPLAY "GRUPO " GRU-NUMERO " " GRU-NOMBRE
003590             " CAPACIDAD " GRU-CAPACIDAD
003600             " (AULA ACTUAL: " GRU-AULA ")"
003610     DISPLAY "CLAVE DEL AULA A ASIGNAR:"
003620     ACCEPT WKS-CVE-AULA
003630     MOVE WKS-CVE-AULA TO AUL-CLAVE
003640     READ AULAS
003650         INVALID KEY
003660             DISPLAY "ESA AULA NO ESTA EN EL CATALOGO, DELA "
003670                     "DE ALTA PRIMERO"
003680         NOT INVALID KEY
003690             IF AUL-ACTIVO NOT = "S"
003700                 DISPLAY "ESA AULA ESTA RETIRADA, NO SE ASIGNA"
003710             ELSE
003720                 IF AUL-ASIENTOS < GRU-CAPACIDAD
003730                     DISPLAY "EL AULA TIENE " AUL-ASIENTOS
003740                             " ASIENTOS Y EL GRUPO ES DE "
003750                             GRU-CAPACIDAD ", NO SE ASIGNA"
003760                 ELSE
003770                     MOVE AUL-CLAVE TO GRU-AULA
003780                     REWRITE REG-GRUPO
003790                         INVALID KEY
003800                             DISPLAY "NO SE PUDO ACTUALIZAR "
003810                                     "EL GRUPO"
003815                         NOT INVALID KEY
003817                             DISPLAY "AULA ASIGNADA AL GRUPO"
003820                     END-REWRITE
003840                 END-IF
003850             END-IF
003860     END-READ.
003900 7000-CONSULTA.
003910     MOVE 0 TO WKS-EOF-AULAS
003920     CLOSE AULAS
003930     OPEN INPUT AULAS
003940     PERFORM 7100-MUESTRA-AULA UNTIL WKS-EOF-AULAS = 1
003950     CLOSE AULAS
003960     OPEN I-O AULAS.
003970 7100-MUESTRA-AULA.
003980     READ AULAS NEXT RECORD
003990         AT END
004000             MOVE 1 TO WKS-EOF-AULAS
004010         NOT AT END
004020             DISPLAY AUL-CLAVE " " AUL-NOMBRE
004030                     " ASIENTOS: " AUL-ASIENTOS
004040                     " EQUIPO: " AUL-EQUIPO
004050                     " ACTIVA: " AUL-ACTIVO
004060     END-READ.
004100*LA REJILLA SE ARMA EN TRES PASADAS: AULAS ACTIVAS DEL
004110*CATALOGO, GRUPOS (SALON FIJO DE CADA AULA) Y SESIONES DE LOS
004120*SIETE DIAS QUE EMPIEZAN EN LA FECHA CAPTURADA, IGUAL QUE EL
004130*PROGRAMA SEMANAL DE SESIMANT
004140 8000-OCUPACION-SEMANAL.
004150     DISPLAY "FECHA INICIAL DE LA SEMANA (AAAAMMDD):"
004160     ACCEPT WKS-FECHA-DESDE
004170     MOVE WKS-FECHA-DESDE TO WKS-FECHA-CALC
004180     MOVE WKS-FECHA-CALC TO WK-DIA-FECHA (1)
004190     PERFORM 8050-SIGUIENTE-DIA
004200         VARYING WK-IDX-DIA FROM 2 BY 1
004210         UNTIL WK-IDX-DIA > 7
004220     MOVE WK-DIA-FECHA (7) TO WKS-FECHA-HASTA
004230     MOVE 0 TO WK-TOTAL-AULAS
004240     MOVE 0 TO WK-TOT-SESIONES
004250     MOVE 0 TO WK-TOT-DOBLES
004260     MOVE 0 TO WK-TOT-SIN-CATALOGO
004270     PERFORM 8100-CARGA-AULAS
004280     PERFORM 8200-CUENTA-GRUPOS
004290     PERFORM 8300-UBICA-SESIONES
004300     OPEN OUTPUT REPORTE
004310     INITIATE RD-OCUPACION
004320     PERFORM 8400-IMPRIME-AULA
004330         VARYING WK-IDX-AULA FROM 1 BY 1
004340         UNTIL WK-IDX-AULA > WK-TOTAL-AULAS
004350     TERMINATE RD-OCUPACION
004360     CLOSE REPORTE
004370     DISPLAY "OCUPACION SEMANAL GENERADA, AULAS: "
004380             WK-TOTAL-AULAS " SESIONES: " WK-TOT-SESIONES
004390     IF WK-TOT-DOBLES > 0
004400         DISPLAY "  CRUCES EN LA MISMA AULA Y FECHA: "
004410                 WK-TOT-DOBLES
004420     END-IF.
004430*UN DIA MAS; EL MES Y EL ANO RUEDAN CON LA TABLA DE DIAS
004440*(FEBRERO BISIESTO INCLUIDO)
004450 8050-SIGUIENTE-DIA.
004460     MOVE WK-DIAS-DEL-MES (WKS-FC-MM) TO WKS-DIAS-MES
004470     IF WKS-FC-MM = 02
004480         DIVIDE WKS-FC-AA BY 4 GIVING WKS-BIS-COCIENTE
004490             REMAINDER WKS-BIS-RESIDUO
004500         IF WKS-BIS-RESIDUO = 0
004510             MOVE 29 TO WKS-DIAS-MES
004520         END-IF
004530     END-IF
004540     ADD 1 TO WKS-FC-DD
004550     IF WKS-FC-DD > WKS-DIAS-MES
004560         MOVE 01 TO WKS-FC-DD
004570         ADD 1 TO WKS-FC-MM
004580         IF WKS-FC-MM > 12
004590             MOVE 01 TO WKS-FC-MM
004600             ADD 1 TO WKS-FC-AA
004610         END-IF
004620     END-IF
004630     MOVE WKS-FECHA-CALC TO WK-DIA-FECHA (WK-IDX-DIA).
004700 8100-CARGA-AULAS.
004710     MOVE 0 TO WKS-EOF-AULAS
004720     CLOSE AULAS
004730     OPEN INPUT AULAS
004740     PERFORM 8110-LEE-AULA UNTIL WKS-EOF-AULAS = 1
004750     CLOSE AULAS
004760     OPEN I-O AULAS.
004770 8110-LEE-AULA.
004780     READ AULAS NEXT RECORD
004790         AT END
004800             MOVE 1 TO WKS-EOF-AULAS
004810         NOT AT END
004820             IF AUL-ACTIVO = "S" AND WK-TOTAL-AULAS < 100
004830                 MOVE AUL-CLAVE TO WKS-CVE-AULA
004840                 PERFORM 8120-AGREGA-AULA
004850                 MOVE AUL-ASIENTOS
004860                     TO WK-OCU-ASIENTOS (WK-TOTAL-AULAS)
004870             END-IF
004880     END-READ.
004890 8120-AGREGA-AULA.
004900     ADD 1 TO WK-TOTAL-AULAS
004910     MOVE WKS-CVE-AULA TO WK-OCU-CLAVE (WK-TOTAL-AULAS)
004920     MOVE 0 TO WK-OCU-ASIENTOS (WK-TOTAL-AULAS)
004930     MOVE 0 TO WK-OCU-GRUPOS (WK-TOTAL-AULAS)
004940     PERFORM 8130-LIMPIA-DIA
004950         VARYING WK-IDX-DIA FROM 1 BY 1
004960         UNTIL WK-IDX-DIA > 7.
004970 8130-LIMPIA-DIA.
004980     MOVE "  -  " TO WK-OCU-DIA (WK-TOTAL-AULAS, WK-IDX-DIA).
005000 8200-CUENTA-GRUPOS.
005010     IF WKS-SI-HAY-GRUPOS
005020         MOVE 0 TO WKS-EOF-GRUPOS
005030         CLOSE GRUPOS
005040         OPEN INPUT GRUPOS
005050         PERFORM 8210-LEE-GRUPO UNTIL WKS-EOF-GRUPOS = 1
005060         CLOSE GRUPOS
005070         OPEN I-O GRUPOS
005080     END-IF.
005090 8210-LEE-GRUPO.
005100     READ GRUPOS NEXT RECORD
005110         AT END
005120             MOVE 1 TO WKS-EOF-GRUPOS
005130         NOT AT END
005140             MOVE GRU-AULA TO WKS-CVE-AULA
005150             PERFORM 8500-BUSCA-AULA
005160             IF WK-AULA-SESION > 0
005170                 ADD 1 TO WK-OCU-GRUPOS (WK-AULA-SESION)
005180             END-IF
005190     END-READ.
005200 8300-UBICA-SESIONES.
005210     MOVE 0 TO WKS-EOF-SESION
005220     OPEN INPUT SESIONES
005230     IF WKS-STATUS-SESION NOT = "00"
005240         MOVE 1 TO WKS-EOF-SESION
005250     END-IF
005260     PERFORM 8310-LEE-SESION UNTIL WKS-EOF-SESION = 1
005270     IF WKS-STATUS-SESION NOT = "35"
005280         CLOSE SESIONES
005290     END-IF.
005300 8310-LEE-SESION.
005310     READ SESIONES NEXT RECORD
005320         AT END
005330             MOVE 1 TO WKS-EOF-SESION
005340         NOT AT END
005350             MOVE 0 TO WK-DIA-SESION
005360             PERFORM 8320-UBICA-DIA
005370                 VARYING WK-IDX-DIA FROM 1 BY 1
005380                 UNTIL WK-IDX-DIA > 7
005390             IF WK-DIA-SESION > 0
005400                 PERFORM 8330-ANOTA-SESION
005410             END-IF
005420     END-READ.
005430 8320-UBICA-DIA.
005440     IF SES-FECHA (3:6) = WK-DIA-FECHA (WK-IDX-DIA) (3:6)
005450         MOVE WK-IDX-DIA TO WK-DIA-SESION
005460     END-IF.
005470*EL AULA DE UNA SESION QUE NO ESTA EN EL CATALOGO ACTIVO SE
005480*AGREGA AL FINAL CON CERO ASIENTOS; SI LA CELDA YA TENIA CURSO
005490*ES UN CRUCE DE DOS SESIONES EN LA MISMA AULA Y FECHA
005500 8330-ANOTA-SESION.
005510     ADD 1 TO WK-TOT-SESIONES
005520     MOVE SES-AULA TO WKS-CVE-AULA
005530     PERFORM 8500-BUSCA-AULA
005540     IF WK-AULA-SESION = 0 AND WK-TOTAL-AULAS < 100
005550         PERFORM 8120-AGREGA-AULA
005560         MOVE WK-TOTAL-AULAS TO WK-AULA-SESION
005570         ADD 1 TO WK-TOT-SIN-CATALOGO
005580     END-IF
005590     IF WK-AULA-SESION > 0
005600         IF WK-OCU-DIA (WK-AULA-SESION, WK-DIA-SESION) = "  -  "
005610             MOVE SPACES TO WKS-CELDA-CURSO
005620             MOVE SES-CVE-CURSO TO WKS-CELDA-CURSO (2:3)
005630             MOVE WKS-CELDA-CURSO
005640                 TO WK-OCU-DIA (WK-AULA-SESION, WK-DIA-SESION)
005650         ELSE
005660             MOVE " **  "
005670                 TO WK-OCU-DIA (WK-AULA-SESION, WK-DIA-SESION)
005680             ADD 1 TO WK-TOT-DOBLES
005690         END-IF
005700     END-IF.
005800 8400-IMPRIME-AULA.
005810     GENERATE RD-OCU-DETALLE.
005900*BUSQUEDA LINEAL DE WKS-CVE-AULA EN LA REJILLA; CERO SI NO ESTA
005910 8500-BUSCA-AULA.
005920     MOVE 0 TO WK-AULA-SESION
005930     PERFORM 8510-COMPARA-AULA
005940         VARYING WK-IDX-AULA FROM 1 BY 1
005950         UNTIL WK-IDX-AULA > WK-TOTAL-AULAS
005960             OR WK-AULA-SESION > 0.
005970 8510-COMPARA-AULA.
005980     IF WK-OCU-CLAVE (WK-IDX-AULA) = WKS-CVE-AULA
005990         MOVE WK-IDX-AULA TO WK-AULA-SESION
006000     END-IF.
006100 END PROGRAM AULAMANT.
