000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRAC23.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*CAPTURA DE CALIFICACIONES DE LOS CURSOS: BD01CURSOS SOLO DICE
000142*QUE EL CONSULTOR ESTUVO PRESENTE, Y PRAC19 DABA CONSTANCIA A
000144*CUALQUIERA CON ASISTENCIA AUNQUE HUBIERA REPROBADO EL EXAMEN
000146*FINAL. AQUI UN SUPERVISOR (CLAVE, CONTRASENA Y PERFIL S DEL
000148*MAESTRO OPERADORES, COMO EN PRAC21) CAPTURA CADA EVALUACION
000150*EN CALIFICA.DAT: CURSO (VALIDADO CONTRA BD02 COMO EN PRAC17),
000152*CONSULTOR (DEBE TENER ASISTENCIA AL CURSO EN BD01), TIPO
000154*(P PARCIAL, F FINAL, E EXTRAORDINARIO), FECHA Y CALIFICACION
000156*DE 0 A 100. UNA EVALUACION YA CAPTURADA NO SE DUPLICA: SE
000158*CORRIGE CON LA OPCION 2, QUE DEJA EL SUPERVISOR Y LA FECHA DE
000160*LA CORRECCION. LA CONSULTA MUESTRA LAS EVALUACIONES DE UN
000162*CONSULTOR EN UN CURSO Y SI YA APROBO SEGUN EL MINIMO DEL
000164*CATALOGO CURSOCAT.DAT (SUBPROGRAMA CALIFAPR).
000166 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CALIFICA ASSIGN TO "CALIFICA.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS CAL-LLAVE
000270         FILE STATUS IS WKS-STATUS-CALIF.
000280     SELECT OPERADORES ASSIGN TO "OPERADORES"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS OPE-CLAVE
000320         FILE STATUS IS WKS-STATUS-OPERM.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD CALIFICA.
000430     01 REG-CALIF.
000440         COPY CALIFREG REPLACING ==LVL== BY ==02==
000450             ==LV2== BY ==03==
000460             ==NOMLLAVE== BY ==CAL-LLAVE==
000470             ==NOMCURSO== BY ==CAL-CURSO==
000480             ==NOMCONSULTOR== BY ==CAL-CONSULTOR==
000490             ==NOMTIPO== BY ==CAL-TIPO==
000500             ==NOMFECHA== BY ==CAL-FECHA==
000510             ==NOMCALIF== BY ==CAL-CALIFICACION==
000520             ==NOMSUPER== BY ==CAL-SUPERVISOR==
000530             ==NOMFECCAP== BY ==CAL-FECHA-CAPTURA==.
000540     FD OPERADORES.
000550     01 REG-OPERADOR.
000560         COPY OPERREG REPLACING ==LVL== BY ==02==
000570             ==NOMCLAVE== BY ==OPE-CLAVE==
000580             ==NOMNOMBRE== BY ==OPE-NOMBRE==
000590             ==NOMPASSWORD== BY ==OPE-PASSWORD==
000600             ==NOMPERFIL== BY ==OPE-PERFIL==
000610             ==NOMINTENTOS== BY ==OPE-INTENTOS==
000620             ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
000630 DATA-BASE SECTION.
000640     DB BD01CURSOS VALUE OF TITLE IS
000650       "BD01CURSOS ON CREDITO".
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-CALIF  PIC X(02).
000720     01 WKS-STATUS-OPERM  PIC X(02).
000730     01 WKS-OPCION        PIC 9(01).
000740     01 WKS-EOF-BD01      PIC 9(02) VA 0.
000750     01 WKS-EOF-BD02      PIC 9(02) VA 0.
000760     01 WKS-EOF-CALIF     PIC 9(02) VA 0.
000770     01 WKS-FIRMADO       PIC X(01) VA "N".
000780         88 WKS-SI-FIRMADO VALUE "S".
000790     01 WKS-INTENTOS-FIRMA PIC 9(01) VA 0.
000800     01 WKS-SUP-CLAVE     PIC X(08).
000810     01 WKS-SUP-PASSWORD  PIC X(08).
000820     01 WKS-CVE-BUSCA     PIC 9(03).
000830     01 WKS-CONSULTOR-BUSCA PIC 9(04).
000840     01 WKS-TIPO-BUSCA    PIC X(01).
000850         88 WKS-TIPO-VALIDO VALUES "P" "F" "E".
000860     01 WKS-FECHA-BUSCA   PIC 9(08).
000870     01 WKS-CALIF-NUEVA   PIC 9(03).
000880     01 WKS-FECHA-HOY     PIC 9(08).
000890     01 WKS-CAPTURA-VALIDA PIC X(01).
000900         88 WKS-ES-CAPTURA-VALIDA VALUE "S".
000910     01 WKS-TIPO-DESC     PIC X(14).
000920     01 WK-CAPTURADAS     PIC 9(05) VA 0.
000930     01 WK-CORREGIDAS     PIC 9(05) VA 0.
000940     01 WK-RECHAZADAS     PIC 9(05) VA 0.
000950     01 WK-LISTADAS       PIC 9(03).
000960     01 WKS-APROBACION.
000970         COPY CALAPREG REPLACING ==LVL== BY ==02==
000980             ==NOMCURSO== BY ==CAP-CURSO==
000990             ==NOMCONSULTOR== BY ==CAP-CONSULTOR==
001000             ==NOMHALLADO== BY ==CAP-HALLADO==
001010             ==NOMCALIF== BY ==CAP-CALIFICACION==
001020             ==NOMMINIMO== BY ==CAP-MINIMO==
001030             ==NOMAPROBADO== BY ==CAP-APROBADO==.
001100 PROCEDURE DIVISION.
001110 0000-PRINCIPAL.
001120     MOVE 0 TO WKS-OPCION
001130     MOVE "N" TO WKS-FIRMADO
001140     MOVE 0 TO WKS-INTENTOS-FIRMA
001150     MOVE 0 TO WK-CAPTURADAS
001160     MOVE 0 TO WK-CORREGIDAS
001170     MOVE 0 TO WK-RECHAZADAS
001180     PERFORM 0500-FIRMA-SUPERVISOR
001190         UNTIL WKS-SI-FIRMADO OR WKS-INTENTOS-FIRMA >= 3
001200     IF WKS-SI-FIRMADO
001210         PERFORM 1000-INICIO
001220         PERFORM 2000-MENU UNTIL WKS-OPCION = 9
001230         PERFORM 6000-TERMINA
001240     ELSE
001250         DISPLAY "ACCESO DENEGADO, SE REQUIERE PERFIL "
001260                 "SUPERVISOR"
001270         MOVE 16 TO RETURN-CODE
001280     END-IF
001290     GOBACK.
001300*SOLO UN SUPERVISOR DEL MAESTRO OPERADORES (PERFIL S, SIN
001310*BLOQUEO) PUEDE CAPTURAR O CORREGIR CALIFICACIONES
001320 0500-FIRMA-SUPERVISOR.
001330     ADD 1 TO WKS-INTENTOS-FIRMA
001340     DISPLAY "CLAVE DEL SUPERVISOR:"
001350     ACCEPT WKS-SUP-CLAVE
001360     DISPLAY "CONTRASENA:"
001370     ACCEPT WKS-SUP-PASSWORD
001380     OPEN INPUT OPERADORES
001390     IF WKS-STATUS-OPERM NOT = "00"
001400         DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
001410         MOVE 3 TO WKS-INTENTOS-FIRMA
001420     ELSE
001430         MOVE WKS-SUP-CLAVE TO OPE-CLAVE
001440         READ OPERADORES
001450             INVALID KEY
001460                 DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
001470             NOT INVALID KEY
001480                 IF OPE-PASSWORD = WKS-SUP-PASSWORD AND
001490                    OPE-PERFIL = "S" AND
001500                    OPE-BLOQUEADO NOT = "S"
001510                     MOVE "S" TO WKS-FIRMADO
001520                     DISPLAY "BIENVENIDO " OPE-NOMBRE
001530                 ELSE
001540                     DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
001550                 END-IF
001560         END-READ
001570         CLOSE OPERADORES
001580     END-IF.
001600 1000-INICIO.
001610     ACCEPT WKS-FECHA-HOY FROM DATE
001620     OPEN INQUIRY BD01CURSOS
001630     OPEN I-O CALIFICA
001640     IF WKS-STATUS-CALIF = "35"
001650         OPEN OUTPUT CALIFICA
001660         CLOSE CALIFICA
001670         OPEN I-O CALIFICA
001680     END-IF.
001700 2000-MENU.
001710     DISPLAY " "
001720     DISPLAY "CALIFICACIONES DE CURSOS"
001730     DISPLAY "1.- CAPTURAR CALIFICACION"
001740     DISPLAY "2.- CORREGIR CALIFICACION"
001750     DISPLAY "3.- CALIFICACIONES DE UN CONSULTOR"
001760     DISPLAY "9.- SALIR"
001770     ACCEPT WKS-OPCION
001780     EVALUATE WKS-OPCION
001790         WHEN 1 PERFORM 3000-CAPTURA
001800         WHEN 2 PERFORM 4000-CORRIGE
001810         WHEN 3 PERFORM 5000-CONSULTA
001820         WHEN 9 CONTINUE
001830         WHEN OTHER DISPLAY "OPCION INVALIDA"
001840     END-EVALUATE.
001900*LA EVALUACION SOLO SE ACEPTA PARA UN CURSO DE BD02 Y UN
001910*CONSULTOR CON ASISTENCIA A ESE CURSO EN BD01; LA LLAVE
001920*CURSO/CONSULTOR/TIPO/FECHA NO ADMITE DUPLICADOS
001930 3000-CAPTURA.
001940     MOVE "S" TO WKS-CAPTURA-VALIDA
001950     PERFORM 3100-PIDE-LLAVE
001960     IF WKS-ES-CAPTURA-VALIDA
001970         PERFORM 3200-VALIDA-CURSO
001980         IF WKS-EOF-BD02 = 1
001990             DISPLAY "ESA CLAVE NO EXISTE EN BD02"
002000             MOVE "N" TO WKS-CAPTURA-VALIDA
002010         ELSE
002020             DISPLAY "CURSO: " BD02-DESCRIP
002030         END-IF
002040     END-IF
002050     IF WKS-ES-CAPTURA-VALIDA
002060         PERFORM 3300-VALIDA-ASISTENCIA
002070         IF WKS-EOF-BD01 = 1
002080             DISPLAY "ESE CONSULTOR NO TIENE ASISTENCIA AL "
002090                     "CURSO EN BD01, NO SE PUEDE CALIFICAR"
002100             MOVE "N" TO WKS-CAPTURA-VALIDA
002110         ELSE
002120             DISPLAY "CONSULTOR: " BD01-NOMBRE
002130         END-IF
002140     END-IF
002150     IF WKS-ES-CAPTURA-VALIDA
002160         PERFORM 3400-PIDE-CALIFICACION
002170         MOVE WKS-CVE-BUSCA       TO CAL-CURSO
002180         MOVE WKS-CONSULTOR-BUSCA TO CAL-CONSULTOR
002190         MOVE WKS-TIPO-BUSCA      TO CAL-TIPO
002200         MOVE WKS-FECHA-BUSCA     TO CAL-FECHA
002210         MOVE WKS-CALIF-NUEVA     TO CAL-CALIFICACION
002220         MOVE WKS-SUP-CLAVE       TO CAL-SUPERVISOR
002230         MOVE WKS-FECHA-HOY       TO CAL-FECHA-CAPTURA
002240         WRITE REG-CALIF
002250             INVALID KEY
002260                 DISPLAY "ESA EVALUACION YA ESTA CAPTURADA, "
002270                         "USE LA CORRECCION"
002280                 ADD 1 TO WK-RECHAZADAS
002290             NOT INVALID KEY
002300                 DISPLAY "CALIFICACION CAPTURADA"
002310                 ADD 1 TO WK-CAPTURADAS
002320         END-WRITE
002330     ELSE
002340         ADD 1 TO WK-RECHAZADAS
002350     END-IF.
002400 3100-PIDE-LLAVE.
002410     DISPLAY "CLAVE DEL CURSO:"
002420     ACCEPT WKS-CVE-BUSCA
002430     DISPLAY "ID DEL CONSULTOR:"
002440     ACCEPT WKS-CONSULTOR-BUSCA
002450     DISPLAY "TIPO DE EVALUACION (P PARCIAL, F FINAL, "
002460             "E EXTRAORDINARIO):"
002470     ACCEPT WKS-TIPO-BUSCA
002480     DISPLAY "FECHA DE LA EVALUACION (AAAAMMDD):"
002490     ACCEPT WKS-FECHA-BUSCA
002500     IF WKS-CONSULTOR-BUSCA = 0
002510         DISPLAY "EL CONSULTOR NO PUEDE SER CERO"
002520         MOVE "N" TO WKS-CAPTURA-VALIDA
002530     END-IF
002540     IF NOT WKS-TIPO-VALIDO
002550         DISPLAY "EL TIPO DEBE SER P, F O E"
002560         MOVE "N" TO WKS-CAPTURA-VALIDA
002570     END-IF
002580     IF WKS-FECHA-BUSCA = 0
002590         DISPLAY "LA FECHA NO PUEDE SER CERO"
002600         MOVE "N" TO WKS-CAPTURA-VALIDA
002610     END-IF.
002700*LA MISMA VALIDACION DE CLAVE QUE USA LA CAPTURA DE
002710*ASISTENCIA (2100-VALIDA-CURSO DE PRAC17)
002720 3200-VALIDA-CURSO.
002730     MOVE 0 TO WKS-EOF-BD02
002740     FIND B02XCVE AT
002750       BD02-CVE-CURSO = WKS-CVE-BUSCA
002760       ON EXCEPTION
002770         MOVE 1 TO WKS-EOF-BD02.
002800*EL FIND DE LA BASE NO TIENE TERMINADOR DE ALCANCE, ASI QUE
002810*VIVE EN SU PROPIO PARRAFO
002820 3300-VALIDA-ASISTENCIA.
002830     MOVE 0 TO WKS-EOF-BD01
002840     FIND FIRST BD01IDXFECURSO AT
002850         BD01-CVE-CURSO = WKS-CVE-BUSCA AND
002860         BD01-IDCONSULTOR = WKS-CONSULTOR-BUSCA
002870         ON EXCEPTION
002880           MOVE 1 TO WKS-EOF-BD01.
002900 3400-PIDE-CALIFICACION.
002910     MOVE 101 TO WKS-CALIF-NUEVA
002920     PERFORM 3410-ACEPTA-CALIFICACION
002930         UNTIL WKS-CALIF-NUEVA <= 100.
002940 3410-ACEPTA-CALIFICACION.
002950     DISPLAY "CALIFICACION (0-100):"
002960     ACCEPT WKS-CALIF-NUEVA
002970     IF WKS-CALIF-NUEVA > 100
002980         DISPLAY "LA CALIFICACION VA DE 0 A 100"
002990     END-IF.
003000*LA CORRECCION SOLO CAMBIA LA CALIFICACION DE UNA EVALUACION
003010*YA CAPTURADA; EL REGISTRO QUEDA CON EL SUPERVISOR Y LA FECHA
003020*DE LA CORRECCION
003030 4000-CORRIGE.
003040     MOVE "S" TO WKS-CAPTURA-VALIDA
003050     PERFORM 3100-PIDE-LLAVE
003060     IF WKS-ES-CAPTURA-VALIDA
003070         MOVE WKS-CVE-BUSCA       TO CAL-CURSO
003080         MOVE WKS-CONSULTOR-BUSCA TO CAL-CONSULTOR
003090         MOVE WKS-TIPO-BUSCA      TO CAL-TIPO
003100         MOVE WKS-FECHA-BUSCA     TO CAL-FECHA
003110         READ CALIFICA
003120             INVALID KEY
003130                 DISPLAY "NO EXISTE ESA EVALUACION"
003140             NOT INVALID KEY
003150                 PERFORM 4100-CAMBIA-CALIFICACION
003160         END-READ
003170     END-IF.
003200 4100-CAMBIA-CALIFICACION.
003210     DISPLAY "CALIFICACION ACTUAL: " CAL-CALIFICACION
003220             "  CAPTURO: " CAL-SUPERVISOR " EL "
003230             CAL-FECHA-CAPTURA
003240     PERFORM 3400-PIDE-CALIFICACION
003250     MOVE WKS-CALIF-NUEVA TO CAL-CALIFICACION
003260     MOVE WKS-SUP-CLAVE   TO CAL-SUPERVISOR
003270     MOVE WKS-FECHA-HOY   TO CAL-FECHA-CAPTURA
003280     REWRITE REG-CALIF
003290         INVALID KEY
003300             DISPLAY "NO SE PUDO GRABAR LA CORRECCION"
003310         NOT INVALID KEY
003320             DISPLAY "CALIFICACION CORREGIDA"
003330             ADD 1 TO WK-CORREGIDAS
003340     END-REWRITE.
003400*TODAS LAS EVALUACIONES DEL PAR QUEDAN JUNTAS EN LA LLAVE; AL
003410*FINAL EL SUBPROGRAMA CALIFAPR DICE SI YA APROBO EL CURSO
003420 5000-CONSULTA.
003430     DISPLAY "CLAVE DEL CURSO:"
003440     ACCEPT WKS-CVE-BUSCA
003450     DISPLAY "ID DEL CONSULTOR:"
003460     ACCEPT WKS-CONSULTOR-BUSCA
003470     MOVE 0 TO WK-LISTADAS
003480     MOVE 0 TO WKS-EOF-CALIF
003490     MOVE WKS-CVE-BUSCA       TO CAL-CURSO
003500     MOVE WKS-CONSULTOR-BUSCA TO CAL-CONSULTOR
003510     MOVE LOW-VALUES TO CAL-TIPO
003520     MOVE 0 TO CAL-FECHA
003530     START CALIFICA KEY IS NOT LESS THAN CAL-LLAVE
003540         INVALID KEY
003550             MOVE 1 TO WKS-EOF-CALIF
003560     END-START
003570     PERFORM 5100-MUESTRA-EVALUACION UNTIL WKS-EOF-CALIF = 1
003580     IF WK-LISTADAS = 0
003590         DISPLAY "SIN CALIFICACIONES CAPTURADAS"
003600     END-IF
003610     MOVE WKS-CVE-BUSCA       TO CAP-CURSO
003620     MOVE WKS-CONSULTOR-BUSCA TO CAP-CONSULTOR
003630     CLOSE CALIFICA
003640     CALL "CALIFAPR" USING WKS-APROBACION
003650     OPEN I-O CALIFICA
003660     PERFORM 5200-MUESTRA-RESULTADO.
003700 5100-MUESTRA-EVALUACION.
003710     READ CALIFICA NEXT RECORD
003720         AT END
003730             MOVE 1 TO WKS-EOF-CALIF
003740         NOT AT END
003750             IF CAL-CURSO NOT = WKS-CVE-BUSCA OR
003760                CAL-CONSULTOR NOT = WKS-CONSULTOR-BUSCA
003770                 MOVE 1 TO WKS-EOF-CALIF
003780             ELSE
003790                 ADD 1 TO WK-LISTADAS
003800                 EVALUATE CAL-TIPO
003810                     WHEN "P" MOVE "PARCIAL" TO WKS-TIPO-DESC
003820                     WHEN "F" MOVE "FINAL" TO WKS-TIPO-DESC
003830                     WHEN OTHER
003840                         MOVE "EXTRAORDINARIO" TO WKS-TIPO-DESC
003850                 END-EVALUATE
003860                 DISPLAY CAL-FECHA " " WKS-TIPO-DESC " "
003870                         CAL-CALIFICACION "  CAPTURO: "
003880                         CAL-SUPERVISOR
003890             END-IF
003900     END-READ.
004000 5200-MUESTRA-RESULTADO.
004010     IF CAP-MINIMO = 0
004020         DISPLAY "EL CURSO NO TIENE EXAMEN, APRUEBA CON LA "
004030                 "ASISTENCIA"
004040     ELSE
004050         IF CAP-APROBADO = "S"
004060             DISPLAY "APROBADO CON " CAP-CALIFICACION
004070                     " (MINIMO " CAP-MINIMO ")"
004080         ELSE
004090             IF CAP-HALLADO = "S"
004100                 DISPLAY "REPROBADO CON " CAP-CALIFICACION
004110                         " (MINIMO " CAP-MINIMO ")"
004120             ELSE
004130                 DISPLAY "SIN EXAMEN FINAL CAPTURADO (MINIMO "
004140                         CAP-MINIMO ")"
004150             END-IF
004160         END-IF
004170     END-IF.
004200 6000-TERMINA.
004210     CLOSE CALIFICA
004220     CLOSE BD01CURSOS
004230     DISPLAY "CALIFICACIONES CAPTURADAS: " WK-CAPTURADAS
004240     DISPLAY "  CORREGIDAS: " WK-CORREGIDAS
004250     DISPLAY "  RECHAZADAS: " WK-RECHAZADAS.
004260 END PROGRAM PRAC23.
