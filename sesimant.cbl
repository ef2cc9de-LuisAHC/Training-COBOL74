000148*DE CURSO ES LA DE BD02 (3 DIGITOS), LA MISMA QUE CAPTURA
000150*PRAC17: CON ESTE CALENDARIO LA CAPTURA DE ASISTENCIA YA
000152*PUEDE RECHAZAR FECHAS EN LAS QUE EL CURSO NUNCA SE DIO.
000153*MOD 15/10/26 EL AULA DE LA SESION SE VALIDA CONTRA EL CATALOGO
000154*AULAS.DAT (QUE EXISTA Y ESTE ACTIVA, CON ASIENTOS PARA EL CUPO
000155*DEL CURSO EN CURSOCAT.DAT) Y SE RECHAZA SI YA HAY OTRA SESION
000156*EN ESA AULA EL MISMO DIA.
000158 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS ITR-CLAVE
000320         FILE STATUS IS WKS-STATUS-INSTR.
000322     SELECT AULAS ASSIGN TO "AULAS.DAT"
000323         ORGANIZATION INDEXED
000324         ACCESS MODE DYNAMIC
000325         RECORD KEY IS AUL-CLAVE
000326         FILE STATUS IS WKS-STATUS-AULAS.
000327     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000328         ORGANIZATION INDEXED
000329         ACCESS MODE DYNAMIC
000331         RECORD KEY IS CUR-CLAVE
000332         FILE STATUS IS WKS-STATUS-CURSOS.
000333     SELECT REPORTE ASSIGN TO PRINTER
000340         ORGANIZATION LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000520             ==NOMCLAVE== BY ==ITR-CLAVE==
000530             ==NOMNOMBRE== BY ==ITR-NOMBRE==
000540             ==NOMACTIVO== BY ==ITR-ACTIVO==.
000541     FD AULAS.
000542     01 REG-AULA.
000543         COPY AULAREG REPLACING ==LVL== BY ==02==
000544             ==NOMCLAVE== BY ==AUL-CLAVE==
000545             ==NOMNOMBRE== BY ==AUL-NOMBRE==
000546             ==NOMASIENTOS== BY ==AUL-ASIENTOS==
000547             ==NOMEQUIPO== BY ==AUL-EQUIPO==
000548             ==NOMACTIVO== BY ==AUL-ACTIVO==.
000549     FD CURSOCAT.
000550     01 REG-CURSO.
000551         COPY CURSOREG REPLACING ==LVL== BY ==02==
000552             ==NOMCLAVE== BY ==CUR-CLAVE==
000553             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000554             ==NOMHORAS== BY ==CUR-HORAS==
000555             ==NOMACTIVO== BY ==CUR-ACTIVO==
000556             ==NOMCUPO== BY ==CUR-CUPO==
000557             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000558             ==NOMMINIMO== BY ==CUR-MINIMO==.
000559     FD REPORTE
000560         REPORT IS RD-SEMANA.
000600 WORKING-STORAGE SECTION.
000610     01 WKS-STATUS-SESION PIC X(02).
000930             05 WK-SEM-CURSO  PIC 9(03).
000940             05 WK-SEM-INSTR  PIC 9(03).
000950     01 WKS-SEM-AULA-ACT  PIC X(08).
000952     01 WKS-STATUS-AULAS  PIC X(02).
000954     01 WKS-STATUS-CURSOS PIC X(02).
000956     01 WKS-HAY-AULAS     PIC X(01).
000958         88 WKS-SI-HAY-AULAS VALUE "S".
000960     01 WKS-HAY-CURSOS    PIC X(01).
000962         88 WKS-SI-HAY-CURSOS VALUE "S".
000964     01 WKS-AULA-SES      PIC X(08).
000966     01 WKS-AULA-OK       PIC X(01).
000968         88 WKS-SI-AULA   VALUE "S".
001000 REPORT SECTION.
001010     RD RD-SEMANA
001020         PAGE LIMIT   060 LINES
001440     PERFORM 2000-MENU UNTIL WKS-OPCION = 9
001450     CLOSE SESIONES
001460     CLOSE INSTRUCT
001462     IF WKS-SI-HAY-AULAS
001464         CLOSE AULAS
001466     END-IF
001468     IF WKS-SI-HAY-CURSOS
001469         CLOSE CURSOCAT
001470     END-IF
001471     GOBACK.
001500 1000-ABRE-ARCHIVOS.
001510     OPEN I-O SESIONES
001520     IF WKS-STATUS-SESION = "35"
001580     IF WKS-STATUS-INSTR NOT = "00"
001590         DISPLAY "AVISO: NO EXISTE EL MAESTRO DE "
001600                 "INSTRUCTORES, LAS ALTAS NO VALIDARAN"
001610     END-IF
001612     MOVE "N" TO WKS-HAY-AULAS
001614     OPEN INPUT AULAS
001616     IF WKS-STATUS-AULAS = "00"
001618         MOVE "S" TO WKS-HAY-AULAS
001620     ELSE
001622         DISPLAY "AVISO: NO EXISTE EL CATALOGO DE AULAS, "
001624                 "SOLO SE VALIDARAN LOS CRUCES"
001626     END-IF
001628     MOVE "N" TO WKS-HAY-CURSOS
001630     OPEN INPUT CURSOCAT
001632     IF WKS-STATUS-CURSOS = "00"
001634         MOVE "S" TO WKS-HAY-CURSOS
001636     END-IF.
001700 2000-MENU.
001710     DISPLAY " "
001720     DISPLAY "CALENDARIO DE SESIONES DE CURSO"
002280         END-READ
002290     END-IF
002300     IF WKS-CVE-INSTR NOT = 0
002320         DISPLAY "AULA:"
002330         ACCEPT WKS-AULA-SES
002331         PERFORM 3200-VALIDA-AULA
002332     END-IF
002333     IF WKS-CVE-INSTR NOT = 0 AND WKS-SI-AULA
002334         MOVE WKS-CVE-CURSO TO SES-CVE-CURSO
002335         MOVE WKS-FECHA-SES TO SES-FECHA
002336         MOVE WKS-CVE-INSTR TO SES-CVE-INSTRUCTOR
002337         MOVE WKS-AULA-SES  TO SES-AULA
002340         WRITE REG-SESION
002350             INVALID KEY
002360                 DISPLAY "NO SE PUDO GRABAR LA SESION"
002380                 DISPLAY "SESION PROGRAMADA"
002390         END-WRITE
002400     END-IF.
002402*EL AULA DEBE ESTAR ACTIVA EN EL CATALOGO Y TENER ASIENTOS PARA
002404*EL CUPO DEL CURSO (LA CLAVE DE BD02 ES LA DEL CATALOGO, SIN EL
002406*CERO DE LA IZQUIERDA); UN CURSO SIN CUPO NO LIMITA. SIN
002408*CATALOGO DE AULAS SOLO SE REVISAN LOS CRUCES
002410 3200-VALIDA-AULA.
002412     MOVE "S" TO WKS-AULA-OK
002414     IF WKS-SI-HAY-AULAS
002416         MOVE WKS-AULA-SES TO AUL-CLAVE
002418         READ AULAS
002420             INVALID KEY
002422                 DISPLAY "ESA AULA NO ESTA EN EL CATALOGO, NO "
002424                         "SE DA DE ALTA LA SESION"
002426                 MOVE "N" TO WKS-AULA-OK
002428             NOT INVALID KEY
002430                 IF AUL-ACTIVO NOT = "S"
002432                     DISPLAY "ESA AULA ESTA RETIRADA, NO SE DA "
002434                             "DE ALTA LA SESION"
002436                     MOVE "N" TO WKS-AULA-OK
002438                 ELSE
002440                     PERFORM 3210-VALIDA-ASIENTOS
002442                 END-IF
002444         END-READ
002446     END-IF
002448     IF WKS-SI-AULA
002450         PERFORM 3300-BUSCA-CRUCE
002452     END-IF.
002454 3210-VALIDA-ASIENTOS.
002456     IF WKS-SI-HAY-CURSOS
002458         MOVE WKS-CVE-CURSO TO CUR-CLAVE
002460         READ CURSOCAT
002462             INVALID KEY
002464                 CONTINUE
002466             NOT INVALID KEY
002468                 IF CUR-CUPO > 0 AND AUL-ASIENTOS < CUR-CUPO
002470                     DISPLAY "EL AULA TIENE " AUL-ASIENTOS
002472                             " ASIENTOS Y EL CUPO DEL CURSO ES "
002474                             CUR-CUPO ", NO SE DA DE ALTA"
002476                     MOVE "N" TO WKS-AULA-OK
002478                 END-IF
002480         END-READ
002482     END-IF.
002484*LA LLAVE ES CURSO + FECHA, ASI QUE EL CRUCE DE AULA SE BUSCA
002486*RELEYENDO EL CALENDARIO COMPLETO, COMO LA CONSULTA
002488 3300-BUSCA-CRUCE.
002490     MOVE 0 TO WKS-EOF-SESION
002491     CLOSE SESIONES
002492     OPEN INPUT SESIONES
002493     PERFORM 3310-COMPARA-SESION UNTIL WKS-EOF-SESION = 1
002494     CLOSE SESIONES
002495     OPEN I-O SESIONES.
002496 3310-COMPARA-SESION.
002497     READ SESIONES NEXT RECORD
002498         AT END
002499             MOVE 1 TO WKS-EOF-SESION
002500         NOT AT END
002501             IF SES-FECHA = WKS-FECHA-SES AND
002502                SES-AULA = WKS-AULA-SES
002503                 DISPLAY "EL AULA YA ESTA OCUPADA ESE DIA POR EL "
002504                         "CURSO " SES-CVE-CURSO
002505                 MOVE "N" TO WKS-AULA-OK
002506                 MOVE 1 TO WKS-EOF-SESION
002507             END-IF
002508     END-READ.
002509 4000-BAJA.
002510     DISPLAY "CLAVE DEL CURSO:"
002520     ACCEPT WKS-CVE-CURSO
002530     DISPLAY "FECHA DE LA SESION (AAAAMMDD):"
