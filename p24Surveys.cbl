000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRAC24.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*CAPTURA DE LAS ENCUESTAS DE SATISFACCION QUE LLENAN LOS
000142*PARTICIPANTES AL TERMINAR CADA SESION DEL CALENDARIO
000144*(SESIONES.DAT): CONTENIDO, INSTRUCTOR, AULA Y MATERIALES, CADA
000146*UNA DE 1 A 5. LA ENCUESTA SE GRABA EN ENCUESTA.DAT CON LLAVE
000148*CURSO + FECHA DE LA SESION + IDCONSULTOR; LA SESION DEBE
000150*ESTAR PROGRAMADA EN EL CALENDARIO (DE AHI SE TOMA EL
000152*INSTRUCTOR QUE LA DIO) Y EL CONSULTOR DEBE TENER ASISTENCIA A
000154*ESA SESION EN BD01CURSOS; SI NO, LA ENCUESTA SE RECHAZA. UNA
000156*ENCUESTA YA CAPTURADA NO SE DUPLICA; LA CAPTURADA POR ERROR
000158*SE BORRA CON LA OPCION 2 Y SE VUELVE A CAPTURAR. EL REPORTE
000160*POR CURSO Y POR INSTRUCTOR ES ENCUREP.
000162 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT ENCUESTA ASSIGN TO "ENCUESTA.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS ENC-LLAVE
000270         FILE STATUS IS WKS-STATUS-ENCUESTA.
000280     SELECT SESIONES ASSIGN TO "SESIONES.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS SES-LLAVE
000320         FILE STATUS IS WKS-STATUS-SESION.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD ENCUESTA.
000430     01 REG-ENCUESTA.
000440         COPY ENCUEREG REPLACING ==LVL== BY ==02==
000450             ==LV2== BY ==03==
000460             ==NOMLLAVE== BY ==ENC-LLAVE==
000470             ==NOMCURSO== BY ==ENC-CURSO==
000480             ==NOMFECHA== BY ==ENC-FECHA==
000490             ==NOMCONSULTOR== BY ==ENC-CONSULTOR==
000500             ==NOMINSTRUCTOR== BY ==ENC-INSTRUCTOR==
000510             ==NOMCONTENIDO== BY ==ENC-CONTENIDO==
000520             ==NOMCALINST== BY ==ENC-CAL-INSTRUCTOR==
000530             ==NOMCALAULA== BY ==ENC-CAL-AULA==
000540             ==NOMMATERIAL== BY ==ENC-MATERIALES==
000550             ==NOMFECCAP== BY ==ENC-FECHA-CAPTURA==.
000560     FD SESIONES.
000570     01 REG-SESION.
000580         COPY SESIOREG REPLACING ==LVL== BY ==02==
000590             ==LV2== BY ==03==
000600             ==NOMLLAVE== BY ==SES-LLAVE==
000610             ==NOMCURSO== BY ==SES-CVE-CURSO==
000620             ==NOMFECHA== BY ==SES-FECHA==
000630             ==NOMINSTRUCTOR== BY ==SES-CVE-INSTRUCTOR==
000640             ==NOMAULA== BY ==SES-AULA==.
000650 DATA-BASE SECTION.
000660     DB BD01CURSOS VALUE OF TITLE IS
000670       "BD01CURSOS ON CREDITO".
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-ENCUESTA PIC X(02).
000720     01 WKS-STATUS-SESION PIC X(02).
000730     01 WKS-OPCION        PIC 9(01).
000740     01 WKS-EOF-BD01      PIC 9(02) VA 0.
000750     01 WKS-HAY-CALENDARIO PIC X(01).
000760         88 WKS-SI-HAY-CALENDARIO VALUE "S".
000770     01 WKS-CVE-BUSCA     PIC 9(03).
000780     01 WKS-FECHA-BUSCA   PIC 9(08).
000790     01 WKS-CONSULTOR-BUSCA PIC 9(04).
000800     01 WKS-FECHA-HOY     PIC 9(08).
000810     01 WKS-CAPTURA-VALIDA PIC X(01).
000820         88 WKS-ES-CAPTURA-VALIDA VALUE "S".
000830     01 WKS-CONFIRMA      PIC X(01).
000840*PREGUNTA DEL FORMATO QUE SE ESTA CAPTURANDO Y SU RESPUESTA,
000850*QUE SOLO SE ACEPTA DE 1 A 5
000860     01 WKS-PREGUNTA      PIC X(20).
000870     01 WKS-RESPUESTA     PIC 9(01).
000880         88 WKS-RESPUESTA-VALIDA VALUES 1 THRU 5.
000890     01 WK-CAPTURADAS     PIC 9(05) VA 0.
000900     01 WK-RECHAZADAS     PIC 9(05) VA 0.
000910     01 WK-BORRADAS       PIC 9(05) VA 0.
001000 PROCEDURE DIVISION.
001010 0000-PRINCIPAL.
001020     MOVE 0 TO WKS-OPCION
001030     MOVE 0 TO WK-CAPTURADAS
001040     MOVE 0 TO WK-RECHAZADAS
001050     MOVE 0 TO WK-BORRADAS
001060     PERFORM 1000-INICIO
001070     IF WKS-SI-HAY-CALENDARIO
001080         PERFORM 2000-MENU UNTIL WKS-OPCION = 9
001090         PERFORM 6000-TERMINA
001100     ELSE
001110         DISPLAY "NO EXISTE EL CALENDARIO DE SESIONES "
001120                 "SESIONES.DAT, NO HAY SESIONES QUE EVALUAR"
001130         MOVE 16 TO RETURN-CODE
001140     END-IF
001150     GOBACK.
001200 1000-INICIO.
001210     ACCEPT WKS-FECHA-HOY FROM DATE
001220     MOVE "N" TO WKS-HAY-CALENDARIO
001230     OPEN INPUT SESIONES
001240     IF WKS-STATUS-SESION = "00"
001250         MOVE "S" TO WKS-HAY-CALENDARIO
001260         OPEN INQUIRY BD01CURSOS
001270         OPEN I-O ENCUESTA
001280         IF WKS-STATUS-ENCUESTA = "35"
001290             OPEN OUTPUT ENCUESTA
001300             CLOSE ENCUESTA
001310             OPEN I-O ENCUESTA
001320         END-IF
001330     END-IF.
001400 2000-MENU.
001410     DISPLAY " "
001420     DISPLAY "ENCUESTAS DE SATISFACCION DE CURSOS"
001430     DISPLAY "1.- CAPTURAR ENCUESTA"
001440     DISPLAY "2.- BORRAR ENCUESTA CAPTURADA POR ERROR"
001450     DISPLAY "9.- SALIR"
001460     ACCEPT WKS-OPCION
001470     EVALUATE WKS-OPCION
001480         WHEN 1 PERFORM 3000-CAPTURA
001490         WHEN 2 PERFORM 4000-BORRA
001500         WHEN 9 CONTINUE
001510         WHEN OTHER DISPLAY "OPCION INVALIDA"
001520     END-EVALUATE.
001600*LA ENCUESTA SOLO SE ACEPTA PARA UNA SESION DEL CALENDARIO Y
001610*DE UN CONSULTOR QUE ASISTIO A ESA SESION (CURSO Y FECHA EN
001620*BD01); EL INSTRUCTOR SE TOMA DE LA SESION
001630 3000-CAPTURA.
001640     MOVE "S" TO WKS-CAPTURA-VALIDA
001650     PERFORM 3100-PIDE-LLAVE
001660     IF WKS-ES-CAPTURA-VALIDA
001670         MOVE WKS-CVE-BUSCA TO SES-CVE-CURSO
001680         MOVE WKS-FECHA-BUSCA TO SES-FECHA
001690         READ SESIONES
001700             INVALID KEY
001710                 DISPLAY "ESA FECHA NO ES UNA SESION PROGRAMADA "
001720                         "DEL CURSO"
001730                 MOVE "N" TO WKS-CAPTURA-VALIDA
001740         END-READ
001750     END-IF
001760     IF WKS-ES-CAPTURA-VALIDA
001770         PERFORM 3200-VALIDA-ASISTENCIA
001780         IF WKS-EOF-BD01 = 1
001790             DISPLAY "ESE CONSULTOR NO TIENE ASISTENCIA A LA "
001800                     "SESION EN BD01, NO SE ACEPTA LA ENCUESTA"
001810             MOVE "N" TO WKS-CAPTURA-VALIDA
001820         ELSE
001830             DISPLAY "CONSULTOR: " BD01-NOMBRE
001840             DISPLAY "INSTRUCTOR DE LA SESION: "
001850                     SES-CVE-INSTRUCTOR
001860         END-IF
001870     END-IF
001880     IF WKS-ES-CAPTURA-VALIDA
001890         PERFORM 3300-PIDE-RESPUESTAS
001900         MOVE WKS-CVE-BUSCA       TO ENC-CURSO
001910         MOVE WKS-FECHA-BUSCA     TO ENC-FECHA
001920         MOVE WKS-CONSULTOR-BUSCA TO ENC-CONSULTOR
001930         MOVE SES-CVE-INSTRUCTOR  TO ENC-INSTRUCTOR
001940         MOVE WKS-FECHA-HOY       TO ENC-FECHA-CAPTURA
001950         WRITE REG-ENCUESTA
001960             INVALID KEY
001970                 DISPLAY "ESE CONSULTOR YA TIENE ENCUESTA DE "
001980                         "ESA SESION"
001990                 ADD 1 TO WK-RECHAZADAS
002000             NOT INVALID KEY
002010                 DISPLAY "ENCUESTA CAPTURADA"
002020                 ADD 1 TO WK-CAPTURADAS
002030         END-WRITE
002040     ELSE
002050         ADD 1 TO WK-RECHAZADAS
002060     END-IF.
002100 3100-PIDE-LLAVE.
002110     DISPLAY "CLAVE DEL CURSO:"
002120     ACCEPT WKS-CVE-BUSCA
002130     DISPLAY "FECHA DE LA SESION (AAAAMMDD):"
002140     ACCEPT WKS-FECHA-BUSCA
002150     DISPLAY "ID DEL CONSULTOR:"
002160     ACCEPT WKS-CONSULTOR-BUSCA
002170     IF WKS-FECHA-BUSCA = 0
002180         DISPLAY "LA FECHA NO PUEDE SER CERO"
002190         MOVE "N" TO WKS-CAPTURA-VALIDA
002200     END-IF
002210     IF WKS-CONSULTOR-BUSCA = 0
002220         DISPLAY "EL CONSULTOR NO PUEDE SER CERO"
002230         MOVE "N" TO WKS-CAPTURA-VALIDA
002240     END-IF.
002300*EL FIND DE LA BASE NO TIENE TERMINADOR DE ALCANCE, ASI QUE
002310*VIVE EN SU PROPIO PARRAFO
002320 3200-VALIDA-ASISTENCIA.
002330     MOVE 0 TO WKS-EOF-BD01
002340     FIND FIRST BD01IDXFECURSO AT
002350         BD01-CVE-CURSO = WKS-CVE-BUSCA AND
002360         BD01-FECHA-CURSO = WKS-FECHA-BUSCA AND
002370         BD01-IDCONSULTOR = WKS-CONSULTOR-BUSCA
002380         ON EXCEPTION
002390           MOVE 1 TO WKS-EOF-BD01.
002400 3300-PIDE-RESPUESTAS.
002410     MOVE "CONTENIDO" TO WKS-PREGUNTA
002420     PERFORM 3400-PIDE-RESPUESTA
002430     MOVE WKS-RESPUESTA TO ENC-CONTENIDO
002440     MOVE "INSTRUCTOR" TO WKS-PREGUNTA
002450     PERFORM 3400-PIDE-RESPUESTA
002460     MOVE WKS-RESPUESTA TO ENC-CAL-INSTRUCTOR
002470     MOVE "AULA" TO WKS-PREGUNTA
002480     PERFORM 3400-PIDE-RESPUESTA
002490     MOVE WKS-RESPUESTA TO ENC-CAL-AULA
002500     MOVE "MATERIALES" TO WKS-PREGUNTA
002510     PERFORM 3400-PIDE-RESPUESTA
002520     MOVE WKS-RESPUESTA TO ENC-MATERIALES.
002600 3400-PIDE-RESPUESTA.
002610     MOVE 0 TO WKS-RESPUESTA
002620     PERFORM 3410-ACEPTA-RESPUESTA
002630         UNTIL WKS-RESPUESTA-VALIDA.
002640 3410-ACEPTA-RESPUESTA.
002650     DISPLAY WKS-PREGUNTA " (1 A 5):"
002660     ACCEPT WKS-RESPUESTA
002670     IF NOT WKS-RESPUESTA-VALIDA
002680         DISPLAY "LA CALIFICACION VA DE 1 A 5"
002690     END-IF.
002700*EL BORRADO MUESTRA LA ENCUESTA Y PIDE CONFIRMACION; ES LA
002710*UNICA FORMA DE CORREGIR UNA ENCUESTA MAL CAPTURADA
002720 4000-BORRA.
002730     MOVE "S" TO WKS-CAPTURA-VALIDA
002740     PERFORM 3100-PIDE-LLAVE
002750     IF WKS-ES-CAPTURA-VALIDA
002760         MOVE WKS-CVE-BUSCA       TO ENC-CURSO
002770         MOVE WKS-FECHA-BUSCA     TO ENC-FECHA
002780         MOVE WKS-CONSULTOR-BUSCA TO ENC-CONSULTOR
002790         READ ENCUESTA
002800             INVALID KEY
002810                 DISPLAY "NO EXISTE ESA ENCUESTA"
002820             NOT INVALID KEY
002830                 PERFORM 4100-CONFIRMA-BORRADO
002840         END-READ
002850     END-IF.
002900 4100-CONFIRMA-BORRADO.
002910     DISPLAY "CONTENIDO: " ENC-CONTENIDO
002920             "  INSTRUCTOR: " ENC-CAL-INSTRUCTOR
002930             "  AULA: " ENC-CAL-AULA
002940             "  MATERIALES: " ENC-MATERIALES
002950     DISPLAY "CAPTURADA EL " ENC-FECHA-CAPTURA
002960     DISPLAY "BORRAR ESTA ENCUESTA (S/N)?"
002970     ACCEPT WKS-CONFIRMA
002980     IF WKS-CONFIRMA = "S"
002990         DELETE ENCUESTA
003000             INVALID KEY
003010                 DISPLAY "NO SE PUDO BORRAR LA ENCUESTA"
003020             NOT INVALID KEY
003030                 DISPLAY "ENCUESTA BORRADA"
003040                 ADD 1 TO WK-BORRADAS
003050         END-DELETE
003060     END-IF.
003100 6000-TERMINA.
003110     CLOSE ENCUESTA
003120     CLOSE SESIONES
003130     CLOSE BD01CURSOS
003140     DISPLAY "ENCUESTAS CAPTURADAS: " WK-CAPTURADAS
003150     DISPLAY "  RECHAZADAS: " WK-RECHAZADAS
003160     DISPLAY "  BORRADAS: " WK-BORRADAS.
003170 END PROGRAM PRAC24.
