000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALIFAPR.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*SUBPROGRAMA QUE DICE SI UN CONSULTOR APROBO UN CURSO. EL QUE
000142*LLAMA (LAS CONSTANCIAS PRAC19, EL HISTORIAL PRAC18) LLENA
000144*CURSO Y CONSULTOR EN EL LAYOUT CALAPREG; AQUI SE TOMA EL
000146*MINIMO APROBATORIO DEL CATALOGO CURSOCAT.DAT Y SE RECORREN
000148*CON START LAS EVALUACIONES DEL PAR EN CALIFICA.DAT, QUEDANDO
000150*LA MEJOR CALIFICACION DEL FINAL (F) O DEL EXTRAORDINARIO (E);
000152*LOS PARCIALES (P) NO CUENTAN PARA APROBAR. UN CURSO CON
000154*MINIMO EN CERO NO TIENE EXAMEN Y SE DA POR APROBADO CON LA
000156*ASISTENCIA, IGUAL QUE UN CURSO QUE YA NO ESTA EN EL CATALOGO.
000158 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS CUR-CLAVE
000270         FILE STATUS IS WKS-STATUS-CURSOS.
000280     SELECT CALIFICA ASSIGN TO "CALIFICA.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS CAL-LLAVE
000320         FILE STATUS IS WKS-STATUS-CALIF.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD CURSOCAT.
000430     01 REG-CURSO.
000440         COPY CURSOREG REPLACING ==LVL== BY ==02==
000450             ==NOMCLAVE== BY ==CUR-CLAVE==
000460             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000470             ==NOMHORAS== BY ==CUR-HORAS==
000480             ==NOMACTIVO== BY ==CUR-ACTIVO==
000490             ==NOMCUPO== BY ==CUR-CUPO==
000500             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000510             ==NOMMINIMO== BY ==CUR-MINIMO==.
000520     FD CALIFICA.
000530     01 REG-CALIF.
000540         COPY CALIFREG REPLACING ==LVL== BY ==02==
000550             ==LV2== BY ==03==
000560             ==NOMLLAVE== BY ==CAL-LLAVE==
000570             ==NOMCURSO== BY ==CAL-CURSO==
000580             ==NOMCONSULTOR== BY ==CAL-CONSULTOR==
000590             ==NOMTIPO== BY ==CAL-TIPO==
000600             ==NOMFECHA== BY ==CAL-FECHA==
000610             ==NOMCALIF== BY ==CAL-CALIFICACION==
000620             ==NOMSUPER== BY ==CAL-SUPERVISOR==
000630             ==NOMFECCAP== BY ==CAL-FECHA-CAPTURA==.
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-CURSOS PIC X(02).
000720     01 WKS-STATUS-CALIF  PIC X(02).
000730     01 WKS-EOF-CALIF     PIC 9(02).
000800 LINKAGE SECTION.
000810     01 CAP-CONSULTA.
000820         COPY CALAPREG REPLACING ==LVL== BY ==02==
000830             ==NOMCURSO== BY ==CAP-CURSO==
000840             ==NOMCONSULTOR== BY ==CAP-CONSULTOR==
000850             ==NOMHALLADO== BY ==CAP-HALLADO==
000860             ==NOMCALIF== BY ==CAP-CALIFICACION==
000870             ==NOMMINIMO== BY ==CAP-MINIMO==
000880             ==NOMAPROBADO== BY ==CAP-APROBADO==.
000900 PROCEDURE DIVISION USING CAP-CONSULTA.
000910 0000-PRINCIPAL.
000920     MOVE "N" TO CAP-HALLADO
000930     MOVE 0 TO CAP-CALIFICACION
000940     MOVE 0 TO CAP-MINIMO
000950     PERFORM 1000-LEE-MINIMO
000960     PERFORM 2000-MEJOR-CALIFICACION
000970     IF CAP-MINIMO = 0
000980         MOVE "S" TO CAP-APROBADO
000990     ELSE
001000         IF CAP-HALLADO = "S" AND
001010            CAP-CALIFICACION >= CAP-MINIMO
001020             MOVE "S" TO CAP-APROBADO
001030         ELSE
001040             MOVE "N" TO CAP-APROBADO
001050         END-IF
001060     END-IF
001070     GOBACK.
001100 1000-LEE-MINIMO.
001110     OPEN INPUT CURSOCAT
001120     IF WKS-STATUS-CURSOS = "00"
001130         MOVE CAP-CURSO TO CUR-CLAVE
001140         READ CURSOCAT
001150             INVALID KEY
001160                 CONTINUE
001170             NOT INVALID KEY
001180                 MOVE CUR-MINIMO TO CAP-MINIMO
001190         END-READ
001200         CLOSE CURSOCAT
001210     END-IF.
001300*LA LLAVE TRAE CURSO Y CONSULTOR AL FRENTE, ASI QUE TODAS LAS
001310*EVALUACIONES DEL PAR QUEDAN JUNTAS A PARTIR DEL START
001320 2000-MEJOR-CALIFICACION.
001330     OPEN INPUT CALIFICA
001340     IF WKS-STATUS-CALIF = "00"
001350         MOVE 0 TO WKS-EOF-CALIF
001360         MOVE CAP-CURSO TO CAL-CURSO
001370         MOVE CAP-CONSULTOR TO CAL-CONSULTOR
001380         MOVE LOW-VALUES TO CAL-TIPO
001390         MOVE 0 TO CAL-FECHA
001400         START CALIFICA KEY IS NOT LESS THAN CAL-LLAVE
001410             INVALID KEY
001420                 MOVE 1 TO WKS-EOF-CALIF
001430         END-START
001440         PERFORM 2100-LEE-CALIFICACION UNTIL WKS-EOF-CALIF = 1
001450         CLOSE CALIFICA
001460     END-IF.
001500 2100-LEE-CALIFICACION.
001510     READ CALIFICA NEXT RECORD
001520         AT END
001530             MOVE 1 TO WKS-EOF-CALIF
001540         NOT AT END
001550             IF CAL-CURSO NOT = CAP-CURSO OR
001560                CAL-CONSULTOR NOT = CAP-CONSULTOR
001570                 MOVE 1 TO WKS-EOF-CALIF
001580             ELSE
001590                 IF CAL-TIPO = "F" OR CAL-TIPO = "E"
001600                     PERFORM 2200-COMPARA-CALIFICACION
001610                 END-IF
001620             END-IF
001630     END-READ.
001700 2200-COMPARA-CALIFICACION.
001710     IF CAP-HALLADO = "N" OR
001720        CAL-CALIFICACION > CAP-CALIFICACION
001730         MOVE CAL-CALIFICACION TO CAP-CALIFICACION
001740     END-IF
001750     MOVE "S" TO CAP-HALLADO.
001760 END PROGRAM CALIFAPR.
