000154*FOLIOS EMITIDOS.
000156*LA CLAVE SE TOMA DE LA TARJETA CERTPARM SI EXISTE; SI NO,
000158*SE PREGUNTA AL OPERADOR.
000160*MOD 15/10/26 SOLO SE CERTIFICA A QUIEN APROBO: SI EL CURSO
000161*TIENE CALIFICACION MINIMA EN EL CATALOGO CURSOCAT.DAT, EL
000162*SUBPROGRAMA CALIFAPR REVISA SU MEJOR FINAL O EXTRAORDINARIO
000163*EN CALIFICA.DAT; LOS QUE NO LO ALCANZAN (O NO TIENEN EXAMEN
000164*CAPTURADO) SE LISTAN EN LA CARATULA Y NO RECIBEN CONSTANCIA.
000166 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000580     01 WKS-FECHA-EDIT    PIC 9999/99/99.
000590     01 WK-TOTAL-CERTS    PIC 9(03) VA 0.
000595     01 WK-OMITIDOS       PIC 9(03) VA 0.
000597     01 WK-NO-APROBADOS   PIC 9(03) VA 0.
000600     01 WK-IDX-CERT       PIC 9(03).
000610     01 WKS-TABLA-CERTS.
000620         02 WK-CERT OCCURS 200 TIMES.
000640             03 WK-CERT-CONSULTOR PIC 9(04).
000650             03 WK-CERT-NOMBRE    PIC X(40).
000660             03 WK-CERT-FECHA     PIC 9(08).
000662*CONSULTORES CON ASISTENCIA QUE NO APROBARON EL EXAMEN
000664     01 WKS-TABLA-REPROBADOS.
000666         02 WK-REPR OCCURS 200 TIMES.
000668             03 WK-REPR-CONSULTOR PIC 9(04).
000670             03 WK-REPR-NOMBRE    PIC X(40).
000672             03 WK-REPR-CALIF     PIC 9(03).
000674             03 WK-REPR-HALLADO   PIC X(01).
000676     01 WKS-APROBACION.
000678         COPY CALAPREG REPLACING ==LVL== BY ==02==
000680             ==NOMCURSO== BY ==CAP-CURSO==
000682             ==NOMCONSULTOR== BY ==CAP-CONSULTOR==
000684             ==NOMHALLADO== BY ==CAP-HALLADO==
000686             ==NOMCALIF== BY ==CAP-CALIFICACION==
000688             ==NOMMINIMO== BY ==CAP-MINIMO==
000690             ==NOMAPROBADO== BY ==CAP-APROBADO==.
000700 PROCEDURE DIVISION.
000710 0000-PRINCIPAL.
000715     PERFORM 0050-INICIALIZA-VARIABLES
000860     MOVE 0 TO WKS-EOF-BD01
000865     MOVE 0 TO WKS-EOF-BD02
000870     MOVE 0 TO WK-TOTAL-CERTS
000875     MOVE 0 TO WK-OMITIDOS
000877     MOVE 0 TO WK-NO-APROBADOS.
000900 1000-INICIO.
000910     ACCEPT WKS-FECHA-HOY FROM DATE
000920     PERFORM 1100-LEE-PARAMETRO
001410     END-IF.
001500*SE JUNTAN EN LA TABLA LAS ASISTENCIAS VALIDAS DEL CURSO,
001510*CADA UNA CON SU FOLIO NUEVO; LOS RENGLONES CON FECHA O
001520*CONSULTOR EN CERO SE SALTAN (SON LOS DATO INCOMPLETO) Y LOS
001522*CONSULTORES QUE NO APROBARON EL EXAMEN VAN A SU PROPIA TABLA
001530 2000-JUNTA-ASISTENCIA.
001540     FIND NEXT BD01IDXFECURSO
001550         ON EXCEPTION
001580         IF BD01-CVE-CURSO = WKS-CVE-BUSCA AND
001590            BD01-FECHA-CURSO > 0 AND
001600            BD01-IDCONSULTOR > 0
001602             PERFORM 2100-REVISA-APROBACION
001604             IF CAP-APROBADO = "S"
001606                 PERFORM 2200-ANOTA-CONSTANCIA
001608             END-IF
001610         END-IF
001612     END-IF.
001620*LA REGLA DE APROBACION ES LA DEL SUBPROGRAMA CALIFAPR: SIN
001622*MINIMO EN EL CATALOGO BASTA LA ASISTENCIA; EL QUE NO APROBO
001624*QUEDA EN LA TABLA DE REPROBADOS PARA LA CARATULA
001630 2100-REVISA-APROBACION.
001640     MOVE BD01-CVE-CURSO TO CAP-CURSO
001650     MOVE BD01-IDCONSULTOR TO CAP-CONSULTOR
001660     CALL "CALIFAPR" USING WKS-APROBACION
001670     IF CAP-APROBADO NOT = "S" AND WK-NO-APROBADOS < 200
001680         ADD 1 TO WK-NO-APROBADOS
001690         MOVE BD01-IDCONSULTOR
001700             TO WK-REPR-CONSULTOR (WK-NO-APROBADOS)
001710         MOVE BD01-NOMBRE TO WK-REPR-NOMBRE (WK-NO-APROBADOS)
001720         MOVE CAP-CALIFICACION
001730             TO WK-REPR-CALIF (WK-NO-APROBADOS)
001740         MOVE CAP-HALLADO TO WK-REPR-HALLADO (WK-NO-APROBADOS)
001750     END-IF.
001760 2200-ANOTA-CONSTANCIA.
001762     IF WK-TOTAL-CERTS < 200
001764         ADD 1 TO WK-TOTAL-CERTS
001766         ADD 1 TO WKS-FOLIO
001768         MOVE WKS-FOLIO
001770             TO WK-CERT-FOLIO (WK-TOTAL-CERTS)
001772         MOVE BD01-IDCONSULTOR
001774             TO WK-CERT-CONSULTOR (WK-TOTAL-CERTS)
001776         MOVE BD01-NOMBRE
001778             TO WK-CERT-NOMBRE (WK-TOTAL-CERTS)
001780         MOVE BD01-FECHA-CURSO
001782             TO WK-CERT-FECHA (WK-TOTAL-CERTS)
001784     ELSE
001786         DISPLAY "TABLA LLENA, SE OMITE LA "
001788                 "CONSTANCIA DE: " BD01-IDCONSULTOR
001790         ADD 1 TO WK-OMITIDOS
001792     END-IF.
001800 3000-IMPRIME-CARATULA.
001810     MOVE SPACES TO REG-CERT
001820     MOVE "HOJA DE CONTROL DE CONSTANCIAS" TO REG-CERT (1:30)
001950     WRITE REG-CERT
001960     PERFORM 3100-RENGLON-CARATULA
001970         VARYING WK-IDX-CERT FROM 1 BY 1
001980         UNTIL WK-IDX-CERT > WK-TOTAL-CERTS
001982     IF WK-NO-APROBADOS > 0
001984         MOVE SPACES TO REG-CERT
001985         WRITE REG-CERT
001986         MOVE "NO APROBADOS (SIN CONSTANCIA):" TO REG-CERT (1:30)
001987         MOVE WK-NO-APROBADOS TO REG-CERT (32:3)
001988         WRITE REG-CERT
001989         PERFORM 3200-RENGLON-REPROBADO
001990             VARYING WK-IDX-CERT FROM 1 BY 1
001991             UNTIL WK-IDX-CERT > WK-NO-APROBADOS
001992     END-IF.
001995 3100-RENGLON-CARATULA.
002000     MOVE SPACES TO REG-CERT
002010     MOVE "FOLIO" TO REG-CERT (3:5)
002020     MOVE WK-CERT-FOLIO (WK-IDX-CERT) TO REG-CERT (9:6)
002030     MOVE WK-CERT-CONSULTOR (WK-IDX-CERT) TO REG-CERT (17:4)
002040     MOVE WK-CERT-NOMBRE (WK-IDX-CERT) TO REG-CERT (23:40)
002050     WRITE REG-CERT.
002060 3200-RENGLON-REPROBADO.
002065     MOVE SPACES TO REG-CERT
002070     MOVE WK-REPR-CONSULTOR (WK-IDX-CERT) TO REG-CERT (17:4)
002075     MOVE WK-REPR-NOMBRE (WK-IDX-CERT) TO REG-CERT (23:40)
002080     IF WK-REPR-HALLADO (WK-IDX-CERT) = "S"
002085         MOVE WK-REPR-CALIF (WK-IDX-CERT) TO REG-CERT (65:3)
002090     ELSE
002092         MOVE "SIN EXAMEN" TO REG-CERT (65:10)
002094     END-IF
002096     WRITE REG-CERT.
002100*UNA CONSTANCIA POR HOJA; EL SALTO DE PAGINA ABRE CADA UNA
002110 4000-IMPRIME-CONSTANCIA.
002120     MOVE SPACES TO REG-CERT
002650     DISPLAY "CONSTANCIAS EMITIDAS: " WK-TOTAL-CERTS
002652     IF WK-OMITIDOS > 0
002654         DISPLAY "  OMITIDAS POR TABLA LLENA: " WK-OMITIDOS
002655     END-IF
002656     IF WK-NO-APROBADOS > 0
002657         DISPLAY "  NO APROBADOS, SIN CONSTANCIA: "
002658                 WK-NO-APROBADOS
002659     END-IF.
002660 END PROGRAM PRAC19.
