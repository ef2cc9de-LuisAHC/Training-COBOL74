000151*MOD 01/09/26 EL CATALOGO LLEVA EL CUPO DE LA OFERTA (LUGARES
000152*DEL AULA, 0 = SIN LIMITE); LO USA INSCMANT PARA MANDAR A LA
000153*LISTA DE ESPERA CUANDO EL CURSO SE LLENA. LA SIEMBRA PONE 25.
000154*MOD 15/10/26 EL CATALOGO LLEVA LA CALIFICACION MINIMA
000155*APROBATORIA DEL EXAMEN FINAL (0 = SIN EXAMEN, BASTA LA
000156*ASISTENCIA); LA SIEMBRA PONE 0 PARA NO CAMBIAR LAS
000157*CONSTANCIAS DE LOS CURSOS HISTORICOS.
000158*MOD 15/10/26 MANTENIMIENTO DE PRERREQUISITOS (PREREQ.DAT):
000159*ALTA Y BAJA DEL PAR CURSO/CURSO REQUERIDO CON SU BANDERA DE
000160*CERTIFICACION, Y CONSULTA DE LOS REQUISITOS DE UN CURSO. LOS
000161*REVISA EL SUBPROGRAMA PREREVAL AL INSCRIBIR.
000162*MOD 15/10/26 COSTOS DE CAPACITACION (COSTOCUR.DAT): COSTO FIJO
000163*POR SESION Y VARIABLE POR ASISTENTE, DEL CURSO (FECHA 0) O DE
000164*UNA SESION EN PARTICULAR. LOS USA EL BATCH DE CARGOS POR GRUPO
000165*CARGOGRP AL CIERRE DEL MES. LA FECHA DE LA SESION SE CAPTURA
000166*CON EL ANIO COMPLETO (AAAAMMDD), COMO VIENE EN SESIONES.DAT.
000167 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS CUR-CLAVE
000270         FILE STATUS IS WKS-STATUS-CURSOS.
000272     SELECT PREREQ ASSIGN TO "PREREQ.DAT"
000274         ORGANIZATION INDEXED
000276         ACCESS MODE DYNAMIC
000278         RECORD KEY IS PRQ-LLAVE
000280         FILE STATUS IS WKS-STATUS-PREREQ.
000282     SELECT COSTOCUR ASSIGN TO "COSTOCUR.DAT"
000284         ORGANIZATION INDEXED
000286         ACCESS MODE DYNAMIC
000288         RECORD KEY IS COS-LLAVE
000290         FILE STATUS IS WKS-STATUS-COSTOS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320     FD CURSOCAT.
000370             ==NOMHORAS== BY ==CUR-HORAS==
000380             ==NOMACTIVO== BY ==CUR-ACTIVO==
000382             ==NOMCUPO== BY ==CUR-CUPO==
000384             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000386             ==NOMMINIMO== BY ==CUR-MINIMO==.
000388     FD PREREQ.
000390     01 REG-PREREQ.
000392         COPY PREREREG REPLACING ==LVL== BY ==02==
000394             ==LV2== BY ==03==
000396             ==NOMLLAVE== BY ==PRQ-LLAVE==
000397             ==NOMCURSO== BY ==PRQ-CURSO==
000398             ==NOMREQUERIDO== BY ==PRQ-REQUERIDO==
000399             ==NOMCERTIF== BY ==PRQ-CERTIF==.
000400     FD COSTOCUR.
000401     01 REG-COSTO.
000402         COPY COSTOREG REPLACING ==LVL== BY ==02==
000403             ==LV2== BY ==03==
000404             ==NOMLLAVE== BY ==COS-LLAVE==
000405             ==NOMCURSO== BY ==COS-CURSO==
000406             ==NOMFECHA== BY ==COS-FECHA==
000407             ==NOMFIJO== BY ==COS-FIJO==
000408             ==NOMVARIABLE== BY ==COS-VARIABLE==.
000409 WORKING-STORAGE SECTION.
000410     01 WKS-STATUS-CURSOS PIC X(02).
000420     01 WKS-EOF-CURSOS    PIC 9(02).
000422     01 WKS-STATUS-PREREQ PIC X(02).
000424     01 WKS-EOF-PREREQ    PIC 9(02).
000426     01 WKS-CVE-REQUERIDO PIC 9(04).
000428     01 WKS-CERTIF-NUEVA  PIC X(01).
000429         88 WKS-CERTIF-VALIDA VALUES "S" "N".
000430     01 WKS-OPCION        PIC 9(01).
000440     01 WKS-CVE-CURSO     PIC 9(04).
000450     01 WKS-DESCR-NUEVA   PIC X(10).
000465     01 WKS-ACTIVO-NUEVO  PIC X(01).
000467     01 WKS-CUPO-NUEVO    PIC 9(03).
000468     01 WKS-VIGENCIA-NUEVA PIC 9(03).
000469     01 WKS-MINIMO-NUEVO  PIC 9(03).
000470     01 WKS-IDX-SIEMBRA   PIC 9(01).
000471     01 WKS-STATUS-COSTOS PIC X(02).
000472     01 WKS-FECHA-COSTO   PIC 9(08).
000473     01 WKS-FIJO-NUEVO    PIC 9(07)V9(02).
000474     01 WKS-VARIABLE-NUEVO PIC 9(05)V9(02).
000475     01 WKS-HAY-COSTO     PIC X(01).
000476         88 WKS-SI-HAY-COSTO VALUE "S".
000480*LOS CINCO CURSOS HISTORICOS DE PRAC15, SEMILLA DEL CATALOGO
000490*CUANDO CURSOCAT.DAT TODAVIA NO EXISTE
000500     01 WKS-LISTA-CURSOS.
000730     PERFORM 1000-ABRE-CATALOGO
000740     PERFORM 2000-MENU UNTIL WKS-OPCION = 9
000750     CLOSE CURSOCAT
000755     CLOSE PREREQ
000756     CLOSE COSTOCUR
000760     GOBACK.
000800 1000-ABRE-CATALOGO.
000810     OPEN I-O CURSOCAT
000820     IF WKS-STATUS-CURSOS = "35"
000830         PERFORM 1100-SIEMBRA-CATALOGO
000840         OPEN I-O CURSOCAT
000850     END-IF
000852     OPEN I-O PREREQ
000854     IF WKS-STATUS-PREREQ = "35"
000856         OPEN OUTPUT PREREQ
000857         CLOSE PREREQ
000858         OPEN I-O PREREQ
000859     END-IF
000860     OPEN I-O COSTOCUR
000861     IF WKS-STATUS-COSTOS = "35"
000862         OPEN OUTPUT COSTOCUR
000863         CLOSE COSTOCUR
000864         OPEN I-O COSTOCUR
000865     END-IF.
000900 1100-SIEMBRA-CATALOGO.
000910     OPEN OUTPUT CURSOCAT
000920     PERFORM 1110-SIEMBRA-CURSO
001021     ELSE
001022         MOVE 0 TO CUR-VIGENCIA
001023     END-IF
001024     MOVE 0 TO CUR-MINIMO
001025     WRITE REG-CURSO.
001100 2000-MENU.
001110     DISPLAY " "
001120     DISPLAY "CATALOGO DE CURSOS"
001140     DISPLAY "2.- CAMBIO DE CURSO"
001150     DISPLAY "3.- RETIRO DE CURSO"
001160     DISPLAY "4.- CONSULTA DEL CATALOGO"
001162     DISPLAY "5.- ALTA DE PRERREQUISITO"
001164     DISPLAY "6.- BAJA DE PRERREQUISITO"
001166     DISPLAY "7.- PRERREQUISITOS DE UN CURSO"
001168     DISPLAY "8.- COSTOS DE CURSO/SESION"
001170     DISPLAY "9.- SALIR"
001180     ACCEPT WKS-OPCION
001190     EVALUATE WKS-OPCION
001210         WHEN 2 PERFORM 4000-CAMBIO
001220         WHEN 3 PERFORM 5000-RETIRO
001230         WHEN 4 PERFORM 6000-CONSULTA
001232         WHEN 5 PERFORM 7000-ALTA-REQUISITO
001234         WHEN 6 PERFORM 7500-BAJA-REQUISITO
001236         WHEN 7 PERFORM 8000-CONSULTA-REQUISITOS
001238         WHEN 8 PERFORM 8500-COSTOS
001240         WHEN 9 CONTINUE
001250         WHEN OTHER DISPLAY "OPCION INVALIDA"
001260     END-EVALUATE.
001364     ACCEPT WKS-CUPO-NUEVO
001366     DISPLAY "VIGENCIA EN MESES (0 = NO CADUCA):"
001368     ACCEPT WKS-VIGENCIA-NUEVA
001369     PERFORM 3100-PIDE-MINIMO
001370     MOVE WKS-CVE-CURSO   TO CUR-CLAVE
001380     MOVE WKS-DESCR-NUEVA TO CUR-DESCRIPCION
001390     MOVE WKS-HORAS-NUEVAS TO CUR-HORAS
001400     MOVE "S" TO CUR-ACTIVO
001405     MOVE WKS-CUPO-NUEVO TO CUR-CUPO
001406     MOVE WKS-VIGENCIA-NUEVA TO CUR-VIGENCIA
001407     MOVE WKS-MINIMO-NUEVO TO CUR-MINIMO
001410     WRITE REG-CURSO
001420         INVALID KEY
001430             DISPLAY "YA EXISTE UN CURSO CON ESA CLAVE"
001440         NOT INVALID KEY
001450             DISPLAY "CURSO DADO DE ALTA"
001460     END-WRITE.
001462*LA CALIFICACION MINIMA ES SOBRE 100; CERO QUIERE DECIR QUE EL
001464*CURSO NO TIENE EXAMEN Y LA CONSTANCIA SALE POR ASISTENCIA
001470 3100-PIDE-MINIMO.
001472     MOVE 101 TO WKS-MINIMO-NUEVO
001474     PERFORM 3110-ACEPTA-MINIMO UNTIL WKS-MINIMO-NUEVO <= 100.
001476 3110-ACEPTA-MINIMO.
001478     DISPLAY "CALIFICACION MINIMA APROBATORIA (0-100, 0 = SIN "
001480             "EXAMEN):"
001482     ACCEPT WKS-MINIMO-NUEVO
001484     IF WKS-MINIMO-NUEVO > 100
001486         DISPLAY "LA CALIFICACION VA DE 0 A 100"
001488     END-IF.
001500 4000-CAMBIO.
001510     DISPLAY "CLAVE DEL CURSO A CAMBIAR:"
001520     ACCEPT WKS-CVE-CURSO
001624             MOVE WKS-DESCR-NUEVA  TO CUR-DESCRIPCION
001625             MOVE WKS-CUPO-NUEVO   TO CUR-CUPO
001626             MOVE WKS-VIGENCIA-NUEVA TO CUR-VIGENCIA
001627             DISPLAY "MINIMO APROBATORIO ACTUAL: " CUR-MINIMO
001628             PERFORM 3100-PIDE-MINIMO
001629             MOVE WKS-MINIMO-NUEVO TO CUR-MINIMO
001630             MOVE WKS-HORAS-NUEVAS TO CUR-HORAS
001632             IF WKS-ACTIVO-NUEVO = "S" OR
001634                WKS-ACTIVO-NUEVO = "N"
002040         NOT AT END
002050             DISPLAY CUR-CLAVE " " CUR-DESCRIPCION " "
002060                     CUR-HORAS " HRS  ACTIVO: " CUR-ACTIVO
002065                     "  MINIMO: " CUR-MINIMO
002070     END-READ.
002100*LOS DOS CURSOS DEBEN ESTAR EN EL CATALOGO; NO SE ACEPTA UN
002110*CURSO QUE SE PIDA A SI MISMO NI EL PAR INVERSO DE UNO YA
002120*DADO DE ALTA (NINGUNO DE LOS DOS SE PODRIA TOMAR)
002130 7000-ALTA-REQUISITO.
002140     DISPLAY "CLAVE DEL CURSO:"
002150     ACCEPT WKS-CVE-CURSO
002160     DISPLAY "CLAVE DEL CURSO REQUERIDO:"
002170     ACCEPT WKS-CVE-REQUERIDO
002180     MOVE SPACES TO WKS-CERTIF-NUEVA
002190     PERFORM 7100-ACEPTA-CERTIF UNTIL WKS-CERTIF-VALIDA
002200     IF WKS-CVE-CURSO = WKS-CVE-REQUERIDO
002210         DISPLAY "UN CURSO NO PUEDE SER REQUISITO DE SI MISMO"
002220     ELSE
002230         MOVE WKS-CVE-CURSO TO CUR-CLAVE
002240         READ CURSOCAT
002250             INVALID KEY
002260                 DISPLAY "NO EXISTE EL CURSO EN EL CATALOGO"
002270             NOT INVALID KEY
002280                 PERFORM 7200-VALIDA-REQUERIDO
002290         END-READ
002300     END-IF.
002310 7100-ACEPTA-CERTIF.
002320     DISPLAY "SE PIDE CERTIFICACION VIGENTE (S/N):"
002330     ACCEPT WKS-CERTIF-NUEVA
002340     IF NOT WKS-CERTIF-VALIDA
002350         DISPLAY "CONTESTE S O N"
002360     END-IF.
002370 7200-VALIDA-REQUERIDO.
002380     MOVE WKS-CVE-REQUERIDO TO CUR-CLAVE
002390     READ CURSOCAT
002400         INVALID KEY
002410             DISPLAY "NO EXISTE EL CURSO REQUERIDO EN EL "
002420                     "CATALOGO"
002430         NOT INVALID KEY
002440             MOVE WKS-CVE-REQUERIDO TO PRQ-CURSO
002450             MOVE WKS-CVE-CURSO TO PRQ-REQUERIDO
002460             READ PREREQ
002470                 INVALID KEY
002480                     PERFORM 7300-GRABA-REQUISITO
002490                 NOT INVALID KEY
002500                     DISPLAY "EL CURSO REQUERIDO YA PIDE A ESTE "
002510                             "CURSO, NO SE ACEPTA EL CICLO"
002520             END-READ
002530     END-READ.
002540 7300-GRABA-REQUISITO.
002550     MOVE WKS-CVE-CURSO TO PRQ-CURSO
002560     MOVE WKS-CVE-REQUERIDO TO PRQ-REQUERIDO
002570     MOVE WKS-CERTIF-NUEVA TO PRQ-CERTIF
002580     WRITE REG-PREREQ
002590         INVALID KEY
002600             DISPLAY "ESE PRERREQUISITO YA ESTABA DADO DE ALTA"
002610         NOT INVALID KEY
002620             DISPLAY "PRERREQUISITO DADO DE ALTA"
002630     END-WRITE.
002700 7500-BAJA-REQUISITO.
002710     DISPLAY "CLAVE DEL CURSO:"
002720     ACCEPT WKS-CVE-CURSO
002730     DISPLAY "CLAVE DEL CURSO REQUERIDO:"
002740     ACCEPT WKS-CVE-REQUERIDO
002750     MOVE WKS-CVE-CURSO TO PRQ-CURSO
002760     MOVE WKS-CVE-REQUERIDO TO PRQ-REQUERIDO
002770     DELETE PREREQ
002780         INVALID KEY
002790             DISPLAY "NO EXISTE ESE PRERREQUISITO"
002800         NOT INVALID KEY
002810             DISPLAY "PRERREQUISITO DADO DE BAJA"
002820     END-DELETE.
002900*LOS REQUISITOS DE UN CURSO QUEDAN JUNTOS EN LA LLAVE
002910 8000-CONSULTA-REQUISITOS.
002920     DISPLAY "CLAVE DEL CURSO:"
002930     ACCEPT WKS-CVE-CURSO
002940     MOVE 0 TO WKS-EOF-PREREQ
002950     MOVE WKS-CVE-CURSO TO PRQ-CURSO
002960     MOVE 0 TO PRQ-REQUERIDO
002970     START PREREQ KEY IS NOT LESS THAN PRQ-LLAVE
002980         INVALID KEY
002990             MOVE 1 TO WKS-EOF-PREREQ
003000     END-START
003010     PERFORM 8100-MUESTRA-REQUISITO UNTIL WKS-EOF-PREREQ = 1.
003020 8100-MUESTRA-REQUISITO.
003030     READ PREREQ NEXT RECORD
003040         AT END
003050             MOVE 1 TO WKS-EOF-PREREQ
003060         NOT AT END
003070             IF PRQ-CURSO NOT = WKS-CVE-CURSO
003080                 MOVE 1 TO WKS-EOF-PREREQ
003090             ELSE
003100                 DISPLAY "REQUIERE " PRQ-REQUERIDO
003110                         "  CERTIFICACION VIGENTE: " PRQ-CERTIF
003120             END-IF
003130     END-READ.
003200*EL COSTO CON FECHA 0 VALE PARA TODAS LAS SESIONES DEL CURSO;
003210*CON LA FECHA DE UNA SESION SOLO PARA ESA. CAPTURAR LOS DOS
003220*COSTOS EN CERO BORRA EL REGISTRO (LA SESION REGRESA AL COSTO
003230*DEL CURSO)
003240 8500-COSTOS.
003250     DISPLAY "CLAVE DEL CURSO:"
003260     ACCEPT WKS-CVE-CURSO
003270     MOVE WKS-CVE-CURSO TO CUR-CLAVE
003280     READ CURSOCAT
003290         INVALID KEY
003300             DISPLAY "NO EXISTE EL CURSO EN EL CATALOGO"
003310         NOT INVALID KEY
003320             PERFORM 8600-CAPTURA-COSTO
003330     END-READ.
003400 8600-CAPTURA-COSTO.
003410     DISPLAY "FECHA DE LA SESION (AAAAMMDD, 0 = COSTO DEL "
003415             "CURSO):"
003420     ACCEPT WKS-FECHA-COSTO
003421     IF WKS-FECHA-COSTO NOT = 0 AND WKS-FECHA-COSTO < 19000101
003422         DISPLAY "LA FECHA VA CON EL ANIO COMPLETO (AAAAMMDD)"
003423     ELSE
003424         PERFORM 8610-GRABA-COSTO
003425     END-IF.
003427 8610-GRABA-COSTO.
003430     MOVE WKS-CVE-CURSO TO COS-CURSO
003440     MOVE WKS-FECHA-COSTO TO COS-FECHA
003450     MOVE "S" TO WKS-HAY-COSTO
003460     READ COSTOCUR
003470         INVALID KEY
003480             MOVE "N" TO WKS-HAY-COSTO
003490             MOVE 0 TO COS-FIJO
003500             MOVE 0 TO COS-VARIABLE
003510     END-READ
003520     DISPLAY "COSTO FIJO POR SESION (" COS-FIJO "):"
003530     ACCEPT WKS-FIJO-NUEVO
003540     DISPLAY "COSTO VARIABLE POR ASISTENTE (" COS-VARIABLE "):"
003550     ACCEPT WKS-VARIABLE-NUEVO
003560     MOVE WKS-CVE-CURSO TO COS-CURSO
003570     MOVE WKS-FECHA-COSTO TO COS-FECHA
003580     MOVE WKS-FIJO-NUEVO TO COS-FIJO
003590     MOVE WKS-VARIABLE-NUEVO TO COS-VARIABLE
003600     IF WKS-FIJO-NUEVO = 0 AND WKS-VARIABLE-NUEVO = 0
003610         PERFORM 8700-BORRA-COSTO
003620     ELSE
003630         IF WKS-SI-HAY-COSTO
003640             REWRITE REG-COSTO
003650                 INVALID KEY
003660                     DISPLAY "NO SE PUDO ACTUALIZAR EL COSTO"
003670                 NOT INVALID KEY
003680                     DISPLAY "COSTO ACTUALIZADO"
003690             END-REWRITE
003700         ELSE
003710             WRITE REG-COSTO
003720                 INVALID KEY
003730                     DISPLAY "NO SE PUDO GRABAR EL COSTO"
003740                 NOT INVALID KEY
003750                     DISPLAY "COSTO DADO DE ALTA"
003760             END-WRITE
003770         END-IF
003780     END-IF.
003800 8700-BORRA-COSTO.
003810     IF WKS-SI-HAY-COSTO
003820         DELETE COSTOCUR
003830             INVALID KEY
003840                 DISPLAY "NO SE PUDO BORRAR EL COSTO"
003850             NOT INVALID KEY
003860                 DISPLAY "COSTO BORRADO"
003870         END-DELETE
003880     ELSE
003890         DISPLAY "SIN COSTO REGISTRADO, NO HAY NADA QUE BORRAR"
003900     END-IF.
003910 END PROGRAM CURSMANT.
