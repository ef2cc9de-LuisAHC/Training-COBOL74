000152*PARTICIP.DAT Y DEJA UN REPORTE DE ACEPTADOS/RECHAZADOS CON EL
000154*MOTIVO DE CADA RECHAZO PARA QUE LA OFICINA REPONGA SOLO LOS
000156*RENGLONES MALOS. TERMINA CON RETURN-CODE 4 SI HUBO RECHAZOS.
000157*MOD 15/10/26 LA INTERFAZ TRAE AL FINAL UNA CLAVE DE CURSO
000158*OPCIONAL (CEROS = SOLO ALTA DEL PARTICIPANTE). CON CURSO SE
000159*INSCRIBE EN INSCRIP.DAT, VALIDANDO CATALOGO, CUPO Y LOS
000160*PRERREQUISITOS (SUBPROGRAMA PREREVAL); SI EL PARTICIPANTE YA
000161*EXISTE EL RENGLON ES SOLO DE INSCRIPCION. EL RENGLON ES DE
000162*LONGITUD VARIABLE: LOS EXTRACTOS VIEJOS DE 44 POSICIONES (SIN
000163*CLAVE DE CURSO) SE SIGUEN LEYENDO COMO SOLO ALTA.
000164 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000320         ACCESS MODE SEQUENTIAL
000330         RECORD KEY IS GRU-NUMERO
000340         FILE STATUS IS WKS-STATUS-GRUPOS.
000342     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000343         ORGANIZATION INDEXED
000344         ACCESS MODE DYNAMIC
000345         RECORD KEY IS CUR-CLAVE
000346         FILE STATUS IS WKS-STATUS-CURSOS.
000347     SELECT INSCRIP ASSIGN TO "INSCRIP.DAT"
000348         ORGANIZATION INDEXED
000349         ACCESS MODE DYNAMIC
000351         RECORD KEY IS INS-LLAVE
000352         FILE STATUS IS WKS-STATUS-INSCR.
000353     SELECT IMPOREP ASSIGN TO DISK
000360         ORGANIZATION LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420*EL RENGLON DE LA INTERFAZ ES EL DE LA CAPTURA DE PRAC10 (44
000422*POSICIONES) MAS UNA CLAVE DE CURSO OPCIONAL AL FINAL (48); UN
000424*RENGLON DE 44 O CON CEROS EN LA CLAVE ES SOLO ALTA. EL ESTATUS
000426*Y LA FECHA DE BAJA DEL COPYBOOK LOS PONE ESTE PROGRAMA
000430     FD INTERFAZ
000432         RECORD IS VARYING IN SIZE FROM 44 TO 48 CHARACTERS
000434         DEPENDING ON WK-LONG-INTERFAZ.
000440     01 REG-INTERFAZ.
000450         02 INT-NUMLISTA  PIC 9(04).
000460         02 INT-NOMBRE    PIC X(18).
000470         02 INT-APELLIDOS PIC X(20).
000480         02 INT-NUMGPO    PIC 9(02).
000485         02 INT-CVE-CURSO PIC 9(04).
000490     FD PARTIC.
000500     01 REG-PARTIC.
000510         COPY PARTICREG REPLACING ==LVL== BY ==02==
000620             ==NOMAULA== BY ==GRU-AULA==
000630             ==NOMCAPACIDAD== BY ==GRU-CAPACIDAD==
000632             ==NOMCVEINST== BY ==GRU-CVEINST==.
000633     FD CURSOCAT.
000634     01 REG-CURSO.
000635         COPY CURSOREG REPLACING ==LVL== BY ==02==
000636             ==NOMCLAVE== BY ==CUR-CLAVE==
000637             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000638             ==NOMHORAS== BY ==CUR-HORAS==
000639             ==NOMACTIVO== BY ==CUR-ACTIVO==
000640             ==NOMCUPO== BY ==CUR-CUPO==
000641             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000642             ==NOMMINIMO== BY ==CUR-MINIMO==.
000643     FD INSCRIP.
000644     01 REG-INSCRIPCION.
000645         02 INS-LLAVE.
000646             03 INS-NUMLISTA  PIC 9(04).
000647             03 INS-CVE-CURSO PIC 9(04).
000648         02 INS-FECHA-ALTA    PIC 9(08).
000649     FD IMPOREP
000650         REPORT IS RD-IMPORTA.
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-INTER  PIC X(02).
000760     01 WKS-EOF-GRUPOS    PIC 9(02).
000770     01 WKS-FECHA-HOY     PIC 9(08).
000780     01 WKS-RESULTADO     PIC X(09).
000790     01 WKS-MOTIVO        PIC X(30).
000800     01 WKS-REGISTRO-VALIDO PIC X(01).
000810         88 WKS-ES-VALIDO VALUE "S".
000820     01 WK-GRUPO-MINIMO   PIC 9(02) VALUE 01.
000880     01 WK-CONTEO-GRUPOS.
000890         03 WK-CONTEO-GRUPO OCCURS 20 TIMES PIC 9(03).
000900     01 WK-IDX-GRUPO      PIC 9(02).
000910     01 WKS-STATUS-CURSOS PIC X(02).
000920     01 WKS-STATUS-INSCR  PIC X(02).
000930     01 WKS-EOF-INSCR     PIC 9(02).
000940     01 WKS-SOLO-INSCRIBE PIC X(01).
000945         88 WKS-ES-SOLO-INSCRIPCION VALUE "S".
000950     01 WK-INSCRITOS-CURSO PIC 9(03).
000955     01 WK-INSCRIPCIONES  PIC 9(04) VALUE 0.
000960     01 WKS-REQUISITOS.
000962         COPY PRVALREG REPLACING ==LVL== BY ==02==
000964             ==NOMPARTIC== BY ==PRV-PARTIC==
000966             ==NOMCURSO== BY ==PRV-CURSO==
000968             ==NOMCUMPLE== BY ==PRV-CUMPLE==
000970             ==NOMFALTANTE== BY ==PRV-FALTANTE==
000972             ==NOMMOTIVO== BY ==PRV-MOTIVO==.
000974     01 WK-LONG-INTERFAZ  PIC 9(02).
001000 REPORT SECTION.
001010     RD RD-IMPORTA
001020         PAGE LIMIT   060 LINES
001160         15 COLUMN 026 PIC X(009) VALUE "APELLIDOS".
001170         15 COLUMN 047 PIC X(005) VALUE "GRUPO".
001180         15 COLUMN 054 PIC X(009) VALUE "RESULTADO".
001185         15 COLUMN 065 PIC X(005) VALUE "CURSO".
001190         15 COLUMN 071 PIC X(006) VALUE "MOTIVO".
001200 01 RD-IMP-DETALLE TYPE DETAIL.
001210     10 RD-IMP-DET01 LINE PLUS 001.
001220         15 COLUMN 001 PIC 9(04) SOURCE INT-NUMLISTA.
001240         15 COLUMN 026 PIC X(20) SOURCE INT-APELLIDOS.
001250         15 COLUMN 048 PIC 9(02) SOURCE INT-NUMGPO.
001260         15 COLUMN 054 PIC X(09) SOURCE WKS-RESULTADO.
001265         15 COLUMN 065 PIC ZZZZ SOURCE INT-CVE-CURSO.
001270         15 COLUMN 071 PIC X(30) SOURCE WKS-MOTIVO.
001280 01 RD-IMP-TOTALES TYPE IS RF.
001290     10 RD-IMP-TOT01 LINE PLUS 002.
001300         15 COLUMN 001 PIC X(011) VALUE "ACEPTADOS:".
001320     10 RD-IMP-TOT02 LINE PLUS 001.
001330         15 COLUMN 001 PIC X(011) VALUE "RECHAZADOS:".
001340         15 COLUMN 013 PIC ZZZ9 SOURCE WK-RECHAZADOS.
001342     10 RD-IMP-TOT03 LINE PLUS 001.
001344         15 COLUMN 001 PIC X(012) VALUE "INSCRITOS A".
001346         15 COLUMN 013 PIC ZZZ9 SOURCE WK-INSCRIPCIONES.
001348         15 COLUMN 018 PIC X(006) VALUE "CURSOS".
001400 PROCEDURE DIVISION.
001410 0000-PRINCIPAL.
001420     PERFORM 1000-INICIO
001600         GOBACK
001610     END-IF
001620     PERFORM 1100-ABRE-MAESTRO
001625     PERFORM 1400-ABRE-INSCRIPCIONES
001630     PERFORM 1200-CARGA-CUPOS
001640     PERFORM 1300-CUENTA-ACTUALES
001650     OPEN OUTPUT IMPOREP
002230                 ADD 1 TO WK-CONTEO-GRUPO (REG-NUMGPO)
002240             END-IF
002250     END-READ.
002260*LAS INSCRIPCIONES SE CREAN VACIAS IGUAL QUE EL MAESTRO
002265 1400-ABRE-INSCRIPCIONES.
002270     OPEN I-O INSCRIP
002275     IF WKS-STATUS-INSCR = "35"
002280         OPEN OUTPUT INSCRIP
002285         CLOSE INSCRIP
002290         OPEN I-O INSCRIP
002295     END-IF.
002300 2000-PROCESO.
002310     READ INTERFAZ
002320         AT END
002330             MOVE 1 TO WKS-EOF-INTER
002340         NOT AT END
002342             IF WK-LONG-INTERFAZ < 48
002344                 MOVE 0 TO INT-CVE-CURSO
002346             END-IF
002350             PERFORM 2100-VALIDA-RENGLON
002360             IF WKS-ES-VALIDO
002362                 IF WKS-ES-SOLO-INSCRIPCION
002364                     PERFORM 2300-INSCRIBE-CURSO
002366                 ELSE
002370                     PERFORM 2200-ACEPTA-RENGLON
002372                 END-IF
002380             ELSE
002390                 MOVE "RECHAZADO" TO WKS-RESULTADO
002400                 ADD 1 TO WK-RECHAZADOS
002410             END-IF
002420             GENERATE RD-IMP-DETALLE
002430     END-READ.
002480*UN NUMERO QUE YA EXISTE SOLO SE ACEPTA SI EL RENGLON TRAE
002490*CURSO: ES UNA INSCRIPCION DE ALGUIEN YA DADO DE ALTA
002500 2100-VALIDA-RENGLON.
002510     MOVE "S" TO WKS-REGISTRO-VALIDO
002515     MOVE "N" TO WKS-SOLO-INSCRIBE
002520     MOVE SPACES TO WKS-MOTIVO
002530     IF INT-NUMLISTA = 0
002540         MOVE "NUMERO INVALIDO" TO WKS-MOTIVO
002550         MOVE "N" TO WKS-REGISTRO-VALIDO
002555     ELSE
002556         IF INT-CVE-CURSO > 0
002557             PERFORM 2120-BUSCA-EXISTENTE
002558         END-IF
002559         IF WKS-ES-SOLO-INSCRIPCION OR NOT WKS-ES-VALIDO
002560             CONTINUE
002561         ELSE
002570             IF INT-NUMGPO < WK-GRUPO-MINIMO OR
002580                INT-NUMGPO > WK-GRUPO-MAXIMO
002590                 MOVE "GRUPO FUERA DE RANGO" TO WKS-MOTIVO
002600                 MOVE "N" TO WKS-REGISTRO-VALIDO
002610             ELSE
002620                 PERFORM 2110-BUSCA-DUPLICADO
002630                 IF NOT WKS-ES-VALIDO
002640                     CONTINUE
002650                 ELSE
002660                     IF WK-CONTEO-GRUPO (INT-NUMGPO) >=
002670                         WK-CUPO-GRUPO (INT-NUMGPO)
002680                         MOVE "GRUPO LLENO" TO WKS-MOTIVO
002690                         MOVE "N" TO WKS-REGISTRO-VALIDO
002700                     END-IF
002710                 END-IF
002720             END-IF
002725         END-IF
002730     END-IF
002740     IF WKS-ES-VALIDO AND INT-CVE-CURSO > 0
002750         PERFORM 2130-VALIDA-CURSO
002760     END-IF.
002800 2110-BUSCA-DUPLICADO.
002810     MOVE INT-NUMLISTA TO REG-NUMLISTA
002820     READ PARTIC
003010             MOVE "ACEPTADO" TO WKS-RESULTADO
003020             ADD 1 TO WK-ACEPTADOS
003030             ADD 1 TO WK-CONTEO-GRUPO (INT-NUMGPO)
003035             IF INT-CVE-CURSO > 0
003036                 PERFORM 2300-INSCRIBE-CURSO
003037             END-IF
003040     END-WRITE.
003050 2300-INSCRIBE-CURSO.
003055     MOVE INT-NUMLISTA  TO INS-NUMLISTA
003060     MOVE INT-CVE-CURSO TO INS-CVE-CURSO
003065     MOVE WKS-FECHA-HOY TO INS-FECHA-ALTA
003070     WRITE REG-INSCRIPCION
003075         INVALID KEY
003080             MOVE "YA INSCRITO EN ESE CURSO" TO WKS-MOTIVO
003081             IF WKS-ES-SOLO-INSCRIPCION
003082                 MOVE "RECHAZADO" TO WKS-RESULTADO
003083                 ADD 1 TO WK-RECHAZADOS
003084             END-IF
003085         NOT INVALID KEY
003086             IF WKS-ES-SOLO-INSCRIPCION
003087                 MOVE "INSCRITO" TO WKS-RESULTADO
003088                 ADD 1 TO WK-ACEPTADOS
003089             END-IF
003090             ADD 1 TO WK-INSCRIPCIONES
003095     END-WRITE.
003100 3000-TERMINA.
003110     TERMINATE RD-IMPORTA
003120     CLOSE IMPOREP
003130     CLOSE PARTIC
003135     CLOSE INSCRIP
003140     CLOSE INTERFAZ
003150     DISPLAY "IMPORTACION TERMINADA"
003160     DISPLAY "  ACEPTADOS: " WK-ACEPTADOS
003170     DISPLAY "  RECHAZADOS: " WK-RECHAZADOS
003175     DISPLAY "  INSCRITOS A CURSOS: " WK-INSCRIPCIONES
003180     IF WK-RECHAZADOS > 0
003190         MOVE 4 TO RETURN-CODE
003200     END-IF.
003220 2120-BUSCA-EXISTENTE.
003222     MOVE INT-NUMLISTA TO REG-NUMLISTA
003224     READ PARTIC
003226         INVALID KEY
003228             CONTINUE
003230         NOT INVALID KEY
003232             IF REG-ESTATUS = "B"
003234                 MOVE "PARTICIPANTE DADO DE BAJA" TO WKS-MOTIVO
003236                 MOVE "N" TO WKS-REGISTRO-VALIDO
003238             ELSE
003240                 MOVE "S" TO WKS-SOLO-INSCRIBE
003242             END-IF
003244     END-READ.
003246*EL CURSO SE VALIDA COMO EN INSCMANT; AQUI NO HAY LISTA DE
003248*ESPERA, CON EL CURSO LLENO EL RENGLON SE RECHAZA
003250 2130-VALIDA-CURSO.
003252     PERFORM 2140-LEE-CURSO
003254     IF WKS-ES-VALIDO
003256         MOVE INT-NUMLISTA  TO INS-NUMLISTA
003258         MOVE INT-CVE-CURSO TO INS-CVE-CURSO
003260         READ INSCRIP
003262             INVALID KEY
003264                 CONTINUE
003266             NOT INVALID KEY
003268                 MOVE "YA INSCRITO EN ESE CURSO" TO WKS-MOTIVO
003270                 MOVE "N" TO WKS-REGISTRO-VALIDO
003272         END-READ
003274     END-IF
003276     IF WKS-ES-VALIDO
003278         PERFORM 2150-CUENTA-INSCRITOS
003280         IF CUR-CUPO > 0 AND WK-INSCRITOS-CURSO >= CUR-CUPO
003282             MOVE "CURSO LLENO" TO WKS-MOTIVO
003284             MOVE "N" TO WKS-REGISTRO-VALIDO
003286         END-IF
003288     END-IF
003290     IF WKS-ES-VALIDO
003292         MOVE INT-NUMLISTA  TO PRV-PARTIC
003294         MOVE INT-CVE-CURSO TO PRV-CURSO
003296         CALL "PREREVAL" USING WKS-REQUISITOS
003298         IF PRV-CUMPLE = "N"
003300             MOVE PRV-MOTIVO TO WKS-MOTIVO
003302             MOVE "N" TO WKS-REGISTRO-VALIDO
003304         END-IF
003306     END-IF.
003308*EL CATALOGO SOLO SE ABRE MIENTRAS SE LEE, PORQUE PREREVAL LO
003310*ABRE POR SU CUENTA
003312 2140-LEE-CURSO.
003314     OPEN INPUT CURSOCAT
003316     IF WKS-STATUS-CURSOS NOT = "00"
003318         MOVE "NO EXISTE EL CATALOGO" TO WKS-MOTIVO
003320         MOVE "N" TO WKS-REGISTRO-VALIDO
003322     ELSE
003324         MOVE INT-CVE-CURSO TO CUR-CLAVE
003326         READ CURSOCAT
003328             INVALID KEY
003330                 MOVE "CURSO NO ESTA EN EL CATALOGO" TO WKS-MOTIVO
003332                 MOVE "N" TO WKS-REGISTRO-VALIDO
003334             NOT INVALID KEY
003336                 IF CUR-ACTIVO NOT = "S"
003338                     MOVE "CURSO INACTIVO" TO WKS-MOTIVO
003340                     MOVE "N" TO WKS-REGISTRO-VALIDO
003342                 END-IF
003344         END-READ
003346         CLOSE CURSOCAT
003348     END-IF.
003350*LOS INSCRITOS DEL CURSO SE CUENTAN RELEYENDO INSCRIP.DAT, COMO
003352*EN INSCMANT
003354 2150-CUENTA-INSCRITOS.
003356     MOVE 0 TO WK-INSCRITOS-CURSO
003358     MOVE 0 TO WKS-EOF-INSCR
003360     CLOSE INSCRIP
003362     OPEN INPUT INSCRIP
003364     PERFORM 2160-CUENTA-UNO UNTIL WKS-EOF-INSCR = 1
003366     CLOSE INSCRIP
003368     OPEN I-O INSCRIP.
003370 2160-CUENTA-UNO.
003372     READ INSCRIP NEXT RECORD
003374         AT END
003376             MOVE 1 TO WKS-EOF-INSCR
003378         NOT AT END
003380             IF INS-CVE-CURSO = INT-CVE-CURSO
003382                 ADD 1 TO WK-INSCRITOS-CURSO
003384             END-IF
003386     END-READ.
003388 END PROGRAM PARTIMP.
