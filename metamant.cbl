000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. METAMANT.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*MANTENIMIENTO DE LAS METAS ANUALES DE HORAS DE CAPACITACION POR
000142*GRUPO (METAS.DAT, COPYBOOK METAREG): LA META DE HORAS TOTALES
000144*DEL GRUPO (CURSO 0) Y, SI SE QUIERE, LAS HORAS QUE SE PIDEN DE
000146*UN CURSO OBLIGATORIO PARA ESE GRUPO. ALTA O CAMBIO EN LA MISMA
000148*OPCION (LA LLAVE YA DICE SI EXISTE), BAJA Y CONSULTA POR GRUPO,
000150*AL ESTILO DE INSTMANT. EL GRUPO DEBE ESTAR EN GRUPOS.DAT Y EL
000152*CURSO EN CURSOCAT.DAT. LAS METAS LAS REVISA CADA MES EL BATCH
000154*DE CUMPLIMIENTO HORACUMP.
000156 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT METAS ASSIGN TO "METAS.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS MET-LLAVE
000270         FILE STATUS IS WKS-STATUS-METAS.
000280     SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS GRU-NUMERO
000320         FILE STATUS IS WKS-STATUS-GRUPOS.
000330     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE DYNAMIC
000360         RECORD KEY IS CUR-CLAVE
000370         FILE STATUS IS WKS-STATUS-CURSOS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD METAS.
000430     01 REG-META.
000440         COPY METAREG REPLACING ==LVL== BY ==02==
000450             ==LV2== BY ==03==
000460             ==NOMLLAVE== BY ==MET-LLAVE==
000470             ==NOMGRUPO== BY ==MET-GRUPO==
000480             ==NOMCURSO== BY ==MET-CURSO==
000490             ==NOMHORAS== BY ==MET-HORAS==.
000500     FD GRUPOS.
000510     01 REG-GRUPO.
000520         COPY GRUPOREG REPLACING ==LVL== BY ==02==
000530             ==NOMNUMERO== BY ==GRU-NUMERO==
000540             ==NOMNOMBRE== BY ==GRU-NOMBRE==
000550             ==NOMINSTRUCTOR== BY ==GRU-INSTRUCTOR==
000560             ==NOMAULA== BY ==GRU-AULA==
000570             ==NOMCAPACIDAD== BY ==GRU-CAPACIDAD==
000580             ==NOMCVEINST== BY ==GRU-CVEINST==.
000590     FD CURSOCAT.
000600     01 REG-CURSO.
000610         COPY CURSOREG REPLACING ==LVL== BY ==02==
000620             ==NOMCLAVE== BY ==CUR-CLAVE==
000630             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000640             ==NOMHORAS== BY ==CUR-HORAS==
000650             ==NOMACTIVO== BY ==CUR-ACTIVO==
000660             ==NOMCUPO== BY ==CUR-CUPO==
000670             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000680             ==NOMMINIMO== BY ==CUR-MINIMO==.
000700 WORKING-STORAGE SECTION.
000710     01 WKS-STATUS-METAS  PIC X(02).
000720     01 WKS-STATUS-GRUPOS PIC X(02).
000730     01 WKS-STATUS-CURSOS PIC X(02).
000740     01 WKS-EOF-METAS     PIC 9(01).
000750     01 WKS-OPCION        PIC 9(01).
000760     01 WKS-NUM-GRUPO     PIC 9(02).
000770     01 WKS-CVE-CURSO     PIC 9(04).
000780     01 WKS-HORAS-NUEVAS  PIC 9(03).
000790     01 WKS-VALIDA        PIC X(01).
000800         88 WKS-ES-VALIDA VALUE "S".
000810     01 WKS-HAY-CURSOS    PIC X(01).
000820         88 WKS-SI-HAY-CURSOS VALUE "S".
000830     01 WKS-DESCR-CURSO   PIC X(10).
000900 PROCEDURE DIVISION.
000910 0000-PRINCIPAL.
000920     MOVE 0 TO WKS-OPCION
000930     PERFORM 1000-ABRE-ARCHIVOS
000940     PERFORM 2000-MENU UNTIL WKS-OPCION = 9
000950     CLOSE METAS
000960     CLOSE GRUPOS
000970     IF WKS-SI-HAY-CURSOS
000980         CLOSE CURSOCAT
000990     END-IF
001000     GOBACK.
001100*SIN CATALOGO DE GRUPOS NO HAY A QUIEN PONER META
001110 1000-ABRE-ARCHIVOS.
001120     OPEN INPUT GRUPOS
001130     IF WKS-STATUS-GRUPOS NOT = "00"
001140         DISPLAY "NO EXISTE EL CATALOGO DE GRUPOS GRUPOS.DAT, "
001150                 "NO HAY GRUPOS A LOS QUE PONER META"
001160         MOVE 16 TO RETURN-CODE
001170         GOBACK
001180     END-IF
001190     MOVE "N" TO WKS-HAY-CURSOS
001200     OPEN INPUT CURSOCAT
001210     IF WKS-STATUS-CURSOS = "00"
001220         MOVE "S" TO WKS-HAY-CURSOS
001230     END-IF
001240     OPEN I-O METAS
001250     IF WKS-STATUS-METAS = "35"
001260         OPEN OUTPUT METAS
001270         CLOSE METAS
001280         OPEN I-O METAS
001290     END-IF.
001300 2000-MENU.
001310     DISPLAY " "
001320     DISPLAY "METAS ANUALES DE HORAS DE CAPACITACION"
001330     DISPLAY "1.- ALTA O CAMBIO DE META"
001340     DISPLAY "2.- BAJA DE META"
001350     DISPLAY "3.- METAS DE UN GRUPO"
001360     DISPLAY "9.- SALIR"
001370     ACCEPT WKS-OPCION
001380     EVALUATE WKS-OPCION
001390         WHEN 1 PERFORM 3000-ALTA-CAMBIO
001400         WHEN 2 PERFORM 4000-BAJA
001410         WHEN 3 PERFORM 5000-CONSULTA
001420         WHEN 9 CONTINUE
001430         WHEN OTHER DISPLAY "OPCION INVALIDA"
001440     END-EVALUATE.
001500*CON EL CURSO EN CERO LA META ES DE HORAS TOTALES DEL GRUPO;
001510*CON LA CLAVE DE UN CURSO ES UN CURSO OBLIGATORIO
001520 3000-ALTA-CAMBIO.
001530     PERFORM 3100-PIDE-LLAVE
001540     IF WKS-ES-VALIDA
001550         MOVE WKS-NUM-GRUPO TO MET-GRUPO
001560         MOVE WKS-CVE-CURSO TO MET-CURSO
001570         READ METAS
001580             INVALID KEY
001590                 PERFORM 3300-ALTA-META
001600             NOT INVALID KEY
001610                 PERFORM 3400-CAMBIO-META
001620         END-READ
001630     END-IF.
001700 3100-PIDE-LLAVE.
001710     MOVE "N" TO WKS-VALIDA
001720     DISPLAY "NUMERO DE GRUPO:"
001730     ACCEPT WKS-NUM-GRUPO
001740     DISPLAY "CLAVE DEL CURSO OBLIGATORIO (0 = HORAS TOTALES):"
001750     ACCEPT WKS-CVE-CURSO
001760     MOVE WKS-NUM-GRUPO TO GRU-NUMERO
001770     READ GRUPOS
001780         INVALID KEY
001790             DISPLAY "NO EXISTE EL GRUPO EN EL CATALOGO"
001800         NOT INVALID KEY
001810             PERFORM 3200-VALIDA-CURSO
001820     END-READ.
001900 3200-VALIDA-CURSO.
001910     IF WKS-CVE-CURSO = 0
001920         MOVE "S" TO WKS-VALIDA
001930     ELSE
001940         IF NOT WKS-SI-HAY-CURSOS
001950             DISPLAY "NO EXISTE EL CATALOGO DE CURSOS"
001960         ELSE
001970             MOVE WKS-CVE-CURSO TO CUR-CLAVE
001980             READ CURSOCAT
001990                 INVALID KEY
002000                     DISPLAY "NO EXISTE EL CURSO EN EL CATALOGO"
002010                 NOT INVALID KEY
002020                     MOVE "S" TO WKS-VALIDA
002030             END-READ
002040         END-IF
002050     END-IF.
002100 3300-ALTA-META.
002110     DISPLAY "HORAS POR PARTICIPANTE EN EL ANIO:"
002120     ACCEPT WKS-HORAS-NUEVAS
002130     IF WKS-HORAS-NUEVAS = 0
002140         DISPLAY "UNA META EN CERO NO SE DA DE ALTA"
002150     ELSE
002160         MOVE WKS-NUM-GRUPO TO MET-GRUPO
002170         MOVE WKS-CVE-CURSO TO MET-CURSO
002180         MOVE WKS-HORAS-NUEVAS TO MET-HORAS
002190         WRITE REG-META
002200             INVALID KEY
002210                 DISPLAY "NO SE PUDO GRABAR LA META"
002220             NOT INVALID KEY
002230                 DISPLAY "META DADA DE ALTA"
002240         END-WRITE
002250     END-IF.
002300 3400-CAMBIO-META.
002310     DISPLAY "HORAS POR PARTICIPANTE EN EL ANIO (" MET-HORAS "):"
002320     ACCEPT WKS-HORAS-NUEVAS
002330     IF WKS-HORAS-NUEVAS = 0
002340         DISPLAY "PARA QUITAR LA META USE LA BAJA"
002350     ELSE
002360         MOVE WKS-HORAS-NUEVAS TO MET-HORAS
002370         REWRITE REG-META
002380             INVALID KEY
002390                 DISPLAY "NO SE PUDO ACTUALIZAR LA META"
002400             NOT INVALID KEY
002410                 DISPLAY "META ACTUALIZADA"
002420         END-REWRITE
002430     END-IF.
002500 4000-BAJA.
002510     DISPLAY "NUMERO DE GRUPO:"
002520     ACCEPT WKS-NUM-GRUPO
002530     DISPLAY "CLAVE DEL CURSO OBLIGATORIO (0 = HORAS TOTALES):"
002540     ACCEPT WKS-CVE-CURSO
002550     MOVE WKS-NUM-GRUPO TO MET-GRUPO
002560     MOVE WKS-CVE-CURSO TO MET-CURSO
002570     DELETE METAS
002580         INVALID KEY
002590             DISPLAY "NO EXISTE ESA META"
002600         NOT INVALID KEY
002610             DISPLAY "META DADA DE BAJA"
002620     END-DELETE.
002700*LAS METAS DE UN GRUPO QUEDAN JUNTAS EN LA LLAVE
002710 5000-CONSULTA.
002720     DISPLAY "NUMERO DE GRUPO:"
002730     ACCEPT WKS-NUM-GRUPO
002740     MOVE 0 TO WKS-EOF-METAS
002750     MOVE WKS-NUM-GRUPO TO MET-GRUPO
002760     MOVE 0 TO MET-CURSO
002770     START METAS KEY IS NOT LESS THAN MET-LLAVE
002780         INVALID KEY
002790             MOVE 1 TO WKS-EOF-METAS
002800     END-START
002810     PERFORM 5100-MUESTRA-META UNTIL WKS-EOF-METAS = 1.
002900 5100-MUESTRA-META.
002910     READ METAS NEXT RECORD
002920         AT END
002930             MOVE 1 TO WKS-EOF-METAS
002940         NOT AT END
002950             IF MET-GRUPO NOT = WKS-NUM-GRUPO
002960                 MOVE 1 TO WKS-EOF-METAS
002970             ELSE
002980                 PERFORM 5200-DESCRIBE-META
002990             END-IF
003000     END-READ.
003100 5200-DESCRIBE-META.
003110     IF MET-CURSO = 0
003120         DISPLAY "HORAS TOTALES DEL ANIO:        " MET-HORAS
003130     ELSE
003140         MOVE "(NO EXISTE)" TO WKS-DESCR-CURSO
003150         IF WKS-SI-HAY-CURSOS
003160             MOVE MET-CURSO TO CUR-CLAVE
003170             READ CURSOCAT
003180                 INVALID KEY
003190                     CONTINUE
003200                 NOT INVALID KEY
003210                     MOVE CUR-DESCRIPCION TO WKS-DESCR-CURSO
003220             END-READ
003230         END-IF
003240         DISPLAY "CURSO OBLIGATORIO " MET-CURSO " "
003250                 WKS-DESCR-CURSO " HORAS: " MET-HORAS
003260     END-IF.
003270 END PROGRAM METAMANT.
