      *      precision pedida. KARALOTE.DAT crece otra vez (operacion
      *      y precision); borrar el archivo anterior para que el
      *      lote se vuelva a sembrar.
      * Mod: 15-10-2026 Se agregan la potencia entera (opcion 4) y la
      *      potencia modular A^B MOD M (opcion 5). La potencia trabaja
      *      sobre numeros grandes de hasta 120 digitos partidos en
      *      bloques de 6 (el tamano de operando del motor), elevando
      *      por cuadrados y multiplicando cada par de bloques con
      *      Karatsuba; la base puede traer signo y decimales (0 a 2) y
      *      el resultado se muestra completo con su cuenta de digitos,
      *      avisando cuando pasa de 120 digitos o de 119 decimales.
      *      La potencia modular tambien eleva por cuadrados y saca
      *      cada residuo con el mismo paso de la division larga. Las
      *      dos entran al lote como operaciones P y R y se comparan
      *      contra un lazo directo de multiplicaciones, con el tiempo
      *      del motor y el del lazo en el reporte. KARALOTE.DAT crece
      *      otra vez (modulo de la operacion R); borrar el archivo
      *      anterior para que el lote se vuelva a sembrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARATSUBA.
               05 PAR-DECIMALES-B PIC 9(01).
               05 PAR-OPERACION   PIC X(01).
               05 PAR-PRECISION   PIC 9(01).
               05 PAR-MODULO      PIC 9(06).
           FD REPLOTE.
           01 REG-REPLOTE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WKS-REF-RESIDUO    PIC S9(07).
           01 WKS-DIVIDENDO-NUM  PIC 9(12).
           01 WKS-RESIDUO-EDIT   PIC -9(07).
      *NUMEROS GRANDES DE LA POTENCIA: 120 DIGITOS VISTOS COMO TEXTO
      *O COMO 20 BLOQUES DE 6 DIGITOS (EL TAMANO DE OPERANDO DEL
      *MOTOR), EL BLOQUE 20 ES EL DE LAS UNIDADES
           01 WKS-GRANDE-X       PIC X(120).
           01 WKS-GRANDE-X-R REDEFINES WKS-GRANDE-X.
               03 WKS-GX-BLOQUE PIC 9(06) OCCURS 20 TIMES.
           01 WKS-GRANDE-Y       PIC X(120).
           01 WKS-GRANDE-Y-R REDEFINES WKS-GRANDE-Y.
               03 WKS-GY-BLOQUE PIC 9(06) OCCURS 20 TIMES.
           01 WKS-GRANDE-Z       PIC X(120).
           01 WKS-GRANDE-Z-R REDEFINES WKS-GRANDE-Z.
               03 WKS-GZ-BLOQUE PIC 9(06) OCCURS 20 TIMES.
           01 WKS-GRANDE-BASE    PIC X(120).
           01 WKS-GRANDE-RES     PIC X(120).
           01 WKS-GRANDE-REF     PIC X(120).
           01 WKS-GRANDE-REF-R REDEFINES WKS-GRANDE-REF.
               03 WKS-GF-BLOQUE PIC 9(06) OCCURS 20 TIMES.
      *ENTRADA DE LA EDICION DE UN NUMERO GRANDE CON SU SIGNO Y SU
      *PUNTO DECIMAL, Y CUANTOS DIGITOS SIGNIFICATIVOS TRAE
           01 WKS-GRANDE-EDITAR  PIC X(120).
           01 WKS-EDITAR-SIGNO   PIC X(01).
           01 WKS-EDITAR-ESCALA  PIC 9(04).
           01 WKS-EDITAR-DIGITOS PIC 9(03).
      *ACUMULADOR DEL PRODUCTO DE DOS NUMEROS GRANDES, UNA POSICION
      *POR BLOQUE EMPEZANDO POR LAS UNIDADES; LO QUE QUEDA ARRIBA DE
      *LA POSICION 20 ES DESBORDE
           01 WKS-ACUMULA-BLOQUES.
               03 WKS-ACB PIC 9(10) OCCURS 40 TIMES.
           01 WKS-GI             PIC 9(02).
           01 WKS-GJ             PIC 9(02).
           01 WKS-GP             PIC 9(02).
           01 WKS-BLOQUE-ALTO    PIC 9(06).
           01 WKS-BLOQUE-BAJO    PIC 9(06).
           01 WKS-ACARREO        PIC 9(08).
           01 WKS-PRODUCTO-DIR   PIC 9(13).
           01 WKS-DESBORDA       PIC X(01).
               88 WKS-HAY-DESBORDE VALUE "S".
      *DATOS DE LA POTENCIA ENTERA: LOS DEL MOTOR (POR CUADRADOS) Y
      *LOS DEL LAZO DIRECTO DE REFERENCIA, CALCULADOS POR SEPARADO
           01 WKS-POT-VALOR      PIC 9(06).
           01 WKS-POT-SIGNO      PIC X(01).
           01 WKS-POT-ESCALA     PIC 9(01).
           01 WKS-POT-EXPONENTE  PIC 9(03).
           01 WKS-POT-ESCALA-RES PIC 9(04).
           01 WKS-POT-SIGNO-RES  PIC X(01).
           01 WKS-POT-DESBORDA   PIC X(01).
               88 WKS-POT-DESBORDADA VALUE "S".
           01 WKS-REF-ESCALA     PIC 9(04).
           01 WKS-REF-SIGNO      PIC X(01).
           01 WKS-REF-DESBORDA   PIC X(01).
               88 WKS-REF-DESBORDADA VALUE "S".
           01 WKS-EXP-RESTA      PIC 9(06).
           01 WKS-EXP-AUX        PIC 9(06).
           01 WKS-EXP-BIT        PIC 9(01).
           01 WKS-EXP-CUENTA     PIC 9(06).
           01 WKS-POS-G          PIC 9(03).
           01 WKS-FIN-ENTERO     PIC 9(03).
           01 WKS-PUNTERO        PIC 9(03).
           01 WKS-TRAMO          PIC 9(03).
           01 WKS-TEXTO-GRANDE   PIC X(123).
      *DATOS DE LA POTENCIA MODULAR A^B MOD M
           01 WKS-MOD-BASE       PIC 9(06).
           01 WKS-MOD-EXPONENTE  PIC 9(06).
           01 WKS-MOD-MODULO     PIC 9(06).
           01 WKS-MOD-X          PIC 9(06).
           01 WKS-MOD-R          PIC 9(06).
           01 WKS-REF-MOD        PIC 9(06).
           01 WKS-REF-MOD-COC    PIC 9(12).
           01 WKS-ELAPSED-MOTOR  PIC S9(08).
           01 WKS-ELAPSED-MOTOR-EDIT PIC -9(06).
           01 WKS-OPERACION-TEXTO PIC X(08).
           01 WKS-ETIQUETA        PIC X(11).
      *LOTE DE PRUEBAS PARA COMPARAR EL MOTOR CONTRA LA ARITMETICA
      *DIRECTA (OPERANDO-A, OPERANDO-B, SIGNO-A, SIGNO-B, DECIMALES,
      *OPERACION M/D/P/R, PRECISION DEL COCIENTE Y MODULO DE LA
      *POTENCIA MODULAR). EN LA POTENCIA (P) EL OPERANDO-A ES LA BASE
      *Y EL OPERANDO-B EL EXPONENTE; EN LA POTENCIA MODULAR (R) SON
      *LA BASE Y EL EXPONENTE, Y EL MODULO VA EN SU PROPIA COLUMNA
           01 WKS-LOTE-PRUEBAS.
               03 FILLER PIC X(24) VALUE "000012000012NN00M0000000".
               03 FILLER PIC X(24) VALUE "001234005678NN00M0000000".
               03 FILLER PIC X(24) VALUE "999999999999NN00M0000000".
               03 FILLER PIC X(24) VALUE "012345067890SN00M0000000".
               03 FILLER PIC X(24) VALUE "100000000001SS00M0000000".
               03 FILLER PIC X(24) VALUE "012345067890NN22M0000000".
               03 FILLER PIC X(24) VALUE "000150000025SN21M0000000".
               03 FILLER PIC X(24) VALUE "001000000007NN00D4000000".
               03 FILLER PIC X(24) VALUE "012345000123SN00D2000000".
               03 FILLER PIC X(24) VALUE "010000000300NN20D2000000".
               03 FILLER PIC X(24) VALUE "000105000020NN20P0000000".
               03 FILLER PIC X(24) VALUE "000002000015SN00P0000000".
               03 FILLER PIC X(24) VALUE "999999000005NN00P0000000".
               03 FILLER PIC X(24) VALUE "000007000000NN00P0000000".
               03 FILLER PIC X(24) VALUE "999999000025NN00P0000000".
               03 FILLER PIC X(24) VALUE "000004000013NN00R0000497".
               03 FILLER PIC X(24) VALUE "123456000999NN00R0999983".
           01 WKS-LOTE-REDEF REDEFINES WKS-LOTE-PRUEBAS.
               03 WKS-LOTE-RENGLON OCCURS 17 TIMES.
                   05 WKS-LOTE-VALOR-A PIC 9(06).
                   05 WKS-LOTE-VALOR-B PIC 9(06).
                   05 WKS-LOTE-SIGNO-A PIC X(01).
                   05 WKS-LOTE-DEC-B   PIC 9(01).
                   05 WKS-LOTE-OPER    PIC X(01).
                   05 WKS-LOTE-PREC    PIC 9(01).
                   05 WKS-LOTE-MODULO  PIC 9(06).
       PROCEDURE DIVISION.
       0000-MAIN.
            DISPLAY "CALCULADORA DE NUMEROS GRANDES"
            DISPLAY "1.- MULTIPLICAR DOS NUMEROS (KARATSUBA)"
            DISPLAY "2.- EJECUTAR LOTE DE PRUEBAS"
            DISPLAY "3.- DIVIDIR DOS NUMEROS"
            DISPLAY "4.- ELEVAR UN NUMERO A UNA POTENCIA ENTERA"
            DISPLAY "5.- POTENCIA MODULAR (A^B MOD M)"
            ACCEPT WKS-OPCION-MENU
            EVALUATE WKS-OPCION-MENU
                WHEN 1 PERFORM 0200-MULTIPLICACION-SENCILLA
                WHEN 2 PERFORM 6000-LOTE-COMPARACION
                WHEN 3 PERFORM 0300-DIVISION-SENCILLA
                WHEN 4 PERFORM 0400-POTENCIA-SENCILLA
                WHEN 5 PERFORM 0450-POTENCIA-MODULAR
                WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE
            STOP RUN.
                        "DESPLAZADA A LA PRECISION PEDIDA)"
            END-IF.

      *SECCION QUE CAPTURA LA BASE (CON SIGNO Y DECIMALES) Y EL
      *EXPONENTE, Y MUESTRA LA POTENCIA COMPLETA CON SU CUENTA DE
      *DIGITOS
       0400-POTENCIA-SENCILLA.
            DISPLAY "BASE SIN PUNTO (0-999999): "
            ACCEPT WKS-POT-VALOR
            DISPLAY "CUANTOS DECIMALES TRAE? (0-2): "
            ACCEPT WKS-POT-ESCALA
            IF WKS-POT-ESCALA > 2
                DISPLAY "MAXIMO 2 DECIMALES, SE TOMAN 0"
                MOVE 0 TO WKS-POT-ESCALA
            END-IF
            DISPLAY "ES NEGATIVO? (S/N): "
            ACCEPT WKS-POT-SIGNO
            DISPLAY "EXPONENTE ENTERO (0-999): "
            ACCEPT WKS-POT-EXPONENTE
            PERFORM 7200-CALCULA-POTENCIA
            DISPLAY WKS-POT-SIGNO WKS-POT-VALOR " (DECIMALES "
                    WKS-POT-ESCALA ") ^ " WKS-POT-EXPONENTE " ="
            IF WKS-POT-DESBORDADA
                PERFORM 7280-AVISA-DESBORDE
            ELSE
                PERFORM 7270-EDITA-POTENCIA
                DISPLAY "     " WKS-TEXTO-GRANDE (1:WKS-PUNTERO - 1)
                DISPLAY "     DIGITOS DEL RESULTADO: "
                        WKS-EDITAR-DIGITOS
            END-IF.

      *SECCION QUE CAPTURA BASE, EXPONENTE Y MODULO (ENTEROS SIN
      *SIGNO) Y MUESTRA A^B MOD M
       0450-POTENCIA-MODULAR.
            DISPLAY "BASE (0-999999): "
            ACCEPT WKS-MOD-BASE
            DISPLAY "EXPONENTE (0-999999): "
            ACCEPT WKS-MOD-EXPONENTE
            DISPLAY "MODULO (1-999999): "
            ACCEPT WKS-MOD-MODULO
            IF WKS-MOD-MODULO = 0
                DISPLAY "EL MODULO NO PUEDE SER CERO"
            ELSE
                PERFORM 7500-CALCULA-MODULAR
                DISPLAY WKS-MOD-BASE " ^ " WKS-MOD-EXPONENTE
                        " MOD " WKS-MOD-MODULO " ="
                DISPLAY "     " WKS-MOD-R
            END-IF.

       0500-ASIGNAR-CEROS.
      *LLENAMOS CON CEROS EL ARREGLO PRODUCTO Y LA MATRIZ DE PRODUCTOS
            MOVE 1 TO WKS-I
            COMPUTE WKS-COCIENTE-NUM = (WKS-COCIENTE-NUM * 10)
                + WKS-COCD (WKS-DIV-POS).

      *SECCION QUE ELEVA WKS-POT-VALOR (CON SU SIGNO Y SU ESCALA) A
      *WKS-POT-EXPONENTE POR CUADRADOS: SE RECORREN LOS BITS DEL
      *EXPONENTE DEL MAS BAJO AL MAS ALTO, MULTIPLICANDO EL RESULTADO
      *POR LA BASE CUANDO EL BIT ESTA PRENDIDO Y ELEVANDO LA BASE AL
      *CUADRADO PARA EL BIT SIGUIENTE. LA ESCALA DEL RESULTADO ES LA
      *DE LA BASE POR EL EXPONENTE, Y EL SIGNO ES NEGATIVO SOLO CON
      *BASE NEGATIVA Y EXPONENTE IMPAR
       7200-CALCULA-POTENCIA.
            MOVE "N" TO WKS-POT-DESBORDA
            MOVE SPACE TO WKS-POT-SIGNO-RES
            COMPUTE WKS-POT-ESCALA-RES =
                WKS-POT-ESCALA * WKS-POT-EXPONENTE
            IF WKS-POT-ESCALA-RES > 119
                MOVE "S" TO WKS-POT-DESBORDA
            END-IF
            MOVE ALL "0" TO WKS-GRANDE-RES
            MOVE "1" TO WKS-GRANDE-RES (120:1)
            MOVE ALL "0" TO WKS-GRANDE-BASE
            MOVE WKS-POT-VALOR TO WKS-GRANDE-BASE (115:6)
            MOVE WKS-POT-EXPONENTE TO WKS-EXP-RESTA
            PERFORM 7210-PASO-POTENCIA
                UNTIL WKS-EXP-RESTA = 0 OR WKS-POT-DESBORDADA
            DIVIDE WKS-POT-EXPONENTE BY 2 GIVING WKS-EXP-AUX
                REMAINDER WKS-EXP-BIT
            IF WKS-POT-SIGNO = "S" AND WKS-EXP-BIT = 1
               AND WKS-POT-VALOR NOT = 0
                MOVE "-" TO WKS-POT-SIGNO-RES
            END-IF.
       7210-PASO-POTENCIA.
            DIVIDE WKS-EXP-RESTA BY 2 GIVING WKS-EXP-AUX
                REMAINDER WKS-EXP-BIT
            MOVE WKS-EXP-AUX TO WKS-EXP-RESTA
            IF WKS-EXP-BIT = 1
                MOVE WKS-GRANDE-RES TO WKS-GRANDE-X
                MOVE WKS-GRANDE-BASE TO WKS-GRANDE-Y
                PERFORM 8000-MULTIPLICA-GRANDES
                MOVE WKS-GRANDE-Z TO WKS-GRANDE-RES
                IF WKS-HAY-DESBORDE
                    MOVE "S" TO WKS-POT-DESBORDA
                END-IF
            END-IF
      *LA BASE SOLO SE ELEVA SI QUEDAN BITS; SI AL ELEVARLA SE DESBORDA
      *TAMBIEN SE DESBORDARIA EL RESULTADO AL USARLA
            IF WKS-EXP-RESTA > 0 AND NOT WKS-POT-DESBORDADA
                MOVE WKS-GRANDE-BASE TO WKS-GRANDE-X
                MOVE WKS-GRANDE-BASE TO WKS-GRANDE-Y
                PERFORM 8000-MULTIPLICA-GRANDES
                MOVE WKS-GRANDE-Z TO WKS-GRANDE-BASE
                IF WKS-HAY-DESBORDE
                    MOVE "S" TO WKS-POT-DESBORDA
                END-IF
            END-IF.
       7270-EDITA-POTENCIA.
            MOVE WKS-GRANDE-RES TO WKS-GRANDE-EDITAR
            MOVE WKS-POT-SIGNO-RES TO WKS-EDITAR-SIGNO
            MOVE WKS-POT-ESCALA-RES TO WKS-EDITAR-ESCALA
            PERFORM 7290-EDITA-GRANDE.
       7280-AVISA-DESBORDE.
            DISPLAY "     AVISO: EL RESULTADO PASA DE 120 DIGITOS O DE "
                    "119 DECIMALES, NO SE PUEDE MOSTRAR COMPLETO".
      *CUENTA LOS DIGITOS SIGNIFICATIVOS DE WKS-GRANDE-EDITAR (SIN LOS
      *CEROS A LA IZQUIERDA; EL CERO CUENTA COMO UN DIGITO)
       7285-CUENTA-DIGITOS.
            MOVE 1 TO WKS-POS-G
            PERFORM 7286-AVANZA-POS-G
                UNTIL WKS-POS-G > 120 OR
                      WKS-GRANDE-EDITAR (WKS-POS-G:1) NOT = "0"
            COMPUTE WKS-EDITAR-DIGITOS = 121 - WKS-POS-G
            IF WKS-EDITAR-DIGITOS = 0
                MOVE 1 TO WKS-EDITAR-DIGITOS
            END-IF.
       7286-AVANZA-POS-G.
            ADD 1 TO WKS-POS-G.
      *ARMA EN WKS-TEXTO-GRANDE EL NUMERO DE WKS-GRANDE-EDITAR CON SU
      *SIGNO, SIN CEROS A LA IZQUIERDA EN LA PARTE ENTERA Y CON EL
      *PUNTO DONDE MARCA WKS-EDITAR-ESCALA; WKS-PUNTERO QUEDA UNA
      *POSICION DESPUES DEL ULTIMO CARACTER
       7290-EDITA-GRANDE.
            PERFORM 7285-CUENTA-DIGITOS
            COMPUTE WKS-FIN-ENTERO = 120 - WKS-EDITAR-ESCALA
            MOVE SPACES TO WKS-TEXTO-GRANDE
            MOVE 1 TO WKS-PUNTERO
            IF WKS-EDITAR-SIGNO = "-"
                STRING "-" DELIMITED BY SIZE
                    INTO WKS-TEXTO-GRANDE WITH POINTER WKS-PUNTERO
            END-IF
            IF WKS-POS-G > WKS-FIN-ENTERO
                STRING "0" DELIMITED BY SIZE
                    INTO WKS-TEXTO-GRANDE WITH POINTER WKS-PUNTERO
            ELSE
                STRING WKS-GRANDE-EDITAR
                    (WKS-POS-G : WKS-FIN-ENTERO - WKS-POS-G + 1)
                    DELIMITED BY SIZE
                    INTO WKS-TEXTO-GRANDE WITH POINTER WKS-PUNTERO
            END-IF
            IF WKS-EDITAR-ESCALA > 0
                STRING "." WKS-GRANDE-EDITAR
                    (WKS-FIN-ENTERO + 1 : WKS-EDITAR-ESCALA)
                    DELIMITED BY SIZE
                    INTO WKS-TEXTO-GRANDE WITH POINTER WKS-PUNTERO
            END-IF.

      *SECCION DE REFERENCIA PARA EL LOTE: LA MISMA POTENCIA POR UN
      *LAZO DIRECTO DE WKS-POT-EXPONENTE MULTIPLICACIONES DE LA BASE,
      *BLOQUE POR BLOQUE CON ACARREO Y SIN PASAR POR KARATSUBA; EL
      *SIGNO Y LA ESCALA SE LLEVAN EN EL MISMO LAZO, APARTE DEL MOTOR
       7400-POTENCIA-DIRECTA.
            MOVE "N" TO WKS-REF-DESBORDA
            MOVE SPACE TO WKS-REF-SIGNO
            MOVE 0 TO WKS-REF-ESCALA
            MOVE ALL "0" TO WKS-GRANDE-REF
            MOVE 1 TO WKS-GF-BLOQUE (20)
            PERFORM 7410-MULTIPLICA-DIRECTO
                VARYING WKS-EXP-CUENTA FROM 1 BY 1
                UNTIL WKS-EXP-CUENTA > WKS-POT-EXPONENTE
                   OR WKS-REF-DESBORDADA
            IF WKS-REF-ESCALA > 119
                MOVE "S" TO WKS-REF-DESBORDA
            END-IF
            IF WKS-GRANDE-REF = ZEROS
                MOVE SPACE TO WKS-REF-SIGNO
            END-IF.
       7410-MULTIPLICA-DIRECTO.
            ADD WKS-POT-ESCALA TO WKS-REF-ESCALA
            IF WKS-POT-SIGNO = "S"
                IF WKS-REF-SIGNO = "-"
                    MOVE SPACE TO WKS-REF-SIGNO
                ELSE
                    MOVE "-" TO WKS-REF-SIGNO
                END-IF
            END-IF
            MOVE 0 TO WKS-ACARREO
            PERFORM 7420-BLOQUE-DIRECTO
                VARYING WKS-GP FROM 20 BY -1 UNTIL WKS-GP = 0
            IF WKS-ACARREO NOT = 0
                MOVE "S" TO WKS-REF-DESBORDA
            END-IF.
       7420-BLOQUE-DIRECTO.
            COMPUTE WKS-PRODUCTO-DIR =
                WKS-GF-BLOQUE (WKS-GP) * WKS-POT-VALOR + WKS-ACARREO
            DIVIDE WKS-PRODUCTO-DIR BY 1000000 GIVING WKS-ACARREO
            COMPUTE WKS-GF-BLOQUE (WKS-GP) =
                WKS-PRODUCTO-DIR - (WKS-ACARREO * 1000000).

      *SECCION DE LA POTENCIA MODULAR A^B MOD M, TAMBIEN POR
      *CUADRADOS: CADA PRODUCTO DE DOS RESIDUOS (MENORES AL MODULO,
      *HASTA 6 DIGITOS) SALE DE KARATSUBA Y SE REDUCE CON EL MISMO
      *PASO DE LA DIVISION LARGA (7130-DIVIDE-UN-DIGITO) SOBRE LOS 12
      *DIGITOS DEL PRODUCTO, QUEDANDOSE CON EL RESTO
       7500-CALCULA-MODULAR.
            MOVE WKS-MOD-MODULO TO WKS-DIVISOR-NUM
            MOVE WKS-MOD-BASE TO WKS-FINAL
            PERFORM 7550-RESIDUO-FINAL
            MOVE WKS-RESTO-RUEDA TO WKS-MOD-X
            MOVE 1 TO WKS-FINAL
            PERFORM 7550-RESIDUO-FINAL
            MOVE WKS-RESTO-RUEDA TO WKS-MOD-R
            MOVE WKS-MOD-EXPONENTE TO WKS-EXP-RESTA
            PERFORM 7510-PASO-MODULAR UNTIL WKS-EXP-RESTA = 0.
       7510-PASO-MODULAR.
            DIVIDE WKS-EXP-RESTA BY 2 GIVING WKS-EXP-AUX
                REMAINDER WKS-EXP-BIT
            MOVE WKS-EXP-AUX TO WKS-EXP-RESTA
            IF WKS-EXP-BIT = 1
                MOVE WKS-MOD-R TO WKS-VALOR-A
                MOVE WKS-MOD-X TO WKS-VALOR-B
                PERFORM 7520-MULTIPLICA-MODULO
                MOVE WKS-RESTO-RUEDA TO WKS-MOD-R
            END-IF
            IF WKS-EXP-RESTA > 0
                MOVE WKS-MOD-X TO WKS-VALOR-A
                MOVE WKS-MOD-X TO WKS-VALOR-B
                PERFORM 7520-MULTIPLICA-MODULO
                MOVE WKS-RESTO-RUEDA TO WKS-MOD-X
            END-IF.
       7520-MULTIPLICA-MODULO.
            MOVE "N" TO WKS-SIGNO-A
            MOVE "N" TO WKS-SIGNO-B
            MOVE 0 TO WKS-ESCALA-A
            MOVE 0 TO WKS-ESCALA-B
            PERFORM 7000-CALCULA-KARATSUBA
            PERFORM 7550-RESIDUO-FINAL.
      *RESTO DE WKS-FINAL ENTRE WKS-DIVISOR-NUM, DIGITO POR DIGITO
       7550-RESIDUO-FINAL.
            MOVE WKS-FINAL TO WKS-DIVIDENDO-DIG
            MOVE 0 TO WKS-RESTO-RUEDA
            PERFORM 7130-DIVIDE-UN-DIGITO
                VARYING WKS-DIV-POS FROM 1 BY 1
                UNTIL WKS-DIV-POS > 12.

      *SECCION DE REFERENCIA PARA EL LOTE: LA POTENCIA MODULAR POR UN
      *LAZO DIRECTO DE WKS-MOD-EXPONENTE MULTIPLICACIONES, REDUCIENDO
      *CON LA DIVISION DE COBOL EN CADA VUELTA
       7600-MODULAR-DIRECTA.
            DIVIDE 1 BY WKS-MOD-MODULO GIVING WKS-REF-MOD-COC
                REMAINDER WKS-REF-MOD
            PERFORM 7610-MULTIPLICA-MOD-DIRECTO
                VARYING WKS-EXP-CUENTA FROM 1 BY 1
                UNTIL WKS-EXP-CUENTA > WKS-MOD-EXPONENTE.
       7610-MULTIPLICA-MOD-DIRECTO.
            COMPUTE WKS-PRODUCTO-DIR = WKS-REF-MOD * WKS-MOD-BASE
            DIVIDE WKS-PRODUCTO-DIR BY WKS-MOD-MODULO
                GIVING WKS-REF-MOD-COC REMAINDER WKS-REF-MOD.

      *SECCION QUE MULTIPLICA DOS NUMEROS GRANDES (WKS-GRANDE-X POR
      *WKS-GRANDE-Y, RESULTADO EN WKS-GRANDE-Z): CADA PAR DE BLOQUES
      *DE 6 DIGITOS DISTINTOS DE CERO SE MULTIPLICA CON KARATSUBA Y
      *SUS 12 DIGITOS SE REPARTEN EN DOS POSICIONES DEL ACUMULADOR;
      *AL FINAL SE CORREN LOS ACARREOS Y SE REVISA EL DESBORDE
       8000-MULTIPLICA-GRANDES.
            MOVE "N" TO WKS-DESBORDA
            MOVE "N" TO WKS-SIGNO-A
            MOVE "N" TO WKS-SIGNO-B
            MOVE 0 TO WKS-ESCALA-A
            MOVE 0 TO WKS-ESCALA-B
            INITIALIZE WKS-ACUMULA-BLOQUES
            PERFORM 8010-RENGLON-X
                VARYING WKS-GI FROM 1 BY 1 UNTIL WKS-GI > 20
            PERFORM 8030-CORRE-ACARREO
                VARYING WKS-GP FROM 1 BY 1 UNTIL WKS-GP > 39
            PERFORM 8040-REVISA-DESBORDE
                VARYING WKS-GP FROM 21 BY 1 UNTIL WKS-GP > 40
            PERFORM 8050-COPIA-PRODUCTO
                VARYING WKS-GP FROM 1 BY 1 UNTIL WKS-GP > 20.
       8010-RENGLON-X.
            IF WKS-GX-BLOQUE (WKS-GI) NOT = 0
                PERFORM 8020-PRODUCTO-BLOQUES
                    VARYING WKS-GJ FROM 1 BY 1 UNTIL WKS-GJ > 20
            END-IF.
      *EL BLOQUE I DE X Y EL J DE Y CAEN EN LA POSICION 41 - I - J
      *CONTANDO DESDE LAS UNIDADES
       8020-PRODUCTO-BLOQUES.
            IF WKS-GY-BLOQUE (WKS-GJ) NOT = 0
                MOVE WKS-GX-BLOQUE (WKS-GI) TO WKS-VALOR-A
                MOVE WKS-GY-BLOQUE (WKS-GJ) TO WKS-VALOR-B
                PERFORM 7000-CALCULA-KARATSUBA
                DIVIDE WKS-FINAL BY 1000000 GIVING WKS-BLOQUE-ALTO
                    REMAINDER WKS-BLOQUE-BAJO
                COMPUTE WKS-GP = 41 - WKS-GI - WKS-GJ
                ADD WKS-BLOQUE-BAJO TO WKS-ACB (WKS-GP)
                ADD WKS-BLOQUE-ALTO TO WKS-ACB (WKS-GP + 1)
            END-IF.
       8030-CORRE-ACARREO.
            DIVIDE WKS-ACB (WKS-GP) BY 1000000 GIVING WKS-ACARREO
            COMPUTE WKS-ACB (WKS-GP) =
                WKS-ACB (WKS-GP) - (WKS-ACARREO * 1000000)
            ADD WKS-ACARREO TO WKS-ACB (WKS-GP + 1).
       8040-REVISA-DESBORDE.
            IF WKS-ACB (WKS-GP) NOT = 0
                MOVE "S" TO WKS-DESBORDA
            END-IF.
       8050-COPIA-PRODUCTO.
            MOVE WKS-ACB (WKS-GP) TO WKS-GZ-BLOQUE (21 - WKS-GP).

      *SECCION QUE PREPARA EL ARCHIVO DE PARES DE PRUEBA: SI NO EXISTE
      *TODAVIA (FILE STATUS "35"), LO SIEMBRA CON EL LOTE QUE ANTES
      *VIVIA SOLO EN EL PROGRAMA, PARA QUE EL OPERADOR PUEDA DESPUES
                OPEN OUTPUT PARES
                PERFORM 6060-ESCRIBE-CASO-SEMILLA
                    VARYING WKS-INDICE-LOTE FROM 1 BY 1
                    UNTIL WKS-INDICE-LOTE > 17
                CLOSE PARES
            ELSE
                CLOSE PARES
            MOVE WKS-LOTE-DEC-B (WKS-INDICE-LOTE) TO PAR-DECIMALES-B
            MOVE WKS-LOTE-OPER (WKS-INDICE-LOTE) TO PAR-OPERACION
            MOVE WKS-LOTE-PREC (WKS-INDICE-LOTE) TO PAR-PRECISION
            MOVE WKS-LOTE-MODULO (WKS-INDICE-LOTE) TO PAR-MODULO
            WRITE REG-PAR.

      *SECCION QUE EJECUTA EL LOTE DE PRUEBAS LEYENDO LOS PARES DEL
                        "SE TOMAN 0"
                MOVE 0 TO WKS-ESCALA-B
            END-IF
            EVALUATE PAR-OPERACION
                WHEN "D" PERFORM 6300-PRUEBA-DIVISION
                WHEN "P" PERFORM 6400-PRUEBA-POTENCIA
                WHEN "R" PERFORM 6500-PRUEBA-MODULAR
                WHEN OTHER PERFORM 6200-PRUEBA-MULTIPLICA
            END-EVALUATE
            PERFORM 6070-LEE-PAR.
       6200-PRUEBA-MULTIPLICA.
            ACCEPT WKS-HORA-INICIO FROM TIME
                END-IF
                PERFORM 6180-ESCRIBE-RENGLON-REPORTE
            END-IF.
      *EL CASO DE POTENCIA COMPARA EL MOTOR (POR CUADRADOS CON
      *KARATSUBA) CONTRA EL LAZO DIRECTO, CON EL TIEMPO DE CADA UNO;
      *SI LOS DOS SE DESBORDAN EL CASO CUENTA COMO CORRECTO
       6400-PRUEBA-POTENCIA.
            MOVE "POTENCIA" TO WKS-OPERACION-TEXTO
            MOVE PAR-VALOR-A TO WKS-POT-VALOR
            MOVE PAR-SIGNO-A TO WKS-POT-SIGNO
            MOVE WKS-ESCALA-A TO WKS-POT-ESCALA
            DISPLAY "CASO " WKS-INDICE-LOTE ": " WKS-POT-SIGNO
                    WKS-POT-VALOR " ^ " PAR-VALOR-B
                    " (DECIMALES " WKS-POT-ESCALA ")"
            IF PAR-VALOR-B > 999
                DISPLAY "   EXPONENTE MAYOR A 999, PAR INVALIDO"
                PERFORM 6490-PAR-INVALIDO
            ELSE
                MOVE PAR-VALOR-B TO WKS-POT-EXPONENTE
                ACCEPT WKS-HORA-INICIO FROM TIME
                PERFORM 7200-CALCULA-POTENCIA
                ACCEPT WKS-HORA-FIN FROM TIME
                PERFORM 6160-CALCULA-ELAPSED
                MOVE WKS-ELAPSED TO WKS-ELAPSED-MOTOR
                ACCEPT WKS-HORA-INICIO FROM TIME
                PERFORM 7400-POTENCIA-DIRECTA
                ACCEPT WKS-HORA-FIN FROM TIME
                PERFORM 6160-CALCULA-ELAPSED
                PERFORM 6410-COMPARA-POTENCIA
                PERFORM 6480-ESCRIBE-RENGLON-TIEMPOS
                PERFORM 6420-ESCRIBE-POTENCIA
            END-IF.
       6410-COMPARA-POTENCIA.
            MOVE "ERROR" TO WKS-RESULTADO-TEXTO
            IF WKS-POT-DESBORDADA AND WKS-REF-DESBORDADA
                MOVE "OK" TO WKS-RESULTADO-TEXTO
            END-IF
            IF NOT WKS-POT-DESBORDADA AND NOT WKS-REF-DESBORDADA
                IF WKS-GRANDE-RES = WKS-GRANDE-REF AND
                   WKS-POT-SIGNO-RES = WKS-REF-SIGNO AND
                   WKS-POT-ESCALA-RES = WKS-REF-ESCALA
                    MOVE "OK" TO WKS-RESULTADO-TEXTO
                END-IF
            END-IF
            IF WKS-POT-DESBORDADA
                MOVE 0 TO WKS-EDITAR-DIGITOS
                DISPLAY "   MOTOR=DESBORDA"
            ELSE
                PERFORM 7270-EDITA-POTENCIA
                DISPLAY "   MOTOR="
                        WKS-TEXTO-GRANDE (1:WKS-PUNTERO - 1)
            END-IF
            IF WKS-REF-DESBORDADA
                DISPLAY "   DIRECTA=DESBORDA"
            END-IF
            DISPLAY "   DIGITOS=" WKS-EDITAR-DIGITOS
            DISPLAY "   " WKS-RESULTADO-TEXTO
            IF WKS-RESULTADO-TEXTO = "ERROR"
                ADD 1 TO WKS-TOTAL-ERRORES
            END-IF.
      *EL VALOR COMPLETO VA DEBAJO DEL RENGLON DEL CASO, EN TRAMOS DE
      *41 POSICIONES; SI NO CUADRA SE AGREGA EL DE LA REFERENCIA
       6420-ESCRIBE-POTENCIA.
            IF WKS-POT-DESBORDADA
                MOVE SPACES TO REG-REPLOTE
                MOVE "   MOTOR=  DESBORDA (MAS DE 120 DIGITOS O 119 "
                    TO REG-REPLOTE (001:46)
                MOVE "DECIMALES)" TO REG-REPLOTE (047:10)
                WRITE REG-REPLOTE
            ELSE
                PERFORM 7270-EDITA-POTENCIA
                MOVE "   MOTOR=" TO WKS-ETIQUETA
                PERFORM 6430-ESCRIBE-TRAMO
                    VARYING WKS-TRAMO FROM 1 BY 41
                    UNTIL WKS-TRAMO NOT < WKS-PUNTERO
            END-IF
            IF WKS-RESULTADO-TEXTO = "ERROR" AND
               NOT WKS-REF-DESBORDADA
                MOVE WKS-GRANDE-REF TO WKS-GRANDE-EDITAR
                MOVE WKS-REF-SIGNO TO WKS-EDITAR-SIGNO
                MOVE WKS-REF-ESCALA TO WKS-EDITAR-ESCALA
                PERFORM 7290-EDITA-GRANDE
                MOVE "   DIRECTA=" TO WKS-ETIQUETA
                PERFORM 6430-ESCRIBE-TRAMO
                    VARYING WKS-TRAMO FROM 1 BY 41
                    UNTIL WKS-TRAMO NOT < WKS-PUNTERO
            END-IF.
       6430-ESCRIBE-TRAMO.
            MOVE SPACES TO REG-REPLOTE
            IF WKS-TRAMO = 1
                MOVE WKS-ETIQUETA TO REG-REPLOTE (001:11)
            END-IF
            MOVE WKS-TEXTO-GRANDE (WKS-TRAMO:41)
                TO REG-REPLOTE (012:41)
            WRITE REG-REPLOTE.
      *EL CASO DE POTENCIA MODULAR COMPARA EL MOTOR CONTRA EL LAZO
      *DIRECTO CON LA DIVISION DE COBOL; UN MODULO EN CERO EN EL
      *LOTE SE REPORTA COMO ERROR DE CAPTURA DEL PAR
       6500-PRUEBA-MODULAR.
            MOVE "POT. MOD" TO WKS-OPERACION-TEXTO
            MOVE PAR-VALOR-A TO WKS-MOD-BASE
            MOVE PAR-VALOR-B TO WKS-MOD-EXPONENTE
            MOVE PAR-MODULO  TO WKS-MOD-MODULO
            DISPLAY "CASO " WKS-INDICE-LOTE ": " WKS-MOD-BASE
                    " ^ " WKS-MOD-EXPONENTE " MOD " WKS-MOD-MODULO
            IF WKS-MOD-MODULO = 0
                DISPLAY "   MODULO EN CERO, PAR INVALIDO"
                PERFORM 6490-PAR-INVALIDO
            ELSE
                ACCEPT WKS-HORA-INICIO FROM TIME
                PERFORM 7500-CALCULA-MODULAR
                ACCEPT WKS-HORA-FIN FROM TIME
                PERFORM 6160-CALCULA-ELAPSED
                MOVE WKS-ELAPSED TO WKS-ELAPSED-MOTOR
                ACCEPT WKS-HORA-INICIO FROM TIME
                PERFORM 7600-MODULAR-DIRECTA
                ACCEPT WKS-HORA-FIN FROM TIME
                PERFORM 6160-CALCULA-ELAPSED
                MOVE ALL "0" TO WKS-GRANDE-EDITAR
                MOVE WKS-MOD-R TO WKS-GRANDE-EDITAR (115:6)
                PERFORM 7285-CUENTA-DIGITOS
                DISPLAY "   MOTOR=" WKS-MOD-R " DIRECTA=" WKS-REF-MOD
                IF WKS-MOD-R = WKS-REF-MOD
                    MOVE "OK"    TO WKS-RESULTADO-TEXTO
                    DISPLAY "   OK"
                ELSE
                    MOVE "ERROR" TO WKS-RESULTADO-TEXTO
                    DISPLAY "   ERROR"
                    ADD 1 TO WKS-TOTAL-ERRORES
                END-IF
                PERFORM 6480-ESCRIBE-RENGLON-TIEMPOS
                MOVE SPACES TO REG-REPLOTE
                MOVE "   MOTOR=" TO REG-REPLOTE (001:11)
                MOVE WKS-MOD-R   TO REG-REPLOTE (012:06)
                MOVE " DIRECTA=" TO REG-REPLOTE (018:09)
                MOVE WKS-REF-MOD TO REG-REPLOTE (027:06)
                WRITE REG-REPLOTE
            END-IF.
      *RENGLON DEL CASO DE POTENCIA O POTENCIA MODULAR: DIGITOS DEL
      *RESULTADO Y LOS TIEMPOS DEL MOTOR Y DEL LAZO DIRECTO
       6480-ESCRIBE-RENGLON-TIEMPOS.
            MOVE WKS-ELAPSED-MOTOR  TO WKS-ELAPSED-MOTOR-EDIT
            MOVE WKS-ELAPSED        TO WKS-ELAPSED-EDIT
            MOVE SPACES             TO REG-REPLOTE
            MOVE "CASO "            TO REG-REPLOTE (001:05)
            MOVE WKS-INDICE-LOTE    TO REG-REPLOTE (006:02)
            MOVE WKS-OPERACION-TEXTO TO REG-REPLOTE (009:08)
            MOVE " DIGITOS="        TO REG-REPLOTE (017:09)
            MOVE WKS-EDITAR-DIGITOS TO REG-REPLOTE (026:03)
            MOVE " CENT.MOTOR="     TO REG-REPLOTE (029:12)
            MOVE WKS-ELAPSED-MOTOR-EDIT TO REG-REPLOTE (041:07)
            MOVE " CENT.LAZO="      TO REG-REPLOTE (048:11)
            MOVE WKS-ELAPSED-EDIT   TO REG-REPLOTE (059:07)
            MOVE " "                TO REG-REPLOTE (066:01)
            MOVE WKS-RESULTADO-TEXTO TO REG-REPLOTE (067:05)
            WRITE REG-REPLOTE.
       6490-PAR-INVALIDO.
            MOVE "ERROR" TO WKS-RESULTADO-TEXTO
            ADD 1 TO WKS-TOTAL-ERRORES
            MOVE 0 TO WKS-EDITAR-DIGITOS
            MOVE 0 TO WKS-ELAPSED-MOTOR
            MOVE 0 TO WKS-ELAPSED
            PERFORM 6480-ESCRIBE-RENGLON-TIEMPOS.

      *SECCION QUE CONVIERTE HORA-INICIO/HORA-FIN (HHMMSSCC) A
      *CENTESIMAS DE SEGUNDO ANTES DE RESTAR, YA QUE MINUTOS Y
