      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Subprograma con el que un paso batch le informa a la
      *           corrida nocturna cuantos registros proceso. El
      *           programa que llama pasa su nombre y su conteo; aqui
      *           se deja en el archivo NOCTCONT (un solo registro),
      *           que NOCTURNO vacia antes de invocar cada paso y lee
      *           al terminar para pasarlo al historico de tiempos
      *           NOCHHIST. Un paso que no llama a este subprograma
      *           queda en el historico con 9999999 registros (no
      *           reportado), que TIEMPNOC imprime como N/R. En una
      *           corrida manual el archivo solo se sobreescribe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASOCONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOCTCONT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-CONT.
       DATA DIVISION.
       FILE SECTION.
           FD NOCTCONT.
           01 REG-NOCTCONT.
               05 CNT-PROGRAMA  PIC X(08).
               05 CNT-REGISTROS PIC 9(07).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CONT PIC X(02).
       LINKAGE SECTION.
           01 PAS-PROGRAMA  PIC X(08).
           01 PAS-REGISTROS PIC 9(07).
       PROCEDURE DIVISION USING PAS-PROGRAMA PAS-REGISTROS.
       0000-PRINCIPAL.
           OPEN OUTPUT NOCTCONT
           MOVE PAS-PROGRAMA  TO CNT-PROGRAMA
           MOVE PAS-REGISTROS TO CNT-REGISTROS
           WRITE REG-NOCTCONT
           CLOSE NOCTCONT
           GOBACK.
       END PROGRAM PASOCONT.
