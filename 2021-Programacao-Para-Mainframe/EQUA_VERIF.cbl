      *           par complexo + raiz real de uma cubica com delta
      *           negativo no fator quadratico. Registro antigo sem
      *           grau continua verificado como quadratica.
      * Modified: 27/04/2024 (JLOS) - A biblioteca passa a guardar
      *           sistemas lineares resolvidos (tipo "S", forma
      *           propria com as equacoes originais no final do
      *           registro): a solucao x, y, z e substituida em cada
      *           equacao a.x + b.y + c.z - d e o residuo de cada uma
      *           entra na mesma tolerancia das demais formas.
      * Modified: 11/05/2024 (JLOS) - Registro de replay (origem "R",
      *           raizes copiadas da equacao reaproveitada) nao e
      *           verificado de novo: o desvio, se houver, ja sai na
      *           equacao original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUA_VERIF.
               88  LIB-RAIZES-REAIS     VALUE "R".
               88  LIB-RAIZES-COMPLEXAS VALUE "C".
               88  LIB-RAIZ-LINEAR      VALUE "L".
               88  LIB-SISTEMA-LINEAR   VALUE "S".
           05  LIB-TIMESTAMP            PIC X(21).
           05  LIB-GRAU                 PIC 9(01).
           05  LIB-D                    PIC S9(09)V99.
           05  LIB-X3                   PIC S9(09)V99.
           05  LIB-SOLICITANTE          PIC X(04).
           05  LIB-ORIGEM               PIC X(01).
               88  LIB-SOLUCAO-NOVA     VALUE "N" " ".
               88  LIB-REPLAY           VALUE "R".
           05  LIB-ID-ORIGEM            PIC 9(06).
       01  LIB-SISTEMA-RECORD.
           05  LSIS-EQUATION-ID         PIC 9(06).
           05  LSIS-X                   PIC S9(09)V99.
           05  LSIS-Y                   PIC S9(09)V99.
           05  LSIS-Z                   PIC S9(09)V99.
           05  LSIS-EQUACOES            PIC 9(01).
           05  LSIS-INCOGNITAS          PIC 9(01).
           05  FILLER                   PIC X(31).
           05  LSIS-TIPO                PIC X(01).
           05  LSIS-TIMESTAMP           PIC X(21).
           05  FILLER                   PIC X(23).
           05  LSIS-SOLICITANTE         PIC X(04).
           05  LSIS-LINHA OCCURS 3 TIMES.
               10  LSIS-A               PIC S9(09)V99.
               10  LSIS-B               PIC S9(09)V99.
               10  LSIS-C               PIC S9(09)V99.
               10  LSIS-D               PIC S9(09)V99.

       FD  REPORT-FILE
           RECORDING MODE IS F.
           END-START
           PERFORM P110-LER-PROXIMA-EQUACAO
           PERFORM UNTIL WS-LIB-EOF
               IF LIB-SISTEMA-LINEAR OR NOT LIB-REPLAY
                   PERFORM P120-VERIFICA-REGISTRO
               END-IF
               PERFORM P110-LER-PROXIMA-EQUACAO
           END-PERFORM.

           END-IF

           EVALUATE TRUE
               WHEN LIB-SISTEMA-LINEAR
                   PERFORM P160-RESIDUO-SISTEMA
               WHEN LIB-RAIZ-LINEAR
               WHEN WS-GRAU-REGISTRO EQUAL 1
                   PERFORM P145-RESIDUO-LINEAR
               SET WS-REGISTRO-DESVIOU TO TRUE
           END-IF
           IF WS-REGISTRO-DESVIOU
               IF LIB-SISTEMA-LINEAR
                   PERFORM P155-REPORTA-DESVIO-SISTEMA
               ELSE
                   PERFORM P150-REPORTA-DESVIO
               END-IF
           END-IF.

       P130-RESIDUO-COMPLEXO.
               ((LIB-A * LIB-X3 + LIB-B) * LIB-X3 + LIB-C)
               * LIB-X3 + LIB-D.

       P160-RESIDUO-SISTEMA.
      * Equacao e incognita nao usadas foram gravadas zeradas e
      * fecham residuo zero.
           COMPUTE WS-RESIDUO-X1 =
               LSIS-A(1) * LSIS-X + LSIS-B(1) * LSIS-Y
               + LSIS-C(1) * LSIS-Z - LSIS-D(1)
           COMPUTE WS-RESIDUO-X2 =
               LSIS-A(2) * LSIS-X + LSIS-B(2) * LSIS-Y
               + LSIS-C(2) * LSIS-Z - LSIS-D(2)
           COMPUTE WS-RESIDUO-X3 =
               LSIS-A(3) * LSIS-X + LSIS-B(3) * LSIS-Y
               + LSIS-C(3) * LSIS-Z - LSIS-D(3).

       P155-REPORTA-DESVIO-SISTEMA.
           ADD 1 TO WS-CONT-DESVIADOS
           MOVE WS-RESIDUO-X1 TO WS-MASCARA-RESIDUO
           MOVE SPACES TO REPORT-LINE
           STRING "SISTEMA " DELIMITED BY SIZE
                  LSIS-EQUATION-ID DELIMITED BY SIZE
                  " RESOLVIDO EM " DELIMITED BY SIZE
                  LSIS-TIMESTAMP DELIMITED BY SIZE
                  " RESIDUO EQ1=" DELIMITED BY SIZE
                  WS-MASCARA-RESIDUO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF LSIS-EQUACOES GREATER 1
               MOVE WS-RESIDUO-X2 TO WS-MASCARA-RESIDUO
               MOVE SPACES TO REPORT-LINE
               STRING "  RESIDUO EQ2=" DELIMITED BY SIZE
                      WS-MASCARA-RESIDUO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF LSIS-EQUACOES GREATER 2
               MOVE WS-RESIDUO-X3 TO WS-MASCARA-RESIDUO
               MOVE SPACES TO REPORT-LINE
               STRING "  RESIDUO EQ3=" DELIMITED BY SIZE
                      WS-MASCARA-RESIDUO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P150-REPORTA-DESVIO.
           ADD 1 TO WS-CONT-DESVIADOS
           MOVE WS-RESIDUO-X1 TO WS-MASCARA-RESIDUO
