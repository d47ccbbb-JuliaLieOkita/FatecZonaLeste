      *           solicitante no final (121 bytes); o archive e o
      *           arquivo de trabalho da reorganizacao acompanham o
      *           tamanho novo.
      * Modified: 27/04/2024 (JLOS) - A biblioteca passa a guardar
      *           sistemas lineares resolvidos (tipo "S") em forma
      *           propria de 253 bytes, com as equacoes originais no
      *           final; archive e arquivo de trabalho crescem para o
      *           tamanho do sistema, cada registro e copiado e
      *           regravado na forma que tem, e o relatorio de
      *           ocupacao conta os sistemas a parte.
      * Modified: 11/05/2024 (JLOS) - O registro de equacao ganhou a
      *           origem ("R" = replay da biblioteca) e o id da
      *           equacao reaproveitada no final (128 bytes), que o
      *           archive e a reorganizacao passam adiante.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUA_MANUT.
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

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD               PIC X(253).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                  PIC X(253).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05 WS-CONT-MANTIDOS         PIC 9(06) VALUE 0.
           05 WS-CONT-REAIS            PIC 9(06) VALUE 0.
           05 WS-CONT-COMPLEXAS        PIC 9(06) VALUE 0.
           05 WS-CONT-SISTEMAS         PIC 9(06) VALUE 0.
           05 WS-TS-MAIS-ANTIGO        PIC X(21) VALUE HIGH-VALUES.
           05 WS-TS-MAIS-RECENTE       PIC X(21) VALUE LOW-VALUES.

           PERFORM UNTIL WS-LIB-EOF
               MOVE LIB-TIMESTAMP(1:8) TO WS-DATA-REGISTRO
               IF WS-DATA-REGISTRO LESS WS-DATA-RETENCAO
                   IF LIB-SISTEMA-LINEAR
                       MOVE LIB-SISTEMA-RECORD TO ARCHIVE-RECORD
                   ELSE
                       MOVE LIBRARY-RECORD TO ARCHIVE-RECORD
                   END-IF
                   WRITE ARCHIVE-RECORD
                   DELETE EQUATION-LIBRARY-FILE
                   ADD 1 TO WS-CONT-PURGADOS
           PERFORM P110-LER-PROXIMA-EQUACAO
           PERFORM UNTIL WS-LIB-EOF
               PERFORM P210-ACUMULA-OCUPACAO
               IF LIB-SISTEMA-LINEAR
                   MOVE LIB-SISTEMA-RECORD TO WORK-RECORD
               ELSE
                   MOVE LIBRARY-RECORD TO WORK-RECORD
               END-IF
               WRITE WORK-RECORD
               ADD 1 TO WS-CONT-MANTIDOS
               PERFORM P110-LER-PROXIMA-EQUACAO
           MOVE "N" TO WS-EOF-WORK
           PERFORM P220-LER-WORK
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO LIB-SISTEMA-RECORD
               IF LIB-SISTEMA-LINEAR
                   WRITE LIB-SISTEMA-RECORD
               ELSE
                   WRITE LIBRARY-RECORD
               END-IF
               PERFORM P220-LER-WORK
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE EQUATION-LIBRARY-FILE.

       P210-ACUMULA-OCUPACAO.
           EVALUATE TRUE
               WHEN LIB-SISTEMA-LINEAR
                   ADD 1 TO WS-CONT-SISTEMAS
               WHEN LIB-RAIZES-COMPLEXAS
                   ADD 1 TO WS-CONT-COMPLEXAS
               WHEN OTHER
                   ADD 1 TO WS-CONT-REAIS
           END-EVALUATE

           IF LIB-TIMESTAMP LESS WS-TS-MAIS-ANTIGO
               MOVE LIB-TIMESTAMP TO WS-TS-MAIS-ANTIGO
                  WS-CONT-REAIS DELIMITED BY SIZE
                  " COMPLEXAS=" DELIMITED BY SIZE
                  WS-CONT-COMPLEXAS DELIMITED BY SIZE
                  " SISTEMAS=" DELIMITED BY SIZE
                  WS-CONT-SISTEMAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

