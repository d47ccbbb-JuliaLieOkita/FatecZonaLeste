      * Author: Júlia Lie Okita da Silva
      * Date: 03/06/2023
      * Purpose: Retencao dos logs de acrescimo continuo (EXCPLOG,
      *          JOBHIST, CTRLFILE, SESSLOG e MUDALOG, abertos em extend
      *          e nunca aparados): corta de cada um os registros com
      *          mais de N dias (RETNPARM, padrao 90) para um archive
      *          datado <BASE>.Ayyyymmdd, registrado em GERAFILE para
      *          os relatorios param de ler anos de registro morto. O
      *          resgate de uma faixa antiga e o LOG_RESGATE.
      * Tectonics: cobc
      * Modified: 20/07/2024 (JLOS) - Inclusa a trilha de alteracoes
      *           dos cadastros (MUDALOG, data de negocio no inicio do
      *           registro). Archive e arquivo de trabalho alargados
      *           para o registro de imagens antes/depois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG_RETENCAO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

           SELECT ARCHIVE-FILE ASSIGN TO WS-NOME-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.
           05  SESS-TIMESTAMP          PIC X(21).
           05  SESS-OPCAO              PIC 9(01).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(400).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                 PIC X(400).

       FD  GENERATION-REG-FILE
           RECORDING MODE IS F.
           05 WS-FS-JHIS               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-SESS               PIC X(02) VALUE SPACES.
           05 WS-FS-MUDA               PIC X(02) VALUE SPACES.
           05 WS-FS-ARCH               PIC X(02) VALUE SPACES.
           05 WS-FS-WORK               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           PERFORM P200-RETENCAO-JOBHIST THRU P200-FIM
           PERFORM P300-RETENCAO-CTRLFILE THRU P300-FIM
           PERFORM P400-RETENCAO-SESSLOG THRU P400-FIM
           PERFORM P500-RETENCAO-MUDALOG THRU P500-FIM

           MOVE 0 TO RETURN-CODE
           GOBACK.
                   SET WS-LOG-EOF TO TRUE
           END-READ.

      ******** MUDALOG (data de negocio) ********
       P500-RETENCAO-MUDALOG.
           MOVE "MUDALOG" TO WS-BASE-ATUAL
           MOVE 0 TO WS-CONT-MANTIDOS
           MOVE 0 TO WS-CONT-ARQUIVADOS
           MOVE "N" TO WS-EOF-LOG
           MOVE "N" TO WS-ARCHIVE-ABERTO
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-FS-MUDA NOT EQUAL "00"
               GO TO P500-FIM
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM P510-LER-MUDALOG
           PERFORM UNTIL WS-LOG-EOF
               IF MUDA-DATA-NEGOCIO IS NUMERIC
                   MOVE MUDA-DATA-NEGOCIO TO WS-DATA-REGISTRO
               ELSE
                   MOVE WS-DATA-PROCESSO TO WS-DATA-REGISTRO
               END-IF
               IF WS-DATA-REGISTRO LESS WS-DATA-CORTE
                   IF NOT WS-TEM-ARCHIVE
                       PERFORM P020-ABRE-ARCHIVE
                   END-IF
                   MOVE SPACES TO ARCHIVE-RECORD
                   MOVE MUDANCA-LOG-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   ADD 1 TO WS-CONT-ARQUIVADOS
               ELSE
                   MOVE SPACES TO WORK-RECORD
                   MOVE MUDANCA-LOG-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
                   ADD 1 TO WS-CONT-MANTIDOS
               END-IF
               PERFORM P510-LER-MUDALOG
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           CLOSE WORK-FILE
           IF WS-TEM-ARCHIVE
               PERFORM P021-FECHA-E-REGISTRA-ARCHIVE
           END-IF

           OPEN OUTPUT CHANGE-LOG-FILE
           OPEN INPUT WORK-FILE
           MOVE "N" TO WS-EOF-WORK
           PERFORM P040-LER-WORK
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO MUDANCA-LOG-RECORD
               WRITE MUDANCA-LOG-RECORD
               PERFORM P040-LER-WORK
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CHANGE-LOG-FILE
           PERFORM P030-RESUMO-BASE.
       P500-FIM.
           EXIT.

       P510-LER-MUDALOG.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.

       END PROGRAM LOG_RETENCAO.
