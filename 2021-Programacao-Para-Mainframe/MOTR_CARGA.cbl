      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 20/01/2024
      * Purpose: Carga e manutencao do cadastro de motoristas da frota
      *          (MOTRMST), no mesmo molde da carga de veiculos: com o
      *          arquivo de movimentos MOTRDELT presente (acao I
      *          incluir / C alterar / D excluir + registro no layout
      *          da copy MOTRMST) aplica as transacoes sobre o
      *          cadastro existente, com relatorio MOTRMRPT; sem ele,
      *          faz a carga completa do MOTRCARG (um registro por
      *          linha), recusando (RC 8) um arquivo que encolheria o
      *          cadastro em mais que o percentual de CARGPARM (padrao
      *          20%). Registro sem id, com categoria de CNH invalida
      *          ou validade nao numerica e rejeitado - um motorista
      *          assim travaria todos os trechos dele no lote. Totais
      *          no CTRLFILE como os passos de lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTR_CARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO "MOTRCARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARG.

           SELECT MASTER-FILE ASSIGN TO "MOTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOTR-ID
               FILE STATUS IS WS-FS-MSTR.

           SELECT DELTA-FILE ASSIGN TO "MOTRDELT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELT.

           SELECT REPORT-FILE ASSIGN TO "MOTRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT PARM-FILE ASSIGN TO "CARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           RECORDING MODE IS F.
       01  LOAD-RECORD                 PIC X(61).

       FD  MASTER-FILE.
       COPY MOTRMST.

       FD  DELTA-FILE
           RECORDING MODE IS F.
       01  DELTA-RECORD.
           05  DELT-ACAO               PIC X(01).
               88  DELT-INCLUIR        VALUE "I".
               88  DELT-ALTERAR        VALUE "C".
               88  DELT-EXCLUIR        VALUE "D".
           05  DELT-DADOS              PIC X(61).
           05  DELT-CHAVE REDEFINES DELT-DADOS.
               10  DELT-ID             PIC X(10).
               10  FILLER              PIC X(51).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-PCT-ENCOLHE        PIC 9(03).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CARGA.
           05 WS-FS-CARG               PIC X(02) VALUE SPACES.
           05 WS-FS-MSTR               PIC X(02) VALUE SPACES.
           05 WS-FS-DELT               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-CARG              PIC X(01) VALUE "N".
               88 WS-CARG-EOF          VALUE "S".
           05 WS-EOF-DELT              PIC X(01) VALUE "N".
               88 WS-DELT-EOF          VALUE "S".
           05 WS-EOF-MSTR              PIC X(01) VALUE "N".
               88 WS-MSTR-EOF          VALUE "S".
           05 WS-REGISTRO-OK           PIC X(01) VALUE "S".
               88 WS-REGISTRO-E-OK     VALUE "S".

       01 WS-PARAMETROS-CARGA.
           05 WS-PCT-ENCOLHE           PIC 9(03) VALUE 20.
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.
           05 WS-QTD-MASTER            PIC 9(07) VALUE 0.
           05 WS-QTD-CARGA             PIC 9(07) VALUE 0.
           05 WS-MINIMO-ACEITO         PIC 9(07) VALUE 0.

       01 WS-CONTADORES-CARGA.
           05 WS-CONT-LIDOS            PIC 9(05) VALUE 0.
           05 WS-CONT-INCLUIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REGRAVADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-APLICADOS        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-PCT

           OPEN INPUT DELTA-FILE
           IF WS-FS-DELT EQUAL "00"
               PERFORM P300-MODO-DELTA
               GOBACK
           END-IF

           OPEN INPUT LOAD-FILE
           IF WS-FS-CARG NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CARGA MOTRCARG AUSENTE - FS "
                   WS-FS-CARG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-FS-MSTR EQUAL "35"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-FS-MSTR NOT EQUAL "00"
               DISPLAY "CADASTRO MOTRMST NAO ABRIU - FS " WS-FS-MSTR
               CLOSE LOAD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P050-VALIDA-ENCOLHIMENTO
           IF WS-QTD-CARGA LESS WS-MINIMO-ACEITO
               DISPLAY "*** CARGA COMPLETA RECUSADA - " WS-QTD-CARGA
                   " REGISTRO(S) ENCOLHERIAM O CADASTRO DE "
                   WS-QTD-MASTER " ALEM DE " WS-PCT-ENCOLHE "% ***"
               CLOSE LOAD-FILE
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-CARGA-CADASTRO
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE
           PERFORM P400-GRAVA-CONTROLE

           DISPLAY "CARGA DO MOTRMST - LIDOS " WS-CONT-LIDOS
               " INCLUIDOS " WS-CONT-INCLUIDOS
               " REGRAVADOS " WS-CONT-REGRAVADOS
               " REJEITADOS " WS-CONT-REJEITADOS
           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P099-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROCESSO
           OPEN INPUT PROC-DATE-FILE
           IF WS-FS-DPRC EQUAL "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-DATA-PROCESSO
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

       P010-LE-PARM-PCT.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PCT-ENCOLHE GREATER 0
                           AND PARM-PCT-ENCOLHE LESS 100
                           MOVE PARM-PCT-ENCOLHE TO WS-PCT-ENCOLHE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P020-CONFERE-REGISTRO.
      * Categoria ou validade ilegivel faria o lote rejeitar todos os
      * trechos do motorista - melhor barrar aqui, na carga.
           MOVE "S" TO WS-REGISTRO-OK
           IF MOTR-ID EQUAL SPACES
               OR NOT MOTR-CATEGORIA-VALIDA
               OR MOTR-CNH-VALIDADE IS NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-OK
           END-IF.

       P050-VALIDA-ENCOLHIMENTO.
      * Conta o cadastro e o arquivo de carga antes de aplicar: uma
      * carga menor que o cadastro alem do percentual e tratada como
      * arquivo truncado, nao como vontade de encolher.
           MOVE 0 TO WS-QTD-MASTER
           MOVE "N" TO WS-EOF-MSTR
           MOVE LOW-VALUES TO MOTR-ID
           START MASTER-FILE KEY NOT LESS MOTR-ID
               INVALID KEY
                   SET WS-MSTR-EOF TO TRUE
           END-START
           PERFORM P051-LER-MASTER
           PERFORM UNTIL WS-MSTR-EOF
               ADD 1 TO WS-QTD-MASTER
               PERFORM P051-LER-MASTER
           END-PERFORM

           MOVE 0 TO WS-QTD-CARGA
           MOVE "N" TO WS-EOF-CARG
           PERFORM P110-LER-CARGA
           PERFORM UNTIL WS-CARG-EOF
               ADD 1 TO WS-QTD-CARGA
               PERFORM P110-LER-CARGA
           END-PERFORM
           CLOSE LOAD-FILE
           OPEN INPUT LOAD-FILE
           MOVE "N" TO WS-EOF-CARG
           MOVE 0 TO WS-CONT-LIDOS

           COMPUTE WS-MINIMO-ACEITO =
               WS-QTD-MASTER * (100 - WS-PCT-ENCOLHE) / 100.

       P051-LER-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MSTR-EOF TO TRUE
           END-READ.

       P100-CARGA-CADASTRO.
           PERFORM P110-LER-CARGA
           PERFORM UNTIL WS-CARG-EOF
               MOVE LOAD-RECORD TO MOTORISTA-RECORD
               PERFORM P020-CONFERE-REGISTRO
               IF WS-REGISTRO-E-OK
                   WRITE MOTORISTA-RECORD
                       INVALID KEY
                           REWRITE MOTORISTA-RECORD
                           ADD 1 TO WS-CONT-REGRAVADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-INCLUIDOS
                   END-WRITE
               ELSE
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "MOTORISTA SEM ID, CATEGORIA OU VALIDADE "
                       "INVALIDA: " LOAD-RECORD(1:40)
               END-IF
               PERFORM P110-LER-CARGA
           END-PERFORM.

       P110-LER-CARGA.
           READ LOAD-FILE
               AT END
                   SET WS-CARG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       P300-MODO-DELTA.
           OPEN I-O MASTER-FILE
           IF WS-FS-MSTR EQUAL "35"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-FS-MSTR NOT EQUAL "00"
               DISPLAY "CADASTRO MOTRMST NAO ABRIU - FS " WS-FS-MSTR
               CLOSE DELTA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MANUTENCAO DELTA DO MOTRMST EM "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-DELT
           PERFORM P310-LER-DELTA
           PERFORM UNTIL WS-DELT-EOF
               PERFORM P320-APLICA-DELTA THRU P320-EXIT
               PERFORM P310-LER-DELTA
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "MOVIMENTOS=" DELIMITED BY SIZE
                  WS-CONT-LIDOS DELIMITED BY SIZE
                  " APLICADOS=" DELIMITED BY SIZE
                  WS-CONT-APLICADOS DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE DELTA-FILE
           CLOSE MASTER-FILE
           PERFORM P400-GRAVA-CONTROLE

           DISPLAY "MANUTENCAO DELTA DO MOTRMST - APLICADOS "
               WS-CONT-APLICADOS " REJEITADOS " WS-CONT-REJEITADOS
           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       P310-LER-DELTA.
           READ DELTA-FILE
               AT END
                   SET WS-DELT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       P320-APLICA-DELTA.
           EVALUATE TRUE
               WHEN DELT-INCLUIR
                   MOVE DELT-DADOS TO MOTORISTA-RECORD
                   PERFORM P020-CONFERE-REGISTRO
                   IF NOT WS-REGISTRO-E-OK
                       PERFORM P330-REJEITA-DELTA
                       GO TO P320-EXIT
                   END-IF
                   WRITE MOTORISTA-RECORD
                       INVALID KEY
                           PERFORM P330-REJEITA-DELTA
                           GO TO P320-EXIT
                   END-WRITE
               WHEN DELT-ALTERAR
                   MOVE DELT-ID TO MOTR-ID
                   READ MASTER-FILE
                       INVALID KEY
                           PERFORM P330-REJEITA-DELTA
                           GO TO P320-EXIT
                   END-READ
                   MOVE DELT-DADOS TO MOTORISTA-RECORD
                   PERFORM P020-CONFERE-REGISTRO
                   IF NOT WS-REGISTRO-E-OK
                       PERFORM P330-REJEITA-DELTA
                       GO TO P320-EXIT
                   END-IF
                   REWRITE MOTORISTA-RECORD
               WHEN DELT-EXCLUIR
                   MOVE DELT-ID TO MOTR-ID
                   READ MASTER-FILE
                       INVALID KEY
                           PERFORM P330-REJEITA-DELTA
                           GO TO P320-EXIT
                   END-READ
                   DELETE MASTER-FILE
               WHEN OTHER
                   PERFORM P330-REJEITA-DELTA
                   GO TO P320-EXIT
           END-EVALUATE

           ADD 1 TO WS-CONT-APLICADOS
           MOVE SPACES TO REPORT-LINE
           STRING "ACAO " DELIMITED BY SIZE
                  DELT-ACAO DELIMITED BY SIZE
                  " MOTORISTA " DELIMITED BY SIZE
                  DELT-ID DELIMITED BY SIZE
                  " - APLICADA" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
       P320-EXIT.
           EXIT.

       P330-REJEITA-DELTA.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE SPACES TO REPORT-LINE
           STRING "ACAO " DELIMITED BY SIZE
                  DELT-ACAO DELIMITED BY SIZE
                  " MOTORISTA " DELIMITED BY SIZE
                  DELT-ID DELIMITED BY SIZE
                  " - REJEITADA (ACAO INVALIDA, CHAVE DUPLICADA OU "
                      DELIMITED BY SIZE
                  "INEXISTENTE, CATEGORIA OU VALIDADE INVALIDA)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P400-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "MOTR_CARGA" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDOS TO CTRL-LIDOS
           COMPUTE CTRL-GRAVADOS = WS-CONT-INCLUIDOS
               + WS-CONT-REGRAVADOS + WS-CONT-APLICADOS
           MOVE WS-CONT-REJEITADOS TO CTRL-REJEITADOS
           MOVE 0 TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       END PROGRAM MOTR_CARGA.
