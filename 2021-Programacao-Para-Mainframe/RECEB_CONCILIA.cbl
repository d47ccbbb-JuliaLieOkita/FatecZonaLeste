      *           data do processamento: num dia em que a liquidacao
      *           e pulada pelo calendario o lote da rodada anterior
      *           continua em disco e gerava diferenca falsa.
      * Modified: 05/08/2023 (JLOS) - Os registros de multa e mora
      *           que a baixa passou a gravar no diario ficam fora da
      *           soma dos pagamentos do dia: sao receita de encargos
      *           e nao abatem o saldo em aberto das parcelas.
      * Modified: 16/09/2023 (JLOS) - A baixa por perda do RECEB_PERDA
      *           entra no ajuste de movimentos fora do GL (registro
      *           RECEB_PERDA do CTRLFILE, saldo baixado negativo), e
      *           as recuperacoes de perda que a baixa grava no diario
      *           (origem RECUPERA) ficam fora da soma dos pagamentos:
      *           a parcela baixada ja saiu do saldo em aberto.
      * Modified: 11/11/2023 (JLOS) - Prova de caixa do retorno
      *           bancario no balanco: o total dos creditos do BANCRET
      *           tem que fechar com o valor casado pelo retorno
      *           (registro RECEB_RETORN do CTRLFILE na data) mais os
      *           creditos que foram para o suspenso (RETSUSP). O
      *           saldo acumulado em suspenso no SUSPMST sai junto,
      *           informativo. Diferenca na prova de caixa tambem
      *           sobe o codigo de condicao para 16; sem retorno
      *           processado no dia a prova nao se aplica.
      * Modified: 03/08/2024 (JLOS) - A tabela CONTFILE agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_CONCILIA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT BANK-RETURN-FILE ASSIGN TO "BANCRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETN.

           SELECT SUSPENSE-FILE ASSIGN TO "RETSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RSUS.

           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-CHAVE
               FILE STATUS IS WS-FS-SUSP.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  BANK-RETURN-FILE
           RECORDING MODE IS F.
       01  BANK-RETURN-RECORD.
           05  RET-CLIENTE-ID          PIC X(10).
           05  RET-VENDA-ID            PIC 9(06).
           05  RET-PARCELA             PIC 9(02).
           05  RET-DATA                PIC 9(08).
           05  RET-VALOR               PIC 9(09)V99.
           05  RET-NOSSO-NUMERO        PIC 9(11).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  FILLER                  PIC X(26).
           05  RSUS-VALOR              PIC 9(09)V99.
           05  FILLER                  PIC X(11).

       FD  SUSPENSE-MASTER-FILE.
       COPY SUSPMST.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-RETN               PIC X(02) VALUE SPACES.
           05 WS-FS-RSUS               PIC X(02) VALUE SPACES.
           05 WS-FS-SUSP               PIC X(02) VALUE SPACES.
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-GLPO              PIC X(01) VALUE "N".
               88 WS-TEM-SNAPSHOT      VALUE "S".
           05 WS-CONTA-ACHADA          PIC X(01) VALUE "N".
               88 WS-CONTA-NA-TABELA   VALUE "S".
           05 WS-EOF-RETN              PIC X(01) VALUE "N".
               88 WS-RETN-EOF          VALUE "S".
           05 WS-EOF-RSUS              PIC X(01) VALUE "N".
               88 WS-RSUS-EOF          VALUE "S".
           05 WS-EOF-SUSP              PIC X(01) VALUE "N".
               88 WS-SUSP-EOF          VALUE "S".
           05 WS-RETORNO-DO-DIA        PIC X(01) VALUE "N".
               88 WS-TEM-RETORNO-DIA   VALUE "S".

       01 WS-CAMPOS-CONC.
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.
           05 WS-DIFERENCA             PIC S9(13)V99 VALUE 0.
           05 WS-DATA-JORNAL           PIC 9(08) VALUE 0.
           05 WS-MASCARA-CONC          PIC -Z(12)9,99.
           05 WS-CAIXA-BANCO           PIC S9(13)V99 VALUE 0.
           05 WS-CAIXA-CASADO          PIC S9(13)V99 VALUE 0.
           05 WS-CAIXA-SUSPENSO        PIC S9(13)V99 VALUE 0.
           05 WS-DIFERENCA-CAIXA       PIC S9(13)V99 VALUE 0.
           05 WS-SALDO-SUSPENSO        PIC S9(13)V99 VALUE 0.

       01 WS-TABELA-CONTAS-GL.
           05 WS-QTD-CONTAS            PIC 9(02) COMP VALUE 0.
               10 WS-CONTA-NUMERO      PIC X(08).
               10 WS-CONTA-LIQUIDO     PIC S9(13)V99.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P120-TOTALIZA-GL THRU P120-FIM
           PERFORM P130-TOTALIZA-PAGAMENTOS THRU P130-FIM
           PERFORM P140-AJUSTE-RENEGOCIACAO THRU P140-FIM
           PERFORM P150-PROVA-CAIXA THRU P150-FIM
           PERFORM P160-SALDO-SUSPENSO THRU P160-FIM

           COMPUTE WS-MOVTO-ESPERADO =
               WS-GL-RECEBIVEIS + WS-AJUSTE-RENEG - WS-PAGTOS-DIA
           PERFORM P210-REGRAVA-SNAPSHOT

           EVALUATE TRUE
               WHEN WS-DIFERENCA-CAIXA NOT EQUAL 0
                   DISPLAY "*** PROVA DE CAIXA DO RETORNO BANCARIO "
                       "DIVERGENTE - RC 16 ***"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-TEM-SNAPSHOT
                   DISPLAY "CONCILIACAO - PRIMEIRA RODADA, BASE "
                       "ESTABELECIDA SEM COMPARACAO"

       P010-LE-CONTA-RECEBIVEIS.
           MOVE "N" TO WS-EOF-CNTA
           MOVE "CONTFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-FS-CNTA EQUAL "00"
               PERFORM P011-LER-CONTA-MAPA
                   MOVE JRNL-DATA TO WS-DATA-JORNAL
               END-IF
               IF WS-DATA-JORNAL EQUAL WS-DATA-PROCESSO
                   AND NOT JRNL-ORIG-MULTA
                   AND NOT JRNL-ORIG-MORA
                   AND NOT JRNL-ORIG-RECUPERACAO
                   ADD JRNL-VALOR TO WS-PAGTOS-DIA
               END-IF
               PERFORM P131-LER-JORNAL
           PERFORM P141-LER-CONTROLE
           PERFORM UNTIL WS-CTRL-EOF
      * Movimentos que mexem no saldo sem passar pelo GL: a
      * diferenca da renegociacao, o abatimento das quitacoes e o
      * saldo baixado como perda.
               IF (CTRL-PASSO EQUAL "RECEB_RENEG"
                   OR CTRL-PASSO EQUAL "RECEB_QUIT"
                   OR CTRL-PASSO EQUAL "RECEB_PERDA")
                   AND CTRL-DATA EQUAL WS-DATA-PROCESSO
                   ADD CTRL-VALOR-HASH TO WS-AJUSTE-RENEG
               END-IF
      * Rodada repetida do retorno: vale o ultimo registro do dia,
      * que corresponde aos arquivos em disco.
               IF CTRL-PASSO EQUAL "RECEB_RETORN"
                   AND CTRL-DATA EQUAL WS-DATA-PROCESSO
                   SET WS-TEM-RETORNO-DIA TO TRUE
                   MOVE CTRL-VALOR-HASH TO WS-CAIXA-CASADO
               END-IF
               PERFORM P141-LER-CONTROLE
           END-PERFORM
           CLOSE CONTROL-FILE.
                   SET WS-CTRL-EOF TO TRUE
           END-READ.

       P150-PROVA-CAIXA.
           IF NOT WS-TEM-RETORNO-DIA
               GO TO P150-FIM
           END-IF
           MOVE "N" TO WS-EOF-RETN
           OPEN INPUT BANK-RETURN-FILE
           IF WS-FS-RETN EQUAL "00"
               PERFORM P151-LER-RETORNO
               PERFORM UNTIL WS-RETN-EOF
                   ADD RET-VALOR TO WS-CAIXA-BANCO
                   PERFORM P151-LER-RETORNO
               END-PERFORM
               CLOSE BANK-RETURN-FILE
           END-IF
           MOVE "N" TO WS-EOF-RSUS
           OPEN INPUT SUSPENSE-FILE
           IF WS-FS-RSUS EQUAL "00"
               PERFORM P152-LER-SUSPENSO-DIA
               PERFORM UNTIL WS-RSUS-EOF
                   ADD RSUS-VALOR TO WS-CAIXA-SUSPENSO
                   PERFORM P152-LER-SUSPENSO-DIA
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           COMPUTE WS-DIFERENCA-CAIXA = WS-CAIXA-BANCO
               - WS-CAIXA-CASADO - WS-CAIXA-SUSPENSO.
       P150-FIM.
           EXIT.

       P151-LER-RETORNO.
           READ BANK-RETURN-FILE
               AT END
                   SET WS-RETN-EOF TO TRUE
           END-READ.

       P152-LER-SUSPENSO-DIA.
           READ SUSPENSE-FILE
               AT END
                   SET WS-RSUS-EOF TO TRUE
           END-READ.

       P160-SALDO-SUSPENSO.
           MOVE "N" TO WS-EOF-SUSP
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF WS-FS-SUSP NOT EQUAL "00"
               GO TO P160-FIM
           END-IF
           PERFORM P161-LER-SUSPENSO
           PERFORM UNTIL WS-SUSP-EOF
               IF SUSP-PENDENTE
                   ADD SUSP-VALOR TO WS-SALDO-SUSPENSO
               END-IF
               PERFORM P161-LER-SUSPENSO
           END-PERFORM
           CLOSE SUSPENSE-MASTER-FILE.
       P160-FIM.
           EXIT.

       P161-LER-SUSPENSO.
           READ SUSPENSE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.

       P200-GRAVA-BALANCO.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
                  WS-MASCARA-CONC DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P203-LINHAS-CAIXA
           CLOSE REPORT-FILE.

       P201-LINHA-CONTA-GL.
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P203-LINHAS-CAIXA.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-TEM-RETORNO-DIA
               MOVE SPACES TO REPORT-LINE
               STRING "PROVA DE CAIXA: RETORNO BANCARIO NAO "
                          DELIMITED BY SIZE
                      "PROCESSADO NO DIA" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CAIXA-BANCO TO WS-MASCARA-CONC
               MOVE SPACES TO REPORT-LINE
               STRING "CREDITOS DO BANCO (BANCRET).: "
                          DELIMITED BY SIZE
                      WS-MASCARA-CONC DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CAIXA-CASADO TO WS-MASCARA-CONC
               MOVE SPACES TO REPORT-LINE
               STRING "CASADOS PARA A BAIXA........: "
                          DELIMITED BY SIZE
                      WS-MASCARA-CONC DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CAIXA-SUSPENSO TO WS-MASCARA-CONC
               MOVE SPACES TO REPORT-LINE
               STRING "EM SUSPENSO NO DIA (RETSUSP): "
                          DELIMITED BY SIZE
                      WS-MASCARA-CONC DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-DIFERENCA-CAIXA TO WS-MASCARA-CONC
               MOVE SPACES TO REPORT-LINE
               STRING "DIFERENCA DE CAIXA..........: "
                          DELIMITED BY SIZE
                      WS-MASCARA-CONC DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-SALDO-SUSPENSO TO WS-MASCARA-CONC
           MOVE SPACES TO REPORT-LINE
           STRING "SALDO ACUMULADO EM SUSPENSO.: "
                      DELIMITED BY SIZE
                  WS-MASCARA-CONC DELIMITED BY SIZE
                  " (SUSPMST)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P210-REGRAVA-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE
           MOVE WS-DATA-PROCESSO TO SNAP-DATA
