      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 28/10/2023
      * Purpose: Score de comportamento e revisao mensal do limite de
      *          credito: o limite do CLIEMST e cobrado em cada venda
      *          desde a mudanca de limite, mas ninguem revisava o
      *          limite depois da carga do cliente. Para cada cliente
      *          do cadastro le as parcelas (RECBMST, pela chave
      *          alternativa do cliente) e os estornos de pagamento do
      *          diario PAGTJRNL dos ultimos 12 meses e apura: dias de
      *          atraso de cada parcela vencida na janela, percentual
      *          pago em dia, parcelas renegociadas, estornos, saldo
      *          vencido em aberto e uso do limite atual. Dai sai um
      *          score de 0 a 1000 e a faixa do cliente na tabela
      *          SCORPARM (uma linha por faixa: letra, score minimo,
      *          fator sobre o limite atual e teto de limite, em ordem
      *          decrescente de score; tabela padrao na ausencia
      *          dela). O limite proposto e gravado em LIMIPROP no
      *          layout do movimento delta do CLIE_CARGA (acao "C" e
      *          o registro completo do cliente): aprovada a revisao,
      *          o arquivo vira o CLIEDELT da manutencao. O relatorio
      *          LIMIRPT lista cada aumento e cada corte com os
      *          motivos. Cliente sem parcela vencida na janela fica
      *          sem score e sem proposta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIE_SCORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIE-ID
               FILE STATUS IS WS-FS-CLIE.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT JOURNAL-FILE ASSIGN TO "PAGTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT PARM-FILE ASSIGN TO "SCORPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROPOSAL-FILE ASSIGN TO "LIMIPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROP.

           SELECT REPORT-FILE ASSIGN TO "LIMIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CLIEMST.

       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY PAGTJRNL.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-FAIXA              PIC X(01).
           05  PARM-SCORE-MINIMO       PIC 9(04).
           05  PARM-FATOR-LIMITE       PIC 9V99.
           05  PARM-LIMITE-TETO        PIC 9(09)V99.

      * Mesmo layout do movimento delta lido pelo CLIE_CARGA.
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
       01  PROPOSAL-RECORD.
           05  PROP-ACAO               PIC X(01).
           05  PROP-DADOS              PIC X(141).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-SCORE.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-JRNL               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-PROP               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-CLIE              PIC X(01) VALUE "N".
               88 WS-CLIE-EOF          VALUE "S".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-JRNL              PIC X(01) VALUE "N".
               88 WS-JRNL-EOF          VALUE "S".
           05 WS-EOF-PARM              PIC X(01) VALUE "N".
               88 WS-PARM-EOF          VALUE "S".

       01 WS-DATAS-SCORE.
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.
           05 WS-DATA-INICIO-JANELA    PIC 9(08) VALUE 0.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-VENC             PIC S9(07) COMP.
           05 WS-DIAS-PAGTO            PIC S9(07) COMP.
           05 WS-DIAS-ATRASO           PIC S9(05) COMP.

      * Faixas de score: letra, score minimo, fator sobre o limite
      * atual e teto do limite proposto, da melhor para a pior.
       01 WS-TABELA-FAIXAS.
           05 WS-QTD-FAIXAS            PIC 9(02) COMP VALUE 5.
           05 WS-FAIXA-ITEM OCCURS 9 TIMES
                   INDEXED BY WS-IDX-FAIXA.
               10 WS-FAIXA-LETRA       PIC X(01).
               10 WS-FAIXA-MINIMO      PIC 9(04).
               10 WS-FAIXA-FATOR       PIC 9V99.
               10 WS-FAIXA-TETO        PIC 9(09)V99.
       01 WS-FAIXAS-PADRAO.
           05 FILLER                   PIC X(19)
                   VALUE "A080013000005000000".
           05 FILLER                   PIC X(19)
                   VALUE "B065011000003000000".
           05 FILLER                   PIC X(19)
                   VALUE "C050010000002000000".
           05 FILLER                   PIC X(19)
                   VALUE "D030007000001000000".
           05 FILLER                   PIC X(19)
                   VALUE "E000004000000500000".
       01 WS-FAIXAS-PADRAO-R REDEFINES WS-FAIXAS-PADRAO.
           05 WS-FAIXA-PADRAO-ITEM OCCURS 5 TIMES PIC X(19).

       01 WS-TABELA-ESTORNOS.
           05 WS-QTD-EST               PIC 9(04) COMP VALUE 0.
           05 WS-EST-ESTOURO           PIC X(01) VALUE "N".
               88 WS-EST-ESTOUROU      VALUE "S".
           05 WS-EST-ITEM OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-EST.
               10 WS-EST-TAB-VENDA     PIC 9(06).
               10 WS-EST-TAB-PARCELA   PIC 9(02).

       01 WS-HISTORICO-CLIENTE.
           05 WS-QTD-VENCIDAS          PIC 9(05) VALUE 0.
           05 WS-QTD-EM-DIA            PIC 9(05) VALUE 0.
           05 WS-QTD-RENEGOCIADAS      PIC 9(05) VALUE 0.
           05 WS-QTD-ESTORNOS          PIC 9(05) VALUE 0.
           05 WS-QTD-PERDAS            PIC 9(05) VALUE 0.
           05 WS-MAIOR-ATRASO          PIC 9(05) VALUE 0.
           05 WS-MAIOR-ATRASO-ABERTO   PIC 9(05) VALUE 0.
           05 WS-EXPOSICAO             PIC S9(11)V99 VALUE 0.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-PCT-EM-DIA            PIC 9(03) VALUE 0.
           05 WS-PCT-USO               PIC 9(05) VALUE 0.

       01 WS-CALCULO-SCORE.
           05 WS-SCORE                 PIC S9(05) COMP VALUE 0.
           05 WS-PENALIDADE            PIC S9(05) COMP VALUE 0.
           05 WS-SCORE-ED              PIC 9(04) VALUE 0.
           05 WS-FAIXA-CLIENTE         PIC X(01) VALUE SPACE.
           05 WS-LIMITE-ATUAL          PIC 9(09)V99 VALUE 0.
           05 WS-LIMITE-PROPOSTO       PIC 9(09)V99 VALUE 0.
           05 WS-LIMITE-EM-REAIS       PIC 9(09) VALUE 0.
           05 WS-TIPO-PROPOSTA         PIC X(07) VALUE SPACES.

       01 WS-MOTIVOS.
           05 WS-MOT-PONTUAL           PIC X(16) VALUE SPACES.
           05 WS-MOT-ATRASO            PIC X(20) VALUE SPACES.
           05 WS-MOT-RENEG             PIC X(12) VALUE SPACES.
           05 WS-MOT-ESTORNO           PIC X(14) VALUE SPACES.
           05 WS-MOT-PERDA             PIC X(12) VALUE SPACES.
           05 WS-MOT-VENCIDO           PIC X(20) VALUE SPACES.
           05 WS-MOT-USO               PIC X(14) VALUE SPACES.

       01 WS-CONTADORES-SCORE.
           05 WS-CONT-CLIENTES         PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-HISTORICO    PIC 9(05) VALUE 0.
           05 WS-CONT-AUMENTOS         PIC 9(05) VALUE 0.
           05 WS-CONT-CORTES           PIC 9(05) VALUE 0.
           05 WS-CONT-MANTIDOS         PIC 9(05) VALUE 0.

       01 WS-EDICAO-SCORE.
           05 WS-MASCARA-ATUAL         PIC -Z(9)9,99.
           05 WS-MASCARA-PROPOSTO      PIC -Z(9)9,99.
           05 WS-MASCARA-EXPOSICAO     PIC -Z(9)9,99.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)
           COMPUTE WS-DATA-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE - 365)

           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CLIE NOT EQUAL "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - FS "
                   WS-FS-CLIE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P010-CARREGA-FAIXAS
           PERFORM P020-CARREGA-ESTORNOS THRU P020-FIM
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM P050-CABECALHO-RELATORIO
           PERFORM P100-VARRE-CLIENTES
           PERFORM P300-GRAVA-RESUMO
           CLOSE REPORT-FILE
           CLOSE PROPOSAL-FILE
           CLOSE RECEIVABLE-FILE
           CLOSE CUSTOMER-FILE
           DISPLAY "REVISAO DE LIMITES - " WS-CONT-AUMENTOS
               " AUMENTO(S), " WS-CONT-CORTES " CORTE(S) PROPOSTO(S)"
           MOVE 0 TO RETURN-CODE
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

       P010-CARREGA-FAIXAS.
           PERFORM P011-FAIXA-PADRAO
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA GREATER 5
           MOVE 5 TO WS-QTD-FAIXAS
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               MOVE 0 TO WS-QTD-FAIXAS
               MOVE "N" TO WS-EOF-PARM
               PERFORM P012-LER-FAIXA
               PERFORM UNTIL WS-PARM-EOF
                   IF WS-QTD-FAIXAS LESS 9
                       AND PARM-SCORE-MINIMO IS NUMERIC
                       AND PARM-FATOR-LIMITE IS NUMERIC
                       AND PARM-LIMITE-TETO IS NUMERIC
                       ADD 1 TO WS-QTD-FAIXAS
                       SET WS-IDX-FAIXA TO WS-QTD-FAIXAS
                       MOVE PARM-RECORD TO WS-FAIXA-ITEM(WS-IDX-FAIXA)
                   END-IF
                   PERFORM P012-LER-FAIXA
               END-PERFORM
               CLOSE PARM-FILE
      * Tabela vazia ou ilegivel nao pode deixar cliente sem faixa.
               IF WS-QTD-FAIXAS EQUAL 0
                   PERFORM P011-FAIXA-PADRAO
                       VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA GREATER 5
                   MOVE 5 TO WS-QTD-FAIXAS
               END-IF
           END-IF.

       P011-FAIXA-PADRAO.
           MOVE WS-FAIXA-PADRAO-ITEM(WS-IDX-FAIXA)
               TO WS-FAIXA-ITEM(WS-IDX-FAIXA).

       P012-LER-FAIXA.
           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

       P020-CARREGA-ESTORNOS.
           MOVE 0 TO WS-QTD-EST
           MOVE "N" TO WS-EST-ESTOURO
           MOVE "N" TO WS-EOF-JRNL
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRNL NOT EQUAL "00"
               DISPLAY "DIARIO DE PAGAMENTOS INDISPONIVEL - SCORE "
                   "SEM ESTORNOS"
               GO TO P020-FIM
           END-IF
           PERFORM P021-LER-JORNAL
           PERFORM UNTIL WS-JRNL-EOF
               IF JRNL-ORIG-ESTORNO
                   AND JRNL-DATA-NEGOCIO IS NUMERIC
                   AND JRNL-DATA-NEGOCIO NOT LESS WS-DATA-INICIO-JANELA
                   IF WS-QTD-EST LESS 1000
                       ADD 1 TO WS-QTD-EST
                       SET WS-IDX-EST TO WS-QTD-EST
                       MOVE JRNL-VENDA-ID
                           TO WS-EST-TAB-VENDA(WS-IDX-EST)
                       MOVE JRNL-PARCELA
                           TO WS-EST-TAB-PARCELA(WS-IDX-EST)
                   ELSE
                       SET WS-EST-ESTOUROU TO TRUE
                   END-IF
               END-IF
               PERFORM P021-LER-JORNAL
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-EST-ESTOUROU
               DISPLAY "TABELA DE ESTORNOS CHEIA - ESTORNOS ALEM DE "
                   "1000 FICAM FORA DO SCORE"
           END-IF.
       P020-FIM.
           EXIT.

       P021-LER-JORNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

       P050-CABECALHO-RELATORIO.
           MOVE SPACES TO REPORT-LINE
           STRING "REVISAO DE LIMITE DE CREDITO POR SCORE EM "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  " - HISTORICO DESDE " DELIMITED BY SIZE
                  WS-DATA-INICIO-JANELA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       P100-VARRE-CLIENTES.
           MOVE "N" TO WS-EOF-CLIE
           MOVE LOW-VALUES TO CLIE-ID
           START CUSTOMER-FILE KEY NOT LESS CLIE-ID
               INVALID KEY
                   SET WS-CLIE-EOF TO TRUE
           END-START
           PERFORM P110-LER-CLIENTE
           PERFORM UNTIL WS-CLIE-EOF
               PERFORM P120-REVISA-CLIENTE THRU P120-EXIT
               PERFORM P110-LER-CLIENTE
           END-PERFORM.

       P110-LER-CLIENTE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-CLIE-EOF TO TRUE
           END-READ.

       P120-REVISA-CLIENTE.
           ADD 1 TO WS-CONT-CLIENTES
           INITIALIZE WS-HISTORICO-CLIENTE
           PERFORM P130-VARRE-PARCELAS-CLIENTE
           IF WS-QTD-VENCIDAS EQUAL 0
               ADD 1 TO WS-CONT-SEM-HISTORICO
               GO TO P120-EXIT
           END-IF

           PERFORM P200-CALCULA-SCORE
           PERFORM P210-ENQUADRA-FAIXA
           PERFORM P220-PROPOE-LIMITE
           IF WS-LIMITE-PROPOSTO EQUAL WS-LIMITE-ATUAL
               ADD 1 TO WS-CONT-MANTIDOS
               GO TO P120-EXIT
           END-IF

           IF WS-LIMITE-PROPOSTO GREATER WS-LIMITE-ATUAL
               MOVE "AUMENTO" TO WS-TIPO-PROPOSTA
               ADD 1 TO WS-CONT-AUMENTOS
           ELSE
               MOVE "CORTE" TO WS-TIPO-PROPOSTA
               ADD 1 TO WS-CONT-CORTES
           END-IF
           PERFORM P230-GRAVA-PROPOSTA
           PERFORM P240-IMPRIME-PROPOSTA.
       P120-EXIT.
           EXIT.

       P130-VARRE-PARCELAS-CLIENTE.
           MOVE "N" TO WS-EOF-RECB
           MOVE CLIE-ID TO RECB-CLIENTE-ID
           START RECEIVABLE-FILE KEY EQUAL RECB-CLIENTE-ID
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P140-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               PERFORM P150-AVALIA-PARCELA THRU P150-EXIT
               PERFORM P140-LER-RECEBIVEL
           END-PERFORM.

       P140-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
               NOT AT END
                   IF RECB-CLIENTE-ID NOT EQUAL CLIE-ID
                       SET WS-RECB-EOF TO TRUE
                   END-IF
           END-READ.

       P150-AVALIA-PARCELA.
      * Exposicao: todo saldo em aberto, vencido ou nao.
           IF RECB-ABERTA OR RECB-PARCIAL
               COMPUTE WS-SALDO-PARCELA =
                   RECB-VALOR-PARCELA - RECB-VALOR-PAGO
               ADD WS-SALDO-PARCELA TO WS-EXPOSICAO
           END-IF

           PERFORM P160-CONTA-ESTORNOS
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST GREATER WS-QTD-EST

      * Historico de pontualidade: parcelas vencidas dentro da janela.
           IF RECB-DATA-VENCIMENTO LESS WS-DATA-INICIO-JANELA
               OR RECB-DATA-VENCIMENTO NOT LESS WS-DATA-PROCESSO
               OR RECB-CANCELADA
               GO TO P150-EXIT
           END-IF
           IF RECB-RENEGOCIADA
               ADD 1 TO WS-QTD-RENEGOCIADAS
               GO TO P150-EXIT
           END-IF

           ADD 1 TO WS-QTD-VENCIDAS
           COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE(
               RECB-DATA-VENCIMENTO)
           EVALUATE TRUE
               WHEN RECB-LIQUIDADA
                   AND RECB-DATA-PAGAMENTO IS NUMERIC
                   AND RECB-DATA-PAGAMENTO GREATER 0
                   COMPUTE WS-DIAS-PAGTO = FUNCTION INTEGER-OF-DATE(
                       RECB-DATA-PAGAMENTO)
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-PAGTO - WS-DIAS-VENC
               WHEN RECB-LIQUIDADA
                   MOVE 0 TO WS-DIAS-ATRASO
               WHEN RECB-BAIXADA-PERDA
                   ADD 1 TO WS-QTD-PERDAS
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
               WHEN OTHER
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
                   IF WS-DIAS-ATRASO GREATER WS-MAIOR-ATRASO-ABERTO
                       MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO-ABERTO
                   END-IF
           END-EVALUATE
           IF WS-DIAS-ATRASO NOT GREATER 0
               ADD 1 TO WS-QTD-EM-DIA
           ELSE
               IF WS-DIAS-ATRASO GREATER WS-MAIOR-ATRASO
                   MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
               END-IF
           END-IF.
       P150-EXIT.
           EXIT.

       P160-CONTA-ESTORNOS.
           IF WS-EST-TAB-VENDA(WS-IDX-EST) EQUAL RECB-VENDA-ID
               AND WS-EST-TAB-PARCELA(WS-IDX-EST) EQUAL RECB-PARCELA
               ADD 1 TO WS-QTD-ESTORNOS
           END-IF.

       P200-CALCULA-SCORE.
      * Parte de 1000 e desconta: pontualidade (ate 500), maior atraso
      * (ate 200), renegociacoes e estornos (100 cada, com teto),
      * perda, saldo vencido em aberto e uso alto do limite.
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1000 TO WS-SCORE
           COMPUTE WS-PCT-EM-DIA =
               WS-QTD-EM-DIA * 100 / WS-QTD-VENCIDAS
           COMPUTE WS-SCORE = WS-SCORE - (100 - WS-PCT-EM-DIA) * 5
           STRING "EM DIA " DELIMITED BY SIZE
                  WS-PCT-EM-DIA DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-MOT-PONTUAL

           EVALUATE TRUE
               WHEN WS-MAIOR-ATRASO GREATER 90
                   MOVE 200 TO WS-PENALIDADE
               WHEN WS-MAIOR-ATRASO GREATER 60
                   MOVE 150 TO WS-PENALIDADE
               WHEN WS-MAIOR-ATRASO GREATER 30
                   MOVE 100 TO WS-PENALIDADE
               WHEN WS-MAIOR-ATRASO GREATER 5
                   MOVE 50 TO WS-PENALIDADE
               WHEN OTHER
                   MOVE 0 TO WS-PENALIDADE
           END-EVALUATE
           SUBTRACT WS-PENALIDADE FROM WS-SCORE
           IF WS-MAIOR-ATRASO GREATER 0
               STRING "ATRASO MAX " DELIMITED BY SIZE
                      WS-MAIOR-ATRASO DELIMITED BY SIZE
                      "D" DELIMITED BY SIZE
                      INTO WS-MOT-ATRASO
           END-IF

           IF WS-QTD-RENEGOCIADAS GREATER 0
               COMPUTE WS-PENALIDADE = WS-QTD-RENEGOCIADAS * 100
               IF WS-PENALIDADE GREATER 300
                   MOVE 300 TO WS-PENALIDADE
               END-IF
               SUBTRACT WS-PENALIDADE FROM WS-SCORE
               STRING "RENEG " DELIMITED BY SIZE
                      WS-QTD-RENEGOCIADAS DELIMITED BY SIZE
                      INTO WS-MOT-RENEG
           END-IF

           IF WS-QTD-ESTORNOS GREATER 0
               COMPUTE WS-PENALIDADE = WS-QTD-ESTORNOS * 100
               IF WS-PENALIDADE GREATER 200
                   MOVE 200 TO WS-PENALIDADE
               END-IF
               SUBTRACT WS-PENALIDADE FROM WS-SCORE
               STRING "ESTORNOS " DELIMITED BY SIZE
                      WS-QTD-ESTORNOS DELIMITED BY SIZE
                      INTO WS-MOT-ESTORNO
           END-IF

           IF WS-QTD-PERDAS GREATER 0
               SUBTRACT 300 FROM WS-SCORE
               STRING "PERDAS " DELIMITED BY SIZE
                      WS-QTD-PERDAS DELIMITED BY SIZE
                      INTO WS-MOT-PERDA
           END-IF

           EVALUATE TRUE
               WHEN WS-MAIOR-ATRASO-ABERTO GREATER 30
                   SUBTRACT 150 FROM WS-SCORE
               WHEN WS-MAIOR-ATRASO-ABERTO GREATER 0
                   SUBTRACT 50 FROM WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MAIOR-ATRASO-ABERTO GREATER 0
               STRING "VENCIDO ABERTO " DELIMITED BY SIZE
                      WS-MAIOR-ATRASO-ABERTO DELIMITED BY SIZE
                      "D" DELIMITED BY SIZE
                      INTO WS-MOT-VENCIDO
           END-IF

           MOVE CLIE-LIMITE-CREDITO TO WS-LIMITE-ATUAL
           MOVE 0 TO WS-PCT-USO
           IF WS-LIMITE-ATUAL GREATER 0 AND WS-EXPOSICAO GREATER 0
               COMPUTE WS-PCT-USO = WS-EXPOSICAO * 100 / WS-LIMITE-ATUAL
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-USO
               END-COMPUTE
           END-IF
           IF WS-PCT-USO GREATER 90
               SUBTRACT 50 FROM WS-SCORE
               STRING "USO " DELIMITED BY SIZE
                      WS-PCT-USO DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO WS-MOT-USO
           END-IF

           IF WS-SCORE LESS 0
               MOVE 0 TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO WS-SCORE-ED.

       P210-ENQUADRA-FAIXA.
      * A tabela vem da melhor para a pior faixa: fica a primeira cujo
      * minimo o score alcanca; abaixo de todas, a ultima.
           SET WS-IDX-FAIXA TO 1
           SEARCH WS-FAIXA-ITEM
               AT END
                   SET WS-IDX-FAIXA TO WS-QTD-FAIXAS
               WHEN WS-IDX-FAIXA GREATER WS-QTD-FAIXAS
                   SET WS-IDX-FAIXA TO WS-QTD-FAIXAS
               WHEN WS-SCORE NOT LESS WS-FAIXA-MINIMO(WS-IDX-FAIXA)
                   CONTINUE
           END-SEARCH
           MOVE WS-FAIXA-LETRA(WS-IDX-FAIXA) TO WS-FAIXA-CLIENTE.

       P220-PROPOE-LIMITE.
      * Aumento limitado ao teto da faixa (sem cortar quem ja esta
      * acima dele); corte pelo fator, arredondado em reais.
           COMPUTE WS-LIMITE-EM-REAIS ROUNDED =
               WS-LIMITE-ATUAL * WS-FAIXA-FATOR(WS-IDX-FAIXA)
           MOVE WS-LIMITE-EM-REAIS TO WS-LIMITE-PROPOSTO
           IF WS-LIMITE-PROPOSTO GREATER WS-LIMITE-ATUAL
               IF WS-LIMITE-PROPOSTO GREATER WS-FAIXA-TETO(WS-IDX-FAIXA)
                   MOVE WS-FAIXA-TETO(WS-IDX-FAIXA)
                       TO WS-LIMITE-PROPOSTO
               END-IF
               IF WS-LIMITE-PROPOSTO LESS WS-LIMITE-ATUAL
                   MOVE WS-LIMITE-ATUAL TO WS-LIMITE-PROPOSTO
               END-IF
           END-IF.

       P230-GRAVA-PROPOSTA.
           MOVE "C" TO PROP-ACAO
           MOVE WS-LIMITE-PROPOSTO TO CLIE-LIMITE-CREDITO
           MOVE CLIENTE-RECORD TO PROP-DADOS
           WRITE PROPOSAL-RECORD
           MOVE WS-LIMITE-ATUAL TO CLIE-LIMITE-CREDITO.

       P240-IMPRIME-PROPOSTA.
           MOVE WS-LIMITE-ATUAL TO WS-MASCARA-ATUAL
           MOVE WS-LIMITE-PROPOSTO TO WS-MASCARA-PROPOSTO
           MOVE WS-EXPOSICAO TO WS-MASCARA-EXPOSICAO
           MOVE SPACES TO REPORT-LINE
           STRING WS-TIPO-PROPOSTA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  CLIE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIE-NOME DELIMITED BY SIZE
                  " SCORE=" DELIMITED BY SIZE
                  WS-SCORE-ED DELIMITED BY SIZE
                  " FAIXA=" DELIMITED BY SIZE
                  WS-FAIXA-CLIENTE DELIMITED BY SIZE
                  " LIMITE " DELIMITED BY SIZE
                  WS-MASCARA-ATUAL DELIMITED BY SIZE
                  " ->" DELIMITED BY SIZE
                  WS-MASCARA-PROPOSTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "        PARCELAS VENCIDAS=" DELIMITED BY SIZE
                  WS-QTD-VENCIDAS DELIMITED BY SIZE
                  " EXPOSICAO=" DELIMITED BY SIZE
                  WS-MASCARA-EXPOSICAO DELIMITED BY SIZE
                  " MOTIVOS: " DELIMITED BY SIZE
                  WS-MOT-PONTUAL DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-MOT-ATRASO DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-MOT-RENEG DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-MOT-ESTORNO DELIMITED BY "  "
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MOT-PERDA NOT EQUAL SPACES
               OR WS-MOT-VENCIDO NOT EQUAL SPACES
               OR WS-MOT-USO NOT EQUAL SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "        " DELIMITED BY SIZE
                      WS-MOT-PERDA DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-MOT-VENCIDO DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-MOT-USO DELIMITED BY "  "
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P300-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENTES=" DELIMITED BY SIZE
                  WS-CONT-CLIENTES DELIMITED BY SIZE
                  " AUMENTOS=" DELIMITED BY SIZE
                  WS-CONT-AUMENTOS DELIMITED BY SIZE
                  " CORTES=" DELIMITED BY SIZE
                  WS-CONT-CORTES DELIMITED BY SIZE
                  " MANTIDOS=" DELIMITED BY SIZE
                  WS-CONT-MANTIDOS DELIMITED BY SIZE
                  " SEM HISTORICO NA JANELA=" DELIMITED BY SIZE
                  WS-CONT-SEM-HISTORICO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROPOSTAS EM LIMIPROP - APLICAR PELO CLIE_CARGA "
                      DELIMITED BY SIZE
                  "(MODO DELTA) DEPOIS DE APROVADAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM CLIE_SCORE.
