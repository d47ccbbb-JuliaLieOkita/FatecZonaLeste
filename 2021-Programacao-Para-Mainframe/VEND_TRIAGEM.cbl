      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 23/12/2023
      * Purpose: Triagem das vendas do lote antes da liquidacao,
      *          rodada pelo job noturno entre a critica de entrada
      *          (EDIT_ENTRADA) e a liquidacao (AULA04_EX01): le o
      *          TRANFILE limpo duas vezes - a primeira levanta, por
      *          cliente, as lojas e a quantidade de vendas do lote, e
      *          busca no RECBMST a media historica das vendas do
      *          cliente e as vendas dele nos ultimos dias; a segunda
      *          retem na fila VENDRETE (copy VENDRETE) toda venda "D"
      *          de cliente que comprou em varias lojas no mesmo lote,
      *          de cliente com vendas demais na janela curta, ou de
      *          valor muito acima da media historica dele. As vendas
      *          retidas saem do TRANFILE (o trailer e regravado com
      *          as contagens do que fica) e so voltam a liquidacao
      *          quando um supervisor as libera pelo VEND_REVISAO, que
      *          as devolve pelo arquivo de resubmissao TRANRESS ao
      *          lote da noite seguinte - e a venda liberada nao e
      *          retida de novo quando reaparece. Limites no TRIAPARM
      *          (padrao: 3 lojas, 5 vezes a media com pelo menos 3
      *          vendas de historico, 4 vendas em 3 dias). Relatorio
      *          TRIARPT com cada venda retida e os motivos, EXCPLOG
      *          (TRIA) por venda retida e totais de controle no
      *          CTRLFILE.
      * Tectonics: cobc
      * Modified: 06/01/2024 (JLOS) - O registro de transacao agora
      *           traz o vendedor ao final (34 posicoes): a venda
      *           retida guarda o vendedor na fila e a liberada e
      *           reconhecida pela imagem completa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND_TRIAGEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           SELECT SCREENED-FILE ASSIGN TO "TRANTRIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIA.

           SELECT HOLD-FILE ASSIGN TO "VENDRETE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETE-CHAVE
               FILE STATUS IS WS-FS-RETE.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT PARM-FILE ASSIGN TO "TRIAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT REPORT-FILE ASSIGN TO "TRIARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-RECORD.
           05  TRANS-TIPO-REG          PIC X(01).
               88  TRANS-REG-CABECALHO VALUE "H".
               88  TRANS-REG-DETALHE   VALUE "D".
               88  TRANS-REG-ESTORNO   VALUE "E".
               88  TRANS-REG-TRAILER   VALUE "T".
           05  TRANS-DETALHE.
               10  TRANS-VALOR-COMPRA  PIC 9(09)V99.
               10  TRANS-NUM-PARCELAS  PIC 9(02).
               10  TRANS-CLIENTE-ID    PIC X(10).
               10  TRANS-LOJA-ID       PIC X(04).
           05  TRANS-CABECALHO REDEFINES TRANS-DETALHE.
               10  TRANS-LOTE-ID       PIC X(08).
               10  TRANS-LOTE-DATA     PIC 9(08).
               10  FILLER              PIC X(11).
           05  TRANS-TRAILER REDEFINES TRANS-DETALHE.
               10  TRANS-TRL-QTD       PIC 9(06).
               10  TRANS-TRL-VALOR     PIC 9(13)V99.
               10  FILLER              PIC X(06).
           05  TRANS-VENDEDOR-ID       PIC X(06).

       FD  SCREENED-FILE
           RECORDING MODE IS F.
       01  SCREENED-RECORD             PIC X(34).

       FD  HOLD-FILE.
       COPY VENDRETE.

       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-MAX-LOJAS          PIC 9(02).
           05  PARM-FATOR-MEDIA        PIC 9(02).
           05  PARM-MIN-HISTORICO      PIC 9(02).
           05  PARM-MAX-VENDAS         PIC 9(02).
           05  PARM-JANELA-DIAS        PIC 9(02).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  EXCEPTION-LOG-FILE
           RECORDING MODE IS F.
       COPY EXCPLOG.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-TRIAGEM.
           05 WS-FS-TRANS              PIC X(02) VALUE SPACES.
           05 WS-FS-TRIA               PIC X(02) VALUE SPACES.
           05 WS-FS-RETE               PIC X(02) VALUE SPACES.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-TRANS             PIC X(01) VALUE "N".
               88 WS-TRANS-EOF         VALUE "S".
           05 WS-EOF-TRIA              PIC X(01) VALUE "N".
               88 WS-TRIA-EOF          VALUE "S".
           05 WS-EOF-RETE              PIC X(01) VALUE "N".
               88 WS-RETE-EOF          VALUE "S".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-RECEBIVEIS-ABERTO     PIC X(01) VALUE "N".
               88 WS-TEM-RECEBIVEIS    VALUE "S".
           05 WS-CLIENTE-ACHADO        PIC X(01) VALUE "N".
               88 WS-ACHOU-CLIENTE     VALUE "S".
           05 WS-LOJA-ACHADA           PIC X(01) VALUE "N".
               88 WS-ACHOU-LOJA        VALUE "S".
           05 WS-LIBERADA-ACHADA       PIC X(01) VALUE "N".
               88 WS-ACHOU-LIBERADA    VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

      * Limites da triagem - TRIAPARM sobrepoe o que vier numerico e
      * maior que zero.
       01 WS-PARAMETROS-TRIAGEM.
           05 WS-MAX-LOJAS             PIC 9(02) VALUE 3.
           05 WS-FATOR-MEDIA           PIC 9(02) VALUE 5.
           05 WS-MIN-HISTORICO         PIC 9(02) VALUE 3.
           05 WS-MAX-VENDAS            PIC 9(02) VALUE 4.
           05 WS-JANELA-DIAS           PIC 9(02) VALUE 3.

       01 WS-TABELA-CLIENTES.
           05 WS-QTD-CLIENTES          PIC 9(04) COMP VALUE 0.
           05 WS-CLI-ITEM OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-CLI.
               10 WS-CLI-ID            PIC X(10).
               10 WS-CLI-QTD-VENDAS    PIC 9(04).
               10 WS-CLI-QTD-LOJAS     PIC 9(02).
               10 WS-CLI-LOJA          PIC X(04) OCCURS 10 TIMES
                       INDEXED BY WS-IDX-LJ.
               10 WS-CLI-QTD-HIST      PIC 9(05).
               10 WS-CLI-MEDIA         PIC 9(09)V99.
               10 WS-CLI-QTD-JANELA    PIC 9(04).

       01 WS-TABELA-LIBERADAS.
           05 WS-QTD-LIBERADAS         PIC 9(03) COMP VALUE 0.
           05 WS-LIB-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-LIB.
               10 WS-LIB-CHAVE         PIC X(12).
               10 WS-LIB-TRANSACAO     PIC X(34).
               10 WS-LIB-USADA         PIC X(01).

       01 WS-CAMPOS-TRIAGEM.
           05 WS-LOTE-ID               PIC X(08) VALUE SPACES.
           05 WS-PROX-SEQUENCIA        PIC 9(04) VALUE 0.
           05 WS-DIAS-HOJE             PIC S9(07) COMP VALUE 0.
           05 WS-DIAS-VENC             PIC S9(07) COMP VALUE 0.
           05 WS-JANELA-INICIO         PIC S9(07) COMP VALUE 0.
           05 WS-JANELA-FIM            PIC S9(07) COMP VALUE 0.
           05 WS-SOMA-HISTORICO        PIC S9(11)V99 VALUE 0.
           05 WS-PRINCIPAL-PARCELA     PIC S9(09)V99 VALUE 0.
           05 WS-LIMITE-VALOR          PIC 9(11)V99 VALUE 0.
           05 WS-MOT-MULTILOJA         PIC X(01) VALUE SPACE.
           05 WS-MOT-VALOR             PIC X(01) VALUE SPACE.
           05 WS-MOT-FREQUENCIA        PIC X(01) VALUE SPACE.
           05 WS-TEXTO-MOTIVOS         PIC X(40) VALUE SPACES.
           05 WS-PONTEIRO              PIC 9(03) VALUE 1.
           05 WS-TRL-QTD               PIC 9(06) VALUE 0.
           05 WS-TRL-VALOR             PIC 9(13)V99 VALUE 0.

       01 WS-CONTADORES-TRIAGEM.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-LIBERADOS        PIC 9(07) VALUE 0.
           05 WS-CONT-RETIDOS          PIC 9(07) VALUE 0.
           05 WS-CONT-REAPRESENTADOS   PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-TABELA       PIC 9(05) VALUE 0.
           05 WS-TOT-RETIDO            PIC 9(13)V99 VALUE 0.

       01 WS-EDICAO-TRIAGEM.
           05 WS-MASCARA-VALOR         PIC Z(8)9,99.
           05 WS-MASCARA-MEDIA         PIC Z(8)9,99.
           05 WS-MASCARA-TOTAL         PIC Z(12)9,99.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARAMETROS

           OPEN INPUT TRANS-FILE
           IF WS-FS-TRANS NOT EQUAL "00"
               DISPLAY "SEM TRANFILE NO DIA - NADA A TRIAR"
               CLOSE EXCEPTION-LOG-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

      * Sem a fila nao ha onde segurar uma venda suspeita: melhor o
      * job parar antes da liquidacao do que deixa-la passar.
           OPEN I-O HOLD-FILE
           IF WS-FS-RETE EQUAL "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-FS-RETE NOT EQUAL "00"
               DISPLAY "FILA DE VENDAS RETIDAS INDISPONIVEL - FS "
                   WS-FS-RETE
               MOVE "RETE" TO WS-EXCP-CODIGO
               MOVE "FILA VENDRETE INDISPONIVEL - LOTE NAO TRIADO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE TRANS-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-RECEBIVEIS-ABERTO
           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-RECB EQUAL "00"
               SET WS-TEM-RECEBIVEIS TO TRUE
           ELSE
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - TRIAGEM "
                   "SEM HISTORICO DE CLIENTE"
           END-IF

           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)
           PERFORM P050-PROXIMA-SEQUENCIA
           PERFORM P060-CARREGA-LIBERADAS

           PERFORM P100-LEVANTA-CLIENTES
           CLOSE TRANS-FILE
           IF WS-TEM-RECEBIVEIS
               PERFORM P150-HISTORICO-CLIENTE
                   VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
               CLOSE RECEIVABLE-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM P020-IMPRIME-CABECALHO
           PERFORM P200-TRIA-LOTE
           IF WS-CONT-RETIDOS GREATER 0
               PERFORM P300-REGRAVA-TRANFILE
           END-IF
           PERFORM P400-GRAVA-RESUMO
           CLOSE REPORT-FILE
           CLOSE HOLD-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           DISPLAY "TRIAGEM DE VENDAS - LIDAS=" WS-CONT-LIDOS
               " LIBERADAS=" WS-CONT-LIBERADOS
               " RETIDAS=" WS-CONT-RETIDOS
           IF WS-CONT-RETIDOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "VEND_TRIAGEM" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "RETE"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO EXCP-DATA-NEGOCIO
           WRITE EXCP-LOG-RECORD.

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

       P010-LE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MAX-LOJAS IS NUMERIC
                           AND PARM-MAX-LOJAS GREATER 0
                           MOVE PARM-MAX-LOJAS TO WS-MAX-LOJAS
                       END-IF
                       IF PARM-FATOR-MEDIA IS NUMERIC
                           AND PARM-FATOR-MEDIA GREATER 0
                           MOVE PARM-FATOR-MEDIA TO WS-FATOR-MEDIA
                       END-IF
                       IF PARM-MIN-HISTORICO IS NUMERIC
                           AND PARM-MIN-HISTORICO GREATER 0
                           MOVE PARM-MIN-HISTORICO
                               TO WS-MIN-HISTORICO
                       END-IF
                       IF PARM-MAX-VENDAS IS NUMERIC
                           AND PARM-MAX-VENDAS GREATER 0
                           MOVE PARM-MAX-VENDAS TO WS-MAX-VENDAS
                       END-IF
                       IF PARM-JANELA-DIAS IS NUMERIC
                           AND PARM-JANELA-DIAS GREATER 0
                           MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P020-IMPRIME-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "TRIAGEM DE VENDAS ANTES DA LIQUIDACAO - DATA "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LIMITES: LOJAS NO LOTE=" DELIMITED BY SIZE
                  WS-MAX-LOJAS DELIMITED BY SIZE
                  " VEZES A MEDIA=" DELIMITED BY SIZE
                  WS-FATOR-MEDIA DELIMITED BY SIZE
                  " (HISTORICO MINIMO=" DELIMITED BY SIZE
                  WS-MIN-HISTORICO DELIMITED BY SIZE
                  ") VENDAS NA JANELA=" DELIMITED BY SIZE
                  WS-MAX-VENDAS DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "VEND_TRIAGEM" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDOS TO CTRL-LIDOS
           MOVE WS-CONT-LIBERADOS TO CTRL-GRAVADOS
           MOVE WS-CONT-RETIDOS TO CTRL-REJEITADOS
           MOVE WS-TOT-RETIDO TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

      * Uma rodada repetida do mesmo dia continua a numeracao da fila
      * em vez de tropecar nas chaves ja gravadas.
       P050-PROXIMA-SEQUENCIA.
           MOVE 0 TO WS-PROX-SEQUENCIA
           MOVE "N" TO WS-EOF-RETE
           MOVE WS-DATA-PROCESSO TO RETE-DATA-LOTE
           MOVE 0 TO RETE-SEQUENCIA
           START HOLD-FILE KEY NOT LESS RETE-CHAVE
               INVALID KEY
                   SET WS-RETE-EOF TO TRUE
           END-START
           PERFORM P051-LER-RETIDA
           PERFORM UNTIL WS-RETE-EOF
               IF RETE-DATA-LOTE NOT EQUAL WS-DATA-PROCESSO
                   SET WS-RETE-EOF TO TRUE
               ELSE
                   MOVE RETE-SEQUENCIA TO WS-PROX-SEQUENCIA
                   PERFORM P051-LER-RETIDA
               END-IF
           END-PERFORM.

       P051-LER-RETIDA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-RETE-EOF TO TRUE
           END-READ.

      * Vendas liberadas pelo supervisor e ainda nao reapresentadas:
      * quando voltam pelo TRANRESS passam direto pela triagem.
       P060-CARREGA-LIBERADAS.
           MOVE 0 TO WS-QTD-LIBERADAS
           MOVE "N" TO WS-EOF-RETE
           MOVE LOW-VALUES TO RETE-CHAVE
           START HOLD-FILE KEY NOT LESS RETE-CHAVE
               INVALID KEY
                   SET WS-RETE-EOF TO TRUE
           END-START
           PERFORM P051-LER-RETIDA
           PERFORM UNTIL WS-RETE-EOF
               IF RETE-LIBERADA
                   AND WS-QTD-LIBERADAS LESS 200
                   ADD 1 TO WS-QTD-LIBERADAS
                   SET WS-IDX-LIB TO WS-QTD-LIBERADAS
                   MOVE RETE-CHAVE TO WS-LIB-CHAVE(WS-IDX-LIB)
                   MOVE RETE-TRANSACAO
                       TO WS-LIB-TRANSACAO(WS-IDX-LIB)(1:28)
                   MOVE RETE-VENDEDOR-ID
                       TO WS-LIB-TRANSACAO(WS-IDX-LIB)(29:6)
                   MOVE "N" TO WS-LIB-USADA(WS-IDX-LIB)
               END-IF
               PERFORM P051-LER-RETIDA
           END-PERFORM.

      ******** PRIMEIRA LEITURA - LOJAS E VENDAS POR CLIENTE ********
       P100-LEVANTA-CLIENTES.
           MOVE 0 TO WS-QTD-CLIENTES
           MOVE "N" TO WS-EOF-TRANS
           PERFORM P101-LER-TRANSACAO
           PERFORM UNTIL WS-TRANS-EOF
               IF TRANS-REG-DETALHE
                   PERFORM P110-ACUMULA-CLIENTE
               END-IF
               PERFORM P101-LER-TRANSACAO
           END-PERFORM.

       P101-LER-TRANSACAO.
           READ TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       P110-ACUMULA-CLIENTE.
           PERFORM P111-PROCURA-CLIENTE
           IF NOT WS-ACHOU-CLIENTE
               IF WS-QTD-CLIENTES LESS 1000
                   ADD 1 TO WS-QTD-CLIENTES
                   SET WS-IDX-CLI TO WS-QTD-CLIENTES
                   MOVE TRANS-CLIENTE-ID TO WS-CLI-ID(WS-IDX-CLI)
                   MOVE 0 TO WS-CLI-QTD-VENDAS(WS-IDX-CLI)
                   MOVE 0 TO WS-CLI-QTD-LOJAS(WS-IDX-CLI)
                   MOVE 0 TO WS-CLI-QTD-HIST(WS-IDX-CLI)
                   MOVE 0 TO WS-CLI-MEDIA(WS-IDX-CLI)
                   MOVE 0 TO WS-CLI-QTD-JANELA(WS-IDX-CLI)
                   SET WS-ACHOU-CLIENTE TO TRUE
               END-IF
           END-IF
           IF WS-ACHOU-CLIENTE
               ADD 1 TO WS-CLI-QTD-VENDAS(WS-IDX-CLI)
               MOVE "N" TO WS-LOJA-ACHADA
               PERFORM P112-PROCURA-LOJA
                   VARYING WS-IDX-LJ FROM 1 BY 1
                   UNTIL WS-IDX-LJ GREATER
                           WS-CLI-QTD-LOJAS(WS-IDX-CLI)
                       OR WS-ACHOU-LOJA
               IF NOT WS-ACHOU-LOJA
                   AND WS-CLI-QTD-LOJAS(WS-IDX-CLI) LESS 10
                   ADD 1 TO WS-CLI-QTD-LOJAS(WS-IDX-CLI)
                   SET WS-IDX-LJ TO WS-CLI-QTD-LOJAS(WS-IDX-CLI)
                   MOVE TRANS-LOJA-ID
                       TO WS-CLI-LOJA(WS-IDX-CLI, WS-IDX-LJ)
               END-IF
           END-IF.

       P111-PROCURA-CLIENTE.
           MOVE "N" TO WS-CLIENTE-ACHADO
           PERFORM P113-COMPARA-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
                   OR WS-ACHOU-CLIENTE
      * O VARYING avanca uma posicao alem do cliente achado.
           IF WS-ACHOU-CLIENTE
               SET WS-IDX-CLI DOWN BY 1
           END-IF.

       P113-COMPARA-CLIENTE.
           IF WS-CLI-ID(WS-IDX-CLI) EQUAL TRANS-CLIENTE-ID
               SET WS-ACHOU-CLIENTE TO TRUE
           END-IF.

       P112-PROCURA-LOJA.
           IF WS-CLI-LOJA(WS-IDX-CLI, WS-IDX-LJ) EQUAL TRANS-LOJA-ID
               SET WS-ACHOU-LOJA TO TRUE
           END-IF.

      * Historico do cliente no RECBMST: cada venda tem a parcela 01,
      * entao parcelas 01 contam vendas; o principal das parcelas
      * (valor menos a parte de juros) soma o valor das vendas. A
      * parcela 01 vence 30 dias depois da venda (rolada para o dia
      * util), o que situa a venda na janela curta. Vendas estornadas
      * (canceladas) ficam fora.
       P150-HISTORICO-CLIENTE.
           MOVE 0 TO WS-SOMA-HISTORICO
           MOVE "N" TO WS-EOF-RECB
           COMPUTE WS-JANELA-INICIO =
               WS-DIAS-HOJE + 30 - WS-JANELA-DIAS
           COMPUTE WS-JANELA-FIM = WS-DIAS-HOJE + 34
           MOVE WS-CLI-ID(WS-IDX-CLI) TO RECB-CLIENTE-ID
           START RECEIVABLE-FILE KEY EQUAL RECB-CLIENTE-ID
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P151-LER-PARCELA-CLIENTE
           PERFORM UNTIL WS-RECB-EOF
               IF NOT RECB-CANCELADA
                   MOVE RECB-VALOR-PARCELA TO WS-PRINCIPAL-PARCELA
                   IF RECB-JUROS-PARCELA IS NUMERIC
                       SUBTRACT RECB-JUROS-PARCELA
                           FROM WS-PRINCIPAL-PARCELA
                   END-IF
                   ADD WS-PRINCIPAL-PARCELA TO WS-SOMA-HISTORICO
                   IF RECB-PARCELA EQUAL 1
                       ADD 1 TO WS-CLI-QTD-HIST(WS-IDX-CLI)
                       COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE(
                           RECB-DATA-VENCIMENTO)
                       IF WS-DIAS-VENC NOT LESS WS-JANELA-INICIO
                           AND WS-DIAS-VENC NOT GREATER WS-JANELA-FIM
                           ADD 1 TO WS-CLI-QTD-JANELA(WS-IDX-CLI)
                       END-IF
                   END-IF
               END-IF
               PERFORM P151-LER-PARCELA-CLIENTE
           END-PERFORM
           IF WS-CLI-QTD-HIST(WS-IDX-CLI) GREATER 0
               AND WS-SOMA-HISTORICO GREATER 0
               COMPUTE WS-CLI-MEDIA(WS-IDX-CLI) ROUNDED =
                   WS-SOMA-HISTORICO / WS-CLI-QTD-HIST(WS-IDX-CLI)
           END-IF.

       P151-LER-PARCELA-CLIENTE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
               NOT AT END
                   IF RECB-CLIENTE-ID NOT EQUAL WS-CLI-ID(WS-IDX-CLI)
                       SET WS-RECB-EOF TO TRUE
                   END-IF
           END-READ.

      ******** SEGUNDA LEITURA - TRIAGEM E ARQUIVO TRIADO ********
       P200-TRIA-LOTE.
           MOVE 0 TO WS-TRL-QTD
           MOVE 0 TO WS-TRL-VALOR
           MOVE "N" TO WS-EOF-TRANS
           OPEN INPUT TRANS-FILE
           OPEN OUTPUT SCREENED-FILE
           PERFORM P101-LER-TRANSACAO
           PERFORM UNTIL WS-TRANS-EOF
               EVALUATE TRUE
                   WHEN TRANS-REG-CABECALHO
                       MOVE TRANS-LOTE-ID TO WS-LOTE-ID
                       PERFORM P290-GRAVA-TRIADO
                   WHEN TRANS-REG-TRAILER
      * O trailer passa a contar so o que segue para a liquidacao.
                       MOVE WS-TRL-QTD TO TRANS-TRL-QTD
                       MOVE WS-TRL-VALOR TO TRANS-TRL-VALOR
                       PERFORM P290-GRAVA-TRIADO
                   WHEN TRANS-REG-ESTORNO
                       ADD 1 TO WS-CONT-LIDOS
                       ADD 1 TO WS-CONT-LIBERADOS
                       ADD 1 TO WS-TRL-QTD
                       PERFORM P290-GRAVA-TRIADO
                   WHEN TRANS-REG-DETALHE
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P210-AVALIA-VENDA THRU P210-FIM
                   WHEN OTHER
                       PERFORM P290-GRAVA-TRIADO
               END-EVALUATE
               PERFORM P101-LER-TRANSACAO
           END-PERFORM
           CLOSE SCREENED-FILE
           CLOSE TRANS-FILE.

       P210-AVALIA-VENDA.
           MOVE SPACE TO WS-MOT-MULTILOJA
           MOVE SPACE TO WS-MOT-VALOR
           MOVE SPACE TO WS-MOT-FREQUENCIA

           PERFORM P230-PROCURA-LIBERADA
           IF WS-ACHOU-LIBERADA
               PERFORM P240-MARCA-REAPRESENTADA
               PERFORM P280-SEGUE-VENDA
               GO TO P210-FIM
           END-IF

      * Valor invalido a liquidacao ja rejeita - aqui so segue.
           IF TRANS-VALOR-COMPRA IS NOT NUMERIC
               PERFORM P280-SEGUE-VENDA
               GO TO P210-FIM
           END-IF

           PERFORM P111-PROCURA-CLIENTE
           IF NOT WS-ACHOU-CLIENTE
               ADD 1 TO WS-CONT-SEM-TABELA
               PERFORM P280-SEGUE-VENDA
               GO TO P210-FIM
           END-IF

           IF WS-CLI-QTD-LOJAS(WS-IDX-CLI) NOT LESS WS-MAX-LOJAS
               MOVE "S" TO WS-MOT-MULTILOJA
           END-IF
           IF WS-CLI-QTD-VENDAS(WS-IDX-CLI) +
                   WS-CLI-QTD-JANELA(WS-IDX-CLI)
                   NOT LESS WS-MAX-VENDAS
               MOVE "S" TO WS-MOT-FREQUENCIA
           END-IF
           IF WS-CLI-QTD-HIST(WS-IDX-CLI) NOT LESS WS-MIN-HISTORICO
               AND WS-CLI-MEDIA(WS-IDX-CLI) GREATER 0
               COMPUTE WS-LIMITE-VALOR =
                   WS-CLI-MEDIA(WS-IDX-CLI) * WS-FATOR-MEDIA
               IF TRANS-VALOR-COMPRA GREATER WS-LIMITE-VALOR
                   MOVE "S" TO WS-MOT-VALOR
               END-IF
           END-IF

           IF WS-MOT-MULTILOJA EQUAL "S"
               OR WS-MOT-VALOR EQUAL "S"
               OR WS-MOT-FREQUENCIA EQUAL "S"
               PERFORM P220-RETEM-VENDA
           ELSE
               PERFORM P280-SEGUE-VENDA
           END-IF.
       P210-FIM.
           EXIT.

       P220-RETEM-VENDA.
           ADD 1 TO WS-PROX-SEQUENCIA
           MOVE SPACES TO RETIDA-RECORD
           MOVE WS-DATA-PROCESSO TO RETE-DATA-LOTE
           MOVE WS-PROX-SEQUENCIA TO RETE-SEQUENCIA
           MOVE WS-LOTE-ID TO RETE-LOTE-ID
           MOVE TRANS-RECORD TO RETE-TRANSACAO
           MOVE TRANS-VENDEDOR-ID TO RETE-VENDEDOR-ID
           MOVE WS-MOT-MULTILOJA TO RETE-MOT-MULTILOJA
           MOVE WS-MOT-VALOR TO RETE-MOT-VALOR
           MOVE WS-MOT-FREQUENCIA TO RETE-MOT-FREQUENCIA
           MOVE WS-CLI-QTD-LOJAS(WS-IDX-CLI) TO RETE-QTD-LOJAS
           MOVE WS-CLI-MEDIA(WS-IDX-CLI) TO RETE-MEDIA-HISTORICA
           COMPUTE RETE-QTD-JANELA = WS-CLI-QTD-VENDAS(WS-IDX-CLI)
               + WS-CLI-QTD-JANELA(WS-IDX-CLI)
           SET RETE-RETIDA TO TRUE
           WRITE RETIDA-RECORD
               INVALID KEY
      * Sem lugar na fila a venda nao pode sumir do lote: segue.
                   DISPLAY "ERRO AO GRAVAR NA FILA DE RETIDAS - FS "
                       WS-FS-RETE " - VENDA SEGUE PARA A LIQUIDACAO"
                   MOVE "RETE" TO WS-EXCP-CODIGO
                   MOVE "VENDA SUSPEITA NAO RETIDA - ERRO NA VENDRETE"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
                   PERFORM P280-SEGUE-VENDA
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-RETIDOS
                   ADD TRANS-VALOR-COMPRA TO WS-TOT-RETIDO
                   PERFORM P250-LINHA-RETIDA
                   MOVE "TRIA" TO WS-EXCP-CODIGO
                   MOVE "VENDA RETIDA NA TRIAGEM - AGUARDA REVISAO"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
           END-WRITE.

       P230-PROCURA-LIBERADA.
           MOVE "N" TO WS-LIBERADA-ACHADA
           PERFORM P231-COMPARA-LIBERADA
               VARYING WS-IDX-LIB FROM 1 BY 1
               UNTIL WS-IDX-LIB GREATER WS-QTD-LIBERADAS
                   OR WS-ACHOU-LIBERADA
           IF WS-ACHOU-LIBERADA
               SET WS-IDX-LIB DOWN BY 1
           END-IF.

       P231-COMPARA-LIBERADA.
           IF WS-LIB-USADA(WS-IDX-LIB) EQUAL "N"
               AND WS-LIB-TRANSACAO(WS-IDX-LIB) EQUAL TRANS-RECORD
               SET WS-ACHOU-LIBERADA TO TRUE
           END-IF.

       P240-MARCA-REAPRESENTADA.
           MOVE "S" TO WS-LIB-USADA(WS-IDX-LIB)
           ADD 1 TO WS-CONT-REAPRESENTADOS
           MOVE WS-LIB-CHAVE(WS-IDX-LIB) TO RETE-CHAVE
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RETE-REAPRESENTADA TO TRUE
                   REWRITE RETIDA-RECORD
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING "REAPRESENTADA (LIBERADA PELO SUPERVISOR) - FILA "
                      DELIMITED BY SIZE
                  WS-LIB-CHAVE(WS-IDX-LIB)(1:8) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-LIB-CHAVE(WS-IDX-LIB)(9:4) DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  TRANS-CLIENTE-ID DELIMITED BY SIZE
                  " LOJA " DELIMITED BY SIZE
                  TRANS-LOJA-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P250-LINHA-RETIDA.
           MOVE SPACES TO WS-TEXTO-MOTIVOS
           MOVE 1 TO WS-PONTEIRO
           IF RETE-POR-MULTILOJA
               STRING "MULTILOJA " DELIMITED BY SIZE
                      INTO WS-TEXTO-MOTIVOS
                      WITH POINTER WS-PONTEIRO
           END-IF
           IF RETE-POR-VALOR
               STRING "VALOR>MEDIA " DELIMITED BY SIZE
                      INTO WS-TEXTO-MOTIVOS
                      WITH POINTER WS-PONTEIRO
           END-IF
           IF RETE-POR-FREQUENCIA
               STRING "FREQUENCIA" DELIMITED BY SIZE
                      INTO WS-TEXTO-MOTIVOS
                      WITH POINTER WS-PONTEIRO
           END-IF
           MOVE TRANS-VALOR-COMPRA TO WS-MASCARA-VALOR
           MOVE RETE-MEDIA-HISTORICA TO WS-MASCARA-MEDIA
           MOVE SPACES TO REPORT-LINE
           STRING "RETIDA " DELIMITED BY SIZE
                  RETE-SEQUENCIA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  TRANS-CLIENTE-ID DELIMITED BY SIZE
                  " LOJA " DELIMITED BY SIZE
                  TRANS-LOJA-ID DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-MASCARA-VALOR DELIMITED BY SIZE
                  " LOJAS=" DELIMITED BY SIZE
                  RETE-QTD-LOJAS DELIMITED BY SIZE
                  " JANELA=" DELIMITED BY SIZE
                  RETE-QTD-JANELA DELIMITED BY SIZE
                  " MEDIA " DELIMITED BY SIZE
                  WS-MASCARA-MEDIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEXTO-MOTIVOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P280-SEGUE-VENDA.
           ADD 1 TO WS-CONT-LIBERADOS
           ADD 1 TO WS-TRL-QTD
           IF TRANS-VALOR-COMPRA IS NUMERIC
               ADD TRANS-VALOR-COMPRA TO WS-TRL-VALOR
           END-IF
           PERFORM P290-GRAVA-TRIADO.

       P290-GRAVA-TRIADO.
           MOVE TRANS-RECORD TO SCREENED-RECORD
           WRITE SCREENED-RECORD.

      * O arquivo triado volta para o TRANFILE que a liquidacao le.
       P300-REGRAVA-TRANFILE.
           MOVE "N" TO WS-EOF-TRIA
           OPEN INPUT SCREENED-FILE
           OPEN OUTPUT TRANS-FILE
           PERFORM P301-LER-TRIADO
           PERFORM UNTIL WS-TRIA-EOF
               MOVE SCREENED-RECORD TO TRANS-RECORD
               WRITE TRANS-RECORD
               PERFORM P301-LER-TRIADO
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE SCREENED-FILE.

       P301-LER-TRIADO.
           READ SCREENED-FILE
               AT END
                   SET WS-TRIA-EOF TO TRUE
           END-READ.

       P400-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-RETIDO TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "VENDAS LIDAS=" DELIMITED BY SIZE
                  WS-CONT-LIDOS DELIMITED BY SIZE
                  " PARA A LIQUIDACAO=" DELIMITED BY SIZE
                  WS-CONT-LIBERADOS DELIMITED BY SIZE
                  " RETIDAS=" DELIMITED BY SIZE
                  WS-CONT-RETIDOS DELIMITED BY SIZE
                  " VALOR RETIDO=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONT-REAPRESENTADOS GREATER 0
               MOVE SPACES TO REPORT-LINE
               STRING "LIBERADAS PELO SUPERVISOR REAPRESENTADAS SEM "
                          DELIMITED BY SIZE
                      "NOVA TRIAGEM=" DELIMITED BY SIZE
                      WS-CONT-REAPRESENTADOS DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CONT-SEM-TABELA GREATER 0
               MOVE SPACES TO REPORT-LINE
               STRING "ATENCAO: " DELIMITED BY SIZE
                      WS-CONT-SEM-TABELA DELIMITED BY SIZE
                      " VENDA(S) ALEM DA TABELA DE 1000 CLIENTES "
                          DELIMITED BY SIZE
                      "SEGUIRAM SEM TRIAGEM" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM VEND_TRIAGEM.
