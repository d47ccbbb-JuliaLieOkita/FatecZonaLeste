      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 31/08/2024
      * Purpose: Auditoria semanal de integridade dos recebiveis,
      *          parcela a parcela: a conciliacao do razao
      *          (RECEB_CONCILIA) prova os totais, mas nao acha uma
      *          parcela errada dentro de um total que fecha. Varre o
      *          RECBMST inteiro e aplica as regras
      *            IPAG - RECB-VALOR-PAGO igual a soma dos movimentos
      *                   da parcela no diario PAGTJRNL (sem multa,
      *                   mora e recuperacao);
      *            ISTA - situacao coerente com o saldo ("L" sem saldo
      *                   em aberto, salvo quitacao com desconto; "P"
      *                   com saldo parcial; "A" sem nada pago);
      *            ICLI - cliente da parcela cadastrado no CLIEMST;
      *            ISEQ - parcelas da venda numeradas de 01 sem
      *                   saltos;
      *            IREN - venda renegociada com cronograma sucessor
      *                   (venda posterior do mesmo cliente gravada
      *                   pela renegociacao, sem vendedor);
      *            IJRN - movimento do diario sem parcela no RECBMST.
      *          Cada divergencia sai no relatorio AUDIRPT com o
      *          codigo da regra e vai para o EXCPLOG (IPAG e IREN
      *          severas, as demais alerta). O parametro AUDIPARM
      *          informa a data de inicio do diario: parcela paga
      *          antes dela e sem movimento no diario nao e conferida
      *          contra ele. RC 4 quando houve divergencia, RC 8 com o
      *          RECBMST indisponivel. E a conferencia que a auditoria
      *          pede antes de cada fechamento de exercicio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_AUDITA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT CUSTOMER-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIE-ID
               FILE STATUS IS WS-FS-CLIE.

           SELECT JOURNAL-FILE ASSIGN TO "PAGTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT REPORT-FILE ASSIGN TO "AUDIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "AUDIPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  CUSTOMER-FILE.
       COPY CLIEMST.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY PAGTJRNL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-INICIO-DIARIO      PIC 9(08).

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

       01 WS-SWITCHES-AUDITA.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
           05 WS-FS-JRNL               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-JRNL              PIC X(01) VALUE "N".
               88 WS-JRNL-EOF          VALUE "S".
           05 WS-CADASTRO-CLIENTES     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-CLIE VALUE "S".
           05 WS-CLIENTE-CADASTRADO    PIC X(01) VALUE "N".
               88 WS-CLIENTE-EXISTE    VALUE "S".
           05 WS-DIARIO-LIDO           PIC X(01) VALUE "N".
               88 WS-TEM-DIARIO        VALUE "S".
           05 WS-ESTOURO-DIARIO        PIC X(01) VALUE "N".
               88 WS-DIARIO-ESTOUROU   VALUE "S".
           05 WS-ESTOURO-RENEG         PIC X(01) VALUE "N".
               88 WS-RENEG-ESTOUROU    VALUE "S".
           05 WS-ACHOU-DIARIO          PIC X(01) VALUE "N".
               88 WS-PARC-ACHADA-DIARIO VALUE "S".
           05 WS-SIT-DIARIO-PARC       PIC X(01) VALUE "N".
               88 WS-DIARIO-PARC-INCERTO VALUE "?".
           05 WS-QUITACAO-PARC         PIC X(01) VALUE "N".
               88 WS-PARC-TEM-QUITACAO VALUE "S".
           05 WS-VENDA-RENEGOCIADA     PIC X(01) VALUE "N".
               88 WS-VENDA-FOI-RENEGOCIADA VALUE "S".
           05 WS-SUCESSOR-ACHADO       PIC X(01) VALUE "N".
               88 WS-TEM-SUCESSOR      VALUE "S".

       01 WS-PARAMETROS-AUDITA.
           05 WS-INICIO-DIARIO         PIC 9(08) VALUE 20230128.

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-CAMPOS-AUDITA.
           05 WS-VENDA-ATUAL           PIC 9(06) VALUE 0.
           05 WS-CLIENTE-VENDA         PIC X(10) VALUE SPACES.
           05 WS-PARCELA-ANTERIOR      PIC 9(02) VALUE 0.
           05 WS-PARCELA-ESPERADA      PIC 9(03) VALUE 0.
           05 WS-ULTIMO-CLIENTE        PIC X(10) VALUE SPACES.
           05 WS-BUSCA-VENDA           PIC 9(06) VALUE 0.
           05 WS-BUSCA-PARCELA         PIC 9(02) VALUE 0.
           05 WS-POS-DIARIO            PIC 9(05) COMP VALUE 0.
           05 WS-SOMA-DIARIO           PIC S9(09)V99 VALUE 0.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.

      * Uma divergencia a registrar: regra, parcela e o texto que vai
      * para o relatorio e para o EXCPLOG.
       01 WS-DIVERGENCIA.
           05 WS-DIVG-REGRA            PIC X(04) VALUE SPACES.
           05 WS-DIVG-VENDA            PIC 9(06) VALUE 0.
           05 WS-DIVG-PARCELA          PIC 9(02) VALUE 0.
           05 WS-DIVG-CLIENTE          PIC X(10) VALUE SPACES.
           05 WS-DIVG-TEXTO            PIC X(40) VALUE SPACES.
           05 WS-DIVG-DETALHE          PIC X(40) VALUE SPACES.

      * Soma por parcela dos movimentos do diario que abatem o saldo.
       01 WS-TABELA-DIARIO.
           05 WS-QTD-DIARIO            PIC 9(05) COMP VALUE 0.
           05 WS-DIARIO-ITEM OCCURS 5000 TIMES
                   INDEXED BY WS-IDX-DIARIO.
               10 WS-DIAR-VENDA        PIC 9(06).
               10 WS-DIAR-PARCELA      PIC 9(02).
               10 WS-DIAR-SOMA         PIC S9(09)V99.
               10 WS-DIAR-QUITACAO     PIC X(01).
               10 WS-DIAR-ACHADA       PIC X(01).

      * Vendas com parcela renegociada, conferidas depois da varredura
      * contra as vendas do mesmo cliente.
       01 WS-TABELA-RENEG.
           05 WS-QTD-RENEG             PIC 9(04) COMP VALUE 0.
           05 WS-RENEG-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-RENEG.
               10 WS-RENG-VENDA        PIC 9(06).
               10 WS-RENG-CLIENTE      PIC X(10).

       01 WS-TOTAIS-AUDITA.
           05 WS-CONT-PARCELAS         PIC 9(07) VALUE 0.
           05 WS-CONT-VENDAS           PIC 9(07) VALUE 0.
           05 WS-CONT-MOVTOS           PIC 9(07) VALUE 0.
           05 WS-CONT-ANTERIORES       PIC 9(07) VALUE 0.
           05 WS-CONT-NAO-CONFERIDAS   PIC 9(07) VALUE 0.
           05 WS-CONT-RENEGOCIADAS     PIC 9(07) VALUE 0.
           05 WS-CONT-IPAG             PIC 9(07) VALUE 0.
           05 WS-CONT-ISTA             PIC 9(07) VALUE 0.
           05 WS-CONT-ICLI             PIC 9(07) VALUE 0.
           05 WS-CONT-ISEQ             PIC 9(07) VALUE 0.
           05 WS-CONT-IREN             PIC 9(07) VALUE 0.
           05 WS-CONT-IJRN             PIC 9(07) VALUE 0.
           05 WS-CONT-DIVERGENCIAS     PIC 9(07) VALUE 0.

       01 WS-EDICAO-AUDITA.
           05 WS-MASCARA-DIARIO        PIC -Z(6)9,99.

           COPY MASCNUM.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-AUDITA

           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "RECEBIVEIS INDISPONIVEIS NA AUDITORIA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CLIE EQUAL "00"
               SET WS-TEM-CADASTRO-CLIE TO TRUE
           ELSE
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - REGRA "
                   "ICLI SO PARA PARCELA SEM CLIENTE"
               MOVE "CLIE" TO WS-EXCP-CODIGO
               MOVE "CLIEMST INDISPONIVEL - CLIENTE NAO CONFERIDO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM P050-GRAVA-CABECALHO

           PERFORM P100-CARREGA-DIARIO
           PERFORM P200-VARRE-RECEBIVEIS
           PERFORM P300-CONFERE-RENEGOCIADAS
           IF WS-TEM-DIARIO
               PERFORM P400-CONFERE-MOVIMENTO
                   VARYING WS-IDX-DIARIO FROM 1 BY 1
                   UNTIL WS-IDX-DIARIO GREATER WS-QTD-DIARIO
           END-IF

           PERFORM P600-GRAVA-RESUMO
           CLOSE REPORT-FILE
           IF WS-TEM-CADASTRO-CLIE
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE RECEIVABLE-FILE
           CLOSE EXCEPTION-LOG-FILE

           IF WS-CONT-DIVERGENCIAS GREATER 0
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
           MOVE "RECEB_AUDITA" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "IPAG"
               WHEN "IREN"
               WHEN "RECB"
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

       P010-LE-PARM-AUDITA.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-INICIO-DIARIO IS NUMERIC
                           AND PARM-INICIO-DIARIO GREATER 0
                           MOVE PARM-INICIO-DIARIO TO WS-INICIO-DIARIO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P050-GRAVA-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "AUDITORIA DE INTEGRIDADE DOS RECEBIVEIS EM "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  " - DIARIO DE PAGAMENTOS DESDE " DELIMITED BY SIZE
                  WS-INICIO-DIARIO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGRAS: IPAG PAGO X DIARIO  ISTA SITUACAO X SALDO"
                      DELIMITED BY SIZE
                  "  ICLI CLIENTE  ISEQ NUMERACAO  IREN RENEGOCIADA"
                      DELIMITED BY SIZE
                  "  IJRN DIARIO" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  REGRA VENDA   PC  CLIENTE     DIVERGENCIA"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P100-CARREGA-DIARIO.
           MOVE "N" TO WS-EOF-JRNL
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRNL NOT EQUAL "00"
               DISPLAY "DIARIO DE PAGAMENTOS AUSENTE - REGRAS IPAG E "
                   "IJRN NAO APLICADAS"
               MOVE "JRNL" TO WS-EXCP-CODIGO
               MOVE "DIARIO DE PAGAMENTOS AUSENTE - PAGO NAO CONFERIDO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           ELSE
               SET WS-TEM-DIARIO TO TRUE
               PERFORM P110-LER-MOVIMENTO
               PERFORM UNTIL WS-JRNL-EOF
                   PERFORM P120-ACUMULA-MOVIMENTO THRU P120-FIM
                   PERFORM P110-LER-MOVIMENTO
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-DIARIO-ESTOUROU
                   DISPLAY "TABELA DO DIARIO CHEIA - PARCELAS FORA DELA"
                       " NAO CONFERIDAS CONTRA O DIARIO"
                   MOVE "JRNL" TO WS-EXCP-CODIGO
                   MOVE "TABELA DO DIARIO CHEIA - PAGO NAO CONFERIDO"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
               END-IF
           END-IF.

       P110-LER-MOVIMENTO.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-MOVTOS
           END-READ.

       P120-ACUMULA-MOVIMENTO.
      * Multa, mora e recuperacao de perda nao abatem o saldo da
      * parcela e ficam fora da soma, como na conciliacao do razao.
           IF JRNL-ORIG-MULTA OR JRNL-ORIG-MORA
               OR JRNL-ORIG-RECUPERACAO
               GO TO P120-FIM
           END-IF
           IF JRNL-VENDA-ID IS NOT NUMERIC
               OR JRNL-PARCELA IS NOT NUMERIC
               OR JRNL-VALOR IS NOT NUMERIC
               GO TO P120-FIM
           END-IF
           MOVE JRNL-VENDA-ID TO WS-BUSCA-VENDA
           MOVE JRNL-PARCELA TO WS-BUSCA-PARCELA
           PERFORM P130-LOCALIZA-DIARIO
           IF NOT WS-PARC-ACHADA-DIARIO
               IF WS-QTD-DIARIO NOT LESS 5000
                   SET WS-DIARIO-ESTOUROU TO TRUE
                   GO TO P120-FIM
               END-IF
               ADD 1 TO WS-QTD-DIARIO
               MOVE WS-QTD-DIARIO TO WS-POS-DIARIO
               MOVE JRNL-VENDA-ID TO WS-DIAR-VENDA(WS-POS-DIARIO)
               MOVE JRNL-PARCELA TO WS-DIAR-PARCELA(WS-POS-DIARIO)
               MOVE 0 TO WS-DIAR-SOMA(WS-POS-DIARIO)
               MOVE "N" TO WS-DIAR-QUITACAO(WS-POS-DIARIO)
               MOVE "N" TO WS-DIAR-ACHADA(WS-POS-DIARIO)
           END-IF
           ADD JRNL-VALOR TO WS-DIAR-SOMA(WS-POS-DIARIO)
           IF JRNL-ORIG-QUITACAO
               MOVE "S" TO WS-DIAR-QUITACAO(WS-POS-DIARIO)
           END-IF.
       P120-FIM.
           EXIT.

       P130-LOCALIZA-DIARIO.
           MOVE "N" TO WS-ACHOU-DIARIO
           MOVE 0 TO WS-POS-DIARIO
           PERFORM P131-COMPARA-DIARIO
               VARYING WS-IDX-DIARIO FROM 1 BY 1
               UNTIL WS-IDX-DIARIO GREATER WS-QTD-DIARIO
                  OR WS-PARC-ACHADA-DIARIO.

       P131-COMPARA-DIARIO.
           IF WS-DIAR-VENDA(WS-IDX-DIARIO) EQUAL WS-BUSCA-VENDA
               AND WS-DIAR-PARCELA(WS-IDX-DIARIO) EQUAL WS-BUSCA-PARCELA
               SET WS-PARC-ACHADA-DIARIO TO TRUE
               SET WS-POS-DIARIO TO WS-IDX-DIARIO
           END-IF.

       P200-VARRE-RECEBIVEIS.
           MOVE "N" TO WS-EOF-RECB
           MOVE LOW-VALUES TO RECB-CHAVE
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P210-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               PERFORM P220-CONFERE-PARCELA
               PERFORM P210-LER-RECEBIVEL
           END-PERFORM
           IF WS-CONT-PARCELAS GREATER 0
               PERFORM P260-FECHA-VENDA
           END-IF.

       P210-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P220-CONFERE-PARCELA.
           ADD 1 TO WS-CONT-PARCELAS
           IF WS-CONT-PARCELAS EQUAL 1
               OR RECB-VENDA-ID NOT EQUAL WS-VENDA-ATUAL
               IF WS-CONT-PARCELAS GREATER 1
                   PERFORM P260-FECHA-VENDA
               END-IF
               ADD 1 TO WS-CONT-VENDAS
               MOVE RECB-VENDA-ID TO WS-VENDA-ATUAL
               MOVE RECB-CLIENTE-ID TO WS-CLIENTE-VENDA
               MOVE 0 TO WS-PARCELA-ANTERIOR
               MOVE "N" TO WS-VENDA-RENEGOCIADA
           END-IF
           PERFORM P230-REGRA-PAGAMENTO THRU P230-FIM
           PERFORM P240-REGRA-SITUACAO
           PERFORM P250-REGRA-CLIENTE THRU P250-FIM
           PERFORM P255-REGRA-SEQUENCIA
           IF RECB-RENEGOCIADA
               SET WS-VENDA-FOI-RENEGOCIADA TO TRUE
           END-IF.

       P230-REGRA-PAGAMENTO.
           MOVE "N" TO WS-SIT-DIARIO-PARC
           MOVE "N" TO WS-QUITACAO-PARC
           IF NOT WS-TEM-DIARIO
               MOVE "?" TO WS-SIT-DIARIO-PARC
               GO TO P230-FIM
           END-IF
           MOVE RECB-VENDA-ID TO WS-BUSCA-VENDA
           MOVE RECB-PARCELA TO WS-BUSCA-PARCELA
           PERFORM P130-LOCALIZA-DIARIO
           IF WS-PARC-ACHADA-DIARIO
               MOVE "S" TO WS-DIAR-ACHADA(WS-POS-DIARIO)
               MOVE WS-DIAR-SOMA(WS-POS-DIARIO) TO WS-SOMA-DIARIO
               IF WS-DIAR-QUITACAO(WS-POS-DIARIO) EQUAL "S"
                   SET WS-PARC-TEM-QUITACAO TO TRUE
               END-IF
           ELSE
               IF WS-DIARIO-ESTOUROU
                   ADD 1 TO WS-CONT-NAO-CONFERIDAS
                   MOVE "?" TO WS-SIT-DIARIO-PARC
                   GO TO P230-FIM
               END-IF
               MOVE 0 TO WS-SOMA-DIARIO
      * Pagamento anterior ao diario nao tem movimento nele: a parcela
      * fica sem conferencia, mas entra na contagem do resumo.
               IF RECB-VALOR-PAGO NOT EQUAL 0
                   AND RECB-DATA-PAGAMENTO IS NUMERIC
                   AND RECB-DATA-PAGAMENTO GREATER 0
                   AND RECB-DATA-PAGAMENTO LESS WS-INICIO-DIARIO
                   ADD 1 TO WS-CONT-ANTERIORES
                   MOVE "?" TO WS-SIT-DIARIO-PARC
                   GO TO P230-FIM
               END-IF
           END-IF
           IF RECB-VALOR-PAGO NOT EQUAL WS-SOMA-DIARIO
               MOVE "IPAG" TO WS-DIVG-REGRA
               MOVE "VALOR PAGO DIFERE DA SOMA DO DIARIO"
                   TO WS-DIVG-TEXTO
               MOVE RECB-VALOR-PAGO TO WS-MASCARA-PADRAO
               MOVE WS-SOMA-DIARIO TO WS-MASCARA-DIARIO
               MOVE SPACES TO WS-DIVG-DETALHE
               STRING "PAGO=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      " DIARIO=" DELIMITED BY SIZE
                      WS-MASCARA-DIARIO DELIMITED BY SIZE
                      INTO WS-DIVG-DETALHE
               PERFORM P290-DIVERGENCIA-PARCELA
           END-IF.
       P230-FIM.
           EXIT.

       P240-REGRA-SITUACAO.
      * A quitacao antecipada fecha a parcela como "L" com o desconto
      * ainda no saldo; so sem o movimento QUITACAO no diario a "L"
      * com saldo e divergencia.
           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           MOVE SPACES TO WS-DIVG-TEXTO
           EVALUATE TRUE
               WHEN RECB-LIQUIDADA
                   IF WS-SALDO-PARCELA GREATER 0
                       AND NOT WS-PARC-TEM-QUITACAO
                       AND NOT WS-DIARIO-PARC-INCERTO
                       MOVE "LIQUIDADA COM SALDO EM ABERTO"
                           TO WS-DIVG-TEXTO
                   END-IF
               WHEN RECB-PARCIAL
                   IF RECB-VALOR-PAGO NOT GREATER 0
                       MOVE "PARCIAL SEM VALOR PAGO" TO WS-DIVG-TEXTO
                   ELSE
                       IF WS-SALDO-PARCELA NOT GREATER 0
                           MOVE "PARCIAL SEM SALDO EM ABERTO"
                               TO WS-DIVG-TEXTO
                       END-IF
                   END-IF
               WHEN RECB-ABERTA
                   IF RECB-VALOR-PAGO NOT EQUAL 0
                       MOVE "ABERTA COM VALOR PAGO" TO WS-DIVG-TEXTO
                   END-IF
               WHEN RECB-CANCELADA
               WHEN RECB-RENEGOCIADA
               WHEN RECB-BAIXADA-PERDA
                   CONTINUE
               WHEN OTHER
                   MOVE "SITUACAO DA PARCELA INVALIDA"
                       TO WS-DIVG-TEXTO
           END-EVALUATE
           IF WS-DIVG-TEXTO EQUAL SPACES
               AND WS-SALDO-PARCELA LESS 0
               MOVE "VALOR PAGO ACIMA DO VALOR DA PARCELA"
                   TO WS-DIVG-TEXTO
           END-IF
           IF WS-DIVG-TEXTO NOT EQUAL SPACES
               MOVE "ISTA" TO WS-DIVG-REGRA
               MOVE RECB-VALOR-PARCELA TO WS-MASCARA-PADRAO
               MOVE RECB-VALOR-PAGO TO WS-MASCARA-DIARIO
               MOVE SPACES TO WS-DIVG-DETALHE
               STRING "SIT=" DELIMITED BY SIZE
                      RECB-STATUS DELIMITED BY SIZE
                      " VALOR=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      " PAGO=" DELIMITED BY SIZE
                      WS-MASCARA-DIARIO DELIMITED BY SIZE
                      INTO WS-DIVG-DETALHE
               PERFORM P290-DIVERGENCIA-PARCELA
           END-IF.

       P250-REGRA-CLIENTE.
           MOVE SPACES TO WS-DIVG-DETALHE
           IF RECB-CLIENTE-ID EQUAL SPACES
               MOVE "ICLI" TO WS-DIVG-REGRA
               MOVE "PARCELA SEM CLIENTE" TO WS-DIVG-TEXTO
               PERFORM P290-DIVERGENCIA-PARCELA
               GO TO P250-FIM
           END-IF
           IF NOT WS-TEM-CADASTRO-CLIE
               GO TO P250-FIM
           END-IF
      * Parcelas da mesma venda vem juntas na varredura: o cadastro so
      * e lido quando o cliente muda.
           IF RECB-CLIENTE-ID NOT EQUAL WS-ULTIMO-CLIENTE
               MOVE RECB-CLIENTE-ID TO WS-ULTIMO-CLIENTE
               MOVE RECB-CLIENTE-ID TO CLIE-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CLIENTE-CADASTRADO
                   NOT INVALID KEY
                       MOVE "S" TO WS-CLIENTE-CADASTRADO
               END-READ
           END-IF
           IF NOT WS-CLIENTE-EXISTE
               MOVE "ICLI" TO WS-DIVG-REGRA
               MOVE "CLIENTE NAO CADASTRADO NO CLIEMST"
                   TO WS-DIVG-TEXTO
               PERFORM P290-DIVERGENCIA-PARCELA
           END-IF.
       P250-FIM.
           EXIT.

       P255-REGRA-SEQUENCIA.
           COMPUTE WS-PARCELA-ESPERADA = WS-PARCELA-ANTERIOR + 1
           IF RECB-PARCELA NOT EQUAL WS-PARCELA-ESPERADA
               MOVE "ISEQ" TO WS-DIVG-REGRA
               IF WS-PARCELA-ANTERIOR EQUAL 0
                   MOVE "VENDA NAO COMECA NA PARCELA 01"
                       TO WS-DIVG-TEXTO
               ELSE
                   MOVE "SALTO NA NUMERACAO DAS PARCELAS"
                       TO WS-DIVG-TEXTO
               END-IF
               MOVE SPACES TO WS-DIVG-DETALHE
               STRING "ANTERIOR=" DELIMITED BY SIZE
                      WS-PARCELA-ANTERIOR DELIMITED BY SIZE
                      " ESPERADA=" DELIMITED BY SIZE
                      WS-PARCELA-ESPERADA(2:2) DELIMITED BY SIZE
                      INTO WS-DIVG-DETALHE
               PERFORM P290-DIVERGENCIA-PARCELA
           END-IF
           MOVE RECB-PARCELA TO WS-PARCELA-ANTERIOR.

       P260-FECHA-VENDA.
           IF WS-VENDA-FOI-RENEGOCIADA
               ADD 1 TO WS-CONT-RENEGOCIADAS
               IF WS-QTD-RENEG LESS 500
                   ADD 1 TO WS-QTD-RENEG
                   MOVE WS-VENDA-ATUAL TO WS-RENG-VENDA(WS-QTD-RENEG)
                   MOVE WS-CLIENTE-VENDA
                       TO WS-RENG-CLIENTE(WS-QTD-RENEG)
               ELSE
                   SET WS-RENEG-ESTOUROU TO TRUE
               END-IF
           END-IF.

       P290-DIVERGENCIA-PARCELA.
           MOVE RECB-VENDA-ID TO WS-DIVG-VENDA
           MOVE RECB-PARCELA TO WS-DIVG-PARCELA
           MOVE RECB-CLIENTE-ID TO WS-DIVG-CLIENTE
           PERFORM P500-REGISTRA-DIVERGENCIA.

       P300-CONFERE-RENEGOCIADAS.
           IF WS-RENEG-ESTOUROU
               DISPLAY "TABELA DE VENDAS RENEGOCIADAS CHEIA - PARTE "
                   "NAO CONFERIDA"
               MOVE "RENG" TO WS-EXCP-CODIGO
               MOVE "TABELA DE RENEGOCIADAS CHEIA - SEM CONFERENCIA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF
           PERFORM P310-PROCURA-SUCESSOR
               VARYING WS-IDX-RENEG FROM 1 BY 1
               UNTIL WS-IDX-RENEG GREATER WS-QTD-RENEG.

       P310-PROCURA-SUCESSOR.
      * A renegociacao nao grava o vinculo entre as vendas: o
      * cronograma novo e uma venda de numero maior do mesmo cliente,
      * gravada sem vendedor.
           MOVE "N" TO WS-SUCESSOR-ACHADO
           MOVE "N" TO WS-EOF-RECB
           MOVE WS-RENG-CLIENTE(WS-IDX-RENEG) TO RECB-CLIENTE-ID
           START RECEIVABLE-FILE KEY EQUAL RECB-CLIENTE-ID
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P320-LER-PARCELA-CLIENTE
           PERFORM UNTIL WS-RECB-EOF OR WS-TEM-SUCESSOR
               IF RECB-VENDA-ID GREATER WS-RENG-VENDA(WS-IDX-RENEG)
                   AND RECB-VENDEDOR-ID EQUAL SPACES
                   SET WS-TEM-SUCESSOR TO TRUE
               ELSE
                   PERFORM P320-LER-PARCELA-CLIENTE
               END-IF
           END-PERFORM
           IF NOT WS-TEM-SUCESSOR
               MOVE "IREN" TO WS-DIVG-REGRA
               MOVE WS-RENG-VENDA(WS-IDX-RENEG) TO WS-DIVG-VENDA
               MOVE 0 TO WS-DIVG-PARCELA
               MOVE WS-RENG-CLIENTE(WS-IDX-RENEG) TO WS-DIVG-CLIENTE
               MOVE "RENEGOCIADA SEM CRONOGRAMA SUCESSOR"
                   TO WS-DIVG-TEXTO
               MOVE SPACES TO WS-DIVG-DETALHE
               PERFORM P500-REGISTRA-DIVERGENCIA
           END-IF.

       P320-LER-PARCELA-CLIENTE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
               NOT AT END
                   IF RECB-CLIENTE-ID NOT EQUAL
                       WS-RENG-CLIENTE(WS-IDX-RENEG)
                       SET WS-RECB-EOF TO TRUE
                   END-IF
           END-READ.

       P400-CONFERE-MOVIMENTO.
           IF WS-DIAR-ACHADA(WS-IDX-DIARIO) EQUAL "N"
               MOVE "IJRN" TO WS-DIVG-REGRA
               MOVE WS-DIAR-VENDA(WS-IDX-DIARIO) TO WS-DIVG-VENDA
               MOVE WS-DIAR-PARCELA(WS-IDX-DIARIO) TO WS-DIVG-PARCELA
               MOVE SPACES TO WS-DIVG-CLIENTE
               MOVE "MOVIMENTO DO DIARIO SEM PARCELA" TO WS-DIVG-TEXTO
               MOVE WS-DIAR-SOMA(WS-IDX-DIARIO) TO WS-MASCARA-DIARIO
               MOVE SPACES TO WS-DIVG-DETALHE
               STRING "DIARIO=" DELIMITED BY SIZE
                      WS-MASCARA-DIARIO DELIMITED BY SIZE
                      INTO WS-DIVG-DETALHE
               PERFORM P500-REGISTRA-DIVERGENCIA
           END-IF.

       P500-REGISTRA-DIVERGENCIA.
           ADD 1 TO WS-CONT-DIVERGENCIAS
           EVALUATE WS-DIVG-REGRA
               WHEN "IPAG"
                   ADD 1 TO WS-CONT-IPAG
               WHEN "ISTA"
                   ADD 1 TO WS-CONT-ISTA
               WHEN "ICLI"
                   ADD 1 TO WS-CONT-ICLI
               WHEN "ISEQ"
                   ADD 1 TO WS-CONT-ISEQ
               WHEN "IREN"
                   ADD 1 TO WS-CONT-IREN
               WHEN "IJRN"
                   ADD 1 TO WS-CONT-IJRN
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-DIVG-REGRA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIVG-VENDA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIVG-PARCELA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIVG-CLIENTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIVG-TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIVG-DETALHE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIVG-REGRA TO WS-EXCP-CODIGO
           MOVE SPACES TO WS-EXCP-DESCRICAO
           STRING "VENDA " DELIMITED BY SIZE
                  WS-DIVG-VENDA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DIVG-PARCELA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIVG-TEXTO DELIMITED BY SIZE
                  INTO WS-EXCP-DESCRICAO
           PERFORM P091-GRAVA-EXCECAO.

       P600-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PARCELAS CONFERIDAS=" DELIMITED BY SIZE
                  WS-CONT-PARCELAS DELIMITED BY SIZE
                  " VENDAS=" DELIMITED BY SIZE
                  WS-CONT-VENDAS DELIMITED BY SIZE
                  " RENEGOCIADAS=" DELIMITED BY SIZE
                  WS-CONT-RENEGOCIADAS DELIMITED BY SIZE
                  " MOVIMENTOS DO DIARIO=" DELIMITED BY SIZE
                  WS-CONT-MOVTOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SEM CONFERENCIA DO PAGO: PAGAS ANTES DO DIARIO="
                      DELIMITED BY SIZE
                  WS-CONT-ANTERIORES DELIMITED BY SIZE
                  " FORA DA TABELA DO DIARIO=" DELIMITED BY SIZE
                  WS-CONT-NAO-CONFERIDAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DIVERGENCIAS: IPAG=" DELIMITED BY SIZE
                  WS-CONT-IPAG DELIMITED BY SIZE
                  " ISTA=" DELIMITED BY SIZE
                  WS-CONT-ISTA DELIMITED BY SIZE
                  " ICLI=" DELIMITED BY SIZE
                  WS-CONT-ICLI DELIMITED BY SIZE
                  " ISEQ=" DELIMITED BY SIZE
                  WS-CONT-ISEQ DELIMITED BY SIZE
                  " IREN=" DELIMITED BY SIZE
                  WS-CONT-IREN DELIMITED BY SIZE
                  " IJRN=" DELIMITED BY SIZE
                  WS-CONT-IJRN DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-CONT-DIVERGENCIAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONT-DIVERGENCIAS EQUAL 0
               MOVE SPACES TO REPORT-LINE
               STRING "NENHUMA DIVERGENCIA ENCONTRADA" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "AUDITORIA DOS RECEBIVEIS - " WS-CONT-PARCELAS
               " PARCELA(S), " WS-CONT-DIVERGENCIAS
               " DIVERGENCIA(S)".

       END PROGRAM RECEB_AUDITA.
