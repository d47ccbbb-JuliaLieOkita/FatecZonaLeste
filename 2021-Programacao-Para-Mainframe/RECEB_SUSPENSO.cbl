      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 11/11/2023
      * Purpose: Manutencao dos creditos bancarios em suspenso: o
      *          RETSUSP que o retorno bancario (RECEB_RETORNO) grava
      *          com os creditos sem casamento e carregado no cadastro
      *          SUSPMST (uma vez por dia de retorno - a carga so
      *          acontece quando o CTRLFILE tem o passo RECEB_RETORN
      *          da data, e a chave data + sequencia torna a rodada
      *          repetida inofensiva), e a cobranca resolve cada
      *          credito pendente por transacao - do arquivo SUSPTRAN
      *          ou, na falta dele, digitada no terminal: atribuir o
      *          credito a uma venda e parcela (A), dividi-lo entre
      *          varias parcelas com a soma igual ao credito (D) ou
      *          marca-lo para reembolso (R). Os creditos atribuidos e
      *          divididos vao para o SUSPPAGT no layout do PAGTFILE,
      *          com a data original do credito, e o retorno seguinte
      *          os repassa ao PAGTFILE para a baixa (RECEB_BAIXA)
      *          postar. Os que continuam pendentes saem envelhecidos
      *          por faixa de dias no relatorio SUSPRPT, com o saldo
      *          em suspenso para o gerente da tesouraria. Transacoes
      *          rejeitadas vao para o relatorio e para o EXCPLOG, e
      *          os totais de controle para o CTRLFILE.
      * Tectonics: cobc
      * Modified: 07/09/2024 (JLOS) - O RETSUSP e carregado em toda
      *           rodada, qualquer que seja a data de negocio: a data
      *           de carga da chave passa a ser a do ultimo passo
      *           RECEB_RETORN do CTRLFILE (o retorno que gravou o
      *           arquivo em disco), nao o DATAPROC. Um dia sem a
      *           manutencao do suspenso nao perde mais os creditos
      *           daquele retorno, e a carga repetida do mesmo arquivo
      *           cai nas chaves ja gravadas no SUSPMST. Chave ja
      *           gravada com outro credito vai para o EXCPLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_SUSPENSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "RETSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RSUS.

           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CHAVE
               FILE STATUS IS WS-FS-SUSP.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT TRANSACTION-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAN.

           SELECT RESOLVED-PAYMENT-FILE ASSIGN TO "SUSPPAGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPAG.

           SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
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
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  RSUS-CLIENTE-ID         PIC X(10).
           05  RSUS-VENDA-ID           PIC 9(06).
           05  RSUS-PARCELA            PIC 9(02).
           05  RSUS-DATA               PIC 9(08).
           05  RSUS-VALOR              PIC 9(09)V99.
           05  RSUS-NOSSO-NUMERO       PIC 9(11).

       FD  SUSPENSE-MASTER-FILE.
       COPY SUSPMST.

       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD          PIC X(127).

       FD  RESOLVED-PAYMENT-FILE
           RECORDING MODE IS F.
       01  RESOLVED-PAYMENT-RECORD.
           05  SPAG-VENDA-ID           PIC 9(06).
           05  SPAG-PARCELA            PIC 9(02).
           05  SPAG-DATA               PIC 9(08).
           05  SPAG-VALOR              PIC 9(09)V99.

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

       01 WS-SWITCHES-SUSPENSO.
           05 WS-FS-RSUS               PIC X(02) VALUE SPACES.
           05 WS-FS-SUSP               PIC X(02) VALUE SPACES.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-TRAN               PIC X(02) VALUE SPACES.
           05 WS-FS-SPAG               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-RSUS              PIC X(01) VALUE "N".
               88 WS-RSUS-EOF          VALUE "S".
           05 WS-EOF-SUSP              PIC X(01) VALUE "N".
               88 WS-SUSP-EOF          VALUE "S".
           05 WS-EOF-TRAN              PIC X(01) VALUE "N".
               88 WS-TRAN-EOF          VALUE "S".
           05 WS-EOF-CTRL              PIC X(01) VALUE "N".
               88 WS-CTRL-EOF          VALUE "S".
           05 WS-RETORNO-ACHADO        PIC X(01) VALUE "N".
               88 WS-TEM-RETORNO       VALUE "S".
           05 WS-FIM-ITENS             PIC X(01) VALUE "N".
               88 WS-ACABOU-ITENS      VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.
       01 WS-DATA-RETORNO              PIC 9(08) VALUE 0.
       01 WS-CREDITO-CARGA             PIC X(48) VALUE SPACES.

       01 WS-TRANSACAO.
           05 WS-TRAN-ACAO             PIC X(01).
               88 WS-TRAN-ATRIBUIR     VALUE "A".
               88 WS-TRAN-DIVIDIR      VALUE "D".
               88 WS-TRAN-REEMBOLSAR   VALUE "R".
               88 WS-TRAN-FIM          VALUE "F" " ".
           05 WS-TRAN-DATA-CARGA       PIC 9(08).
           05 WS-TRAN-SEQUENCIA        PIC 9(04).
           05 WS-TRAN-ITEM OCCURS 6 TIMES.
               10 WS-TRAN-VENDA-ID     PIC 9(06).
               10 WS-TRAN-PARCELA      PIC 9(02).
               10 WS-TRAN-VALOR        PIC 9(09)V99.

       01 WS-CAMPOS-SUSPENSO.
           05 WS-SEQ-CARGA             PIC 9(04) VALUE 0.
           05 WS-QTD-ITENS             PIC 9(02) COMP VALUE 0.
           05 WS-IDX-ITEM              PIC 9(02) COMP VALUE 0.
           05 WS-SOMA-ITENS            PIC 9(11)V99 VALUE 0.
           05 WS-MOTIVO                PIC X(45) VALUE SPACES.
           05 WS-ACAO-DESCRICAO        PIC X(20) VALUE SPACES.
           05 WS-DIAS-HOJE             PIC 9(08) VALUE 0.
           05 WS-DATA-IDADE            PIC 9(08) VALUE 0.
           05 WS-DIAS-IDADE            PIC S9(05) VALUE 0.
           05 WS-IDX-FAIXA             PIC 9(01) COMP VALUE 0.
           05 WS-MASCARA-DIAS          PIC Z(04)9.
           05 WS-MASCARA-TOTAL         PIC -Z(10)9,99.

       01 WS-CONTADORES-SUSPENSO.
           05 WS-CONT-CARREGADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-JA-CARREGADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-TRANSACOES       PIC 9(05) VALUE 0.
           05 WS-CONT-APLICADAS        PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADAS       PIC 9(05) VALUE 0.
           05 WS-CONT-ATRIBUIDOS       PIC 9(05) VALUE 0.
           05 WS-CONT-DIVIDIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REEMBOLSOS       PIC 9(05) VALUE 0.
           05 WS-CONT-PAGAMENTOS       PIC 9(05) VALUE 0.
           05 WS-CONT-PENDENTES        PIC 9(05) VALUE 0.

       01 WS-TOTAIS-SUSPENSO.
           05 WS-TOT-CARREGADO         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-RESOLVIDO         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-REEMBOLSO         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-PENDENTE          PIC 9(11)V99 VALUE 0.

      * Faixas de idade do saldo em suspenso (dias desde o credito).
       01 WS-ROTULOS-FAIXA.
           05 FILLER                   PIC X(16) VALUE
               "ATE 30 DIAS     ".
           05 FILLER                   PIC X(16) VALUE
               "31 A 60 DIAS    ".
           05 FILLER                   PIC X(16) VALUE
               "61 A 90 DIAS    ".
           05 FILLER                   PIC X(16) VALUE
               "ACIMA DE 90 DIAS".
       01 WS-TABELA-ROTULOS REDEFINES WS-ROTULOS-FAIXA.
           05 WS-ROTULO-FAIXA          PIC X(16) OCCURS 4 TIMES.

       01 WS-TABELA-FAIXAS.
           05 WS-FAIXA-ITEM OCCURS 4 TIMES.
               10 WS-FAIXA-QTD         PIC 9(05).
               10 WS-FAIXA-VALOR       PIC 9(11)V99.

           COPY MASCNUM.
       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)

           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE RECEBIVEIS INDISPONIVEL NO SUSPENSO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O SUSPENSE-MASTER-FILE
           IF WS-FS-SUSP EQUAL "35"
               OPEN OUTPUT SUSPENSE-MASTER-FILE
               CLOSE SUSPENSE-MASTER-FILE
               OPEN I-O SUSPENSE-MASTER-FILE
           END-IF
           IF WS-FS-SUSP NOT EQUAL "00"
               DISPLAY "CADASTRO DE SUSPENSOS INDISPONIVEL - FS "
                   WS-FS-SUSP
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO SUSPMST INDISPONIVEL NO SUSPENSO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE RECEIVABLE-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND RESOLVED-PAYMENT-FILE
           IF WS-FS-SPAG NOT EQUAL "00"
               OPEN OUTPUT RESOLVED-PAYMENT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM P010-IMPRIME-CABECALHO

           PERFORM P020-LOCALIZA-RETORNO THRU P020-FIM
           IF WS-TEM-RETORNO
               PERFORM P100-CARGA-SUSPENSOS THRU P100-FIM
           ELSE
               DISPLAY "NENHUM RETORNO BANCARIO NO CTRLFILE - "
                   "RETSUSP NAO CARREGADO"
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-FS-TRAN EQUAL "00"
               PERFORM P200-LOTE-TRANSACOES
               CLOSE TRANSACTION-FILE
           ELSE
               PERFORM P210-TRANSACOES-INTERATIVAS
           END-IF

           PERFORM P300-POSICAO-SUSPENSO
           PERFORM P400-GRAVA-RESUMO

           CLOSE REPORT-FILE
           CLOSE RESOLVED-PAYMENT-FILE
           CLOSE SUSPENSE-MASTER-FILE
           CLOSE RECEIVABLE-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           IF WS-CONT-REJEITADAS GREATER 0
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
           MOVE "RECEB_SUSPEN" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
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

       P010-IMPRIME-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "CREDITOS BANCARIOS EM SUSPENSO - POSICAO DE "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "RECEB_SUSP" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-TRANSACOES TO CTRL-LIDOS
           MOVE WS-CONT-APLICADAS TO CTRL-GRAVADOS
           MOVE WS-CONT-REJEITADAS TO CTRL-REJEITADOS
           MOVE WS-TOT-RESOLVIDO TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P020-LOCALIZA-RETORNO.
      * O RETSUSP e regravado a cada retorno: o arquivo em disco e o
      * do ultimo passo RECEB_RETORN gravado no CTRLFILE, e a data
      * dele identifica a carga no SUSPMST, seja qual for o dia em
      * que o suspenso roda.
           MOVE "N" TO WS-RETORNO-ACHADO
           MOVE 0 TO WS-DATA-RETORNO
           MOVE "N" TO WS-EOF-CTRL
           OPEN INPUT CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               GO TO P020-FIM
           END-IF
           PERFORM P021-LER-CONTROLE
           PERFORM UNTIL WS-CTRL-EOF
               IF CTRL-PASSO EQUAL "RECEB_RETORN"
                   AND CTRL-DATA IS NUMERIC
                   SET WS-TEM-RETORNO TO TRUE
                   MOVE CTRL-DATA TO WS-DATA-RETORNO
               END-IF
               PERFORM P021-LER-CONTROLE
           END-PERFORM
           CLOSE CONTROL-FILE.
       P020-FIM.
           EXIT.

       P021-LER-CONTROLE.
           READ CONTROL-FILE
               AT END
                   SET WS-CTRL-EOF TO TRUE
           END-READ.

       P100-CARGA-SUSPENSOS.
           MOVE "N" TO WS-EOF-RSUS
           MOVE 0 TO WS-SEQ-CARGA
           OPEN INPUT SUSPENSE-FILE
           IF WS-FS-RSUS NOT EQUAL "00"
               DISPLAY "ARQUIVO RETSUSP AUSENTE - NADA A CARREGAR"
               GO TO P100-FIM
           END-IF
           PERFORM P101-LER-SUSPENSO-DIA
           PERFORM UNTIL WS-RSUS-EOF
               ADD 1 TO WS-SEQ-CARGA
               PERFORM P110-GRAVA-SUSPENSO
               PERFORM P101-LER-SUSPENSO-DIA
           END-PERFORM
           CLOSE SUSPENSE-FILE.
       P100-FIM.
           EXIT.

       P101-LER-SUSPENSO-DIA.
           READ SUSPENSE-FILE
               AT END
                   SET WS-RSUS-EOF TO TRUE
           END-READ.

       P110-GRAVA-SUSPENSO.
           MOVE SPACES TO SUSPENSO-RECORD
           MOVE WS-DATA-RETORNO TO SUSP-DATA-CARGA
           MOVE WS-SEQ-CARGA TO SUSP-SEQUENCIA
           MOVE RSUS-CLIENTE-ID TO SUSP-CLIENTE-ID
           MOVE RSUS-VENDA-ID TO SUSP-VENDA-INFORMADA
           MOVE RSUS-PARCELA TO SUSP-PARCELA-INFORMADA
           MOVE RSUS-DATA TO SUSP-DATA-CREDITO
           MOVE RSUS-VALOR TO SUSP-VALOR
           IF RSUS-NOSSO-NUMERO IS NUMERIC
               MOVE RSUS-NOSSO-NUMERO TO SUSP-NOSSO-NUMERO
           ELSE
               MOVE 0 TO SUSP-NOSSO-NUMERO
           END-IF
           SET SUSP-PENDENTE TO TRUE
           MOVE 0 TO SUSP-DATA-RESOLUCAO
           MOVE 0 TO SUSP-QTD-PARCELAS
      * Chave ja presente: carga repetida do mesmo retorno.
           WRITE SUSPENSO-RECORD
               INVALID KEY
                   PERFORM P111-CONFERE-JA-CARREGADO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CARREGADOS
                   ADD SUSP-VALOR TO WS-TOT-CARREGADO
           END-WRITE.

       P111-CONFERE-JA-CARREGADO.
           ADD 1 TO WS-CONT-JA-CARREGADOS
           MOVE SUSP-CREDITO TO WS-CREDITO-CARGA
           READ SUSPENSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF SUSP-CREDITO NOT EQUAL WS-CREDITO-CARGA
               DISPLAY "SUSPENSO " SUSP-DATA-CARGA "/" SUSP-SEQUENCIA
                   " JA CARREGADO COM OUTRO CREDITO"
               MOVE "SUSP" TO WS-EXCP-CODIGO
               MOVE "CHAVE DO RETSUSP JA NO SUSPMST COM OUTRO CREDITO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF.

       P200-LOTE-TRANSACOES.
           MOVE "N" TO WS-EOF-TRAN
           PERFORM P201-LER-TRANSACAO
           PERFORM UNTIL WS-TRAN-EOF
               PERFORM P220-APLICA-TRANSACAO THRU P220-EXIT
               PERFORM P201-LER-TRANSACAO
           END-PERFORM.

       P201-LER-TRANSACAO.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   MOVE TRANSACTION-RECORD TO WS-TRANSACAO
           END-READ.

       P210-TRANSACOES-INTERATIVAS.
           MOVE "A" TO WS-TRAN-ACAO
           PERFORM UNTIL WS-TRAN-FIM
               DISPLAY "ACAO (A=ATRIBUIR D=DIVIDIR R=REEMBOLSO "
                   "F=FIM): "
               ACCEPT WS-TRAN-ACAO
               IF NOT WS-TRAN-FIM
                   DISPLAY "DATA DE CARGA DO SUSPENSO (AAAAMMDD): "
                   ACCEPT WS-TRAN-DATA-CARGA
                   DISPLAY "SEQUENCIA DO SUSPENSO NA CARGA: "
                   ACCEPT WS-TRAN-SEQUENCIA
                   MOVE "N" TO WS-FIM-ITENS
                   PERFORM P212-LIMPA-ITEM
                       VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM GREATER 6
                   IF NOT WS-TRAN-REEMBOLSAR
                       PERFORM P211-ACEITA-ITEM
                           VARYING WS-IDX-ITEM FROM 1 BY 1
                           UNTIL WS-IDX-ITEM GREATER 6
                               OR WS-ACABOU-ITENS
                   END-IF
                   PERFORM P220-APLICA-TRANSACAO THRU P220-EXIT
               END-IF
           END-PERFORM.

       P211-ACEITA-ITEM.
           DISPLAY "VENDA DA PARCELA " WS-IDX-ITEM " (0 ENCERRA): "
           ACCEPT WS-TRAN-VENDA-ID(WS-IDX-ITEM)
           IF WS-TRAN-VENDA-ID(WS-IDX-ITEM) EQUAL 0
               SET WS-ACABOU-ITENS TO TRUE
           ELSE
               DISPLAY "NUMERO DA PARCELA: "
               ACCEPT WS-TRAN-PARCELA(WS-IDX-ITEM)
               DISPLAY "VALOR PARA A PARCELA (0 = CREDITO INTEIRO "
                   "NA ATRIBUICAO): "
               ACCEPT WS-TRAN-VALOR(WS-IDX-ITEM)
           END-IF.

       P212-LIMPA-ITEM.
           MOVE 0 TO WS-TRAN-VENDA-ID(WS-IDX-ITEM)
           MOVE 0 TO WS-TRAN-PARCELA(WS-IDX-ITEM)
           MOVE 0 TO WS-TRAN-VALOR(WS-IDX-ITEM).

       P220-APLICA-TRANSACAO.
           ADD 1 TO WS-CONT-TRANSACOES
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-TRAN-DATA-CARGA TO SUSP-DATA-CARGA
           MOVE WS-TRAN-SEQUENCIA TO SUSP-SEQUENCIA
           READ SUSPENSE-MASTER-FILE
               INVALID KEY
                   MOVE "CREDITO EM SUSPENSO INEXISTENTE" TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P220-REJEITA
           END-IF
           IF NOT SUSP-PENDENTE
               MOVE "CREDITO EM SUSPENSO JA RESOLVIDO" TO WS-MOTIVO
               GO TO P220-REJEITA
           END-IF

           MOVE 0 TO WS-QTD-ITENS
           MOVE "N" TO WS-FIM-ITENS
           PERFORM P221-CONTA-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM GREATER 6
                   OR WS-ACABOU-ITENS
           EVALUATE TRUE
               WHEN WS-TRAN-ATRIBUIR
                   MOVE "ATRIBUIDO" TO WS-ACAO-DESCRICAO
                   IF WS-QTD-ITENS NOT EQUAL 1
                       MOVE "ATRIBUICAO EXIGE UMA UNICA PARCELA"
                           TO WS-MOTIVO
                   ELSE
                       IF WS-TRAN-VALOR(1) EQUAL 0
                           MOVE SUSP-VALOR TO WS-TRAN-VALOR(1)
                       END-IF
                   END-IF
               WHEN WS-TRAN-DIVIDIR
                   MOVE "DIVIDIDO" TO WS-ACAO-DESCRICAO
                   IF WS-QTD-ITENS LESS 2
                       MOVE "DIVISAO EXIGE DUAS PARCELAS OU MAIS"
                           TO WS-MOTIVO
                   END-IF
               WHEN WS-TRAN-REEMBOLSAR
                   MOVE "PARA REEMBOLSO" TO WS-ACAO-DESCRICAO
                   IF WS-QTD-ITENS GREATER 0
                       MOVE "REEMBOLSO NAO LEVA PARCELAS" TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "ACAO INVALIDA" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P220-REJEITA
           END-IF

           IF NOT WS-TRAN-REEMBOLSAR
               MOVE 0 TO WS-SOMA-ITENS
               PERFORM P222-CONFERE-ITEM
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER WS-QTD-ITENS
                       OR WS-MOTIVO NOT EQUAL SPACES
               IF WS-MOTIVO NOT EQUAL SPACES
                   GO TO P220-REJEITA
               END-IF
               IF WS-SOMA-ITENS NOT EQUAL SUSP-VALOR
                   MOVE "SOMA DAS PARCELAS DIFERENTE DO CREDITO"
                       TO WS-MOTIVO
                   GO TO P220-REJEITA
               END-IF
               PERFORM P223-GRAVA-PAGAMENTO
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER WS-QTD-ITENS
           END-IF

           EVALUATE TRUE
               WHEN WS-TRAN-ATRIBUIR
                   SET SUSP-ATRIBUIDO TO TRUE
                   ADD 1 TO WS-CONT-ATRIBUIDOS
               WHEN WS-TRAN-DIVIDIR
                   SET SUSP-DIVIDIDO TO TRUE
                   ADD 1 TO WS-CONT-DIVIDIDOS
               WHEN OTHER
                   SET SUSP-REEMBOLSO TO TRUE
                   ADD 1 TO WS-CONT-REEMBOLSOS
                   ADD SUSP-VALOR TO WS-TOT-REEMBOLSO
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO SUSP-DATA-RESOLUCAO
           MOVE WS-QTD-ITENS TO SUSP-QTD-PARCELAS
           REWRITE SUSPENSO-RECORD
           ADD 1 TO WS-CONT-APLICADAS
           ADD SUSP-VALOR TO WS-TOT-RESOLVIDO

           MOVE SUSP-VALOR TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPENSO " DELIMITED BY SIZE
                  SUSP-DATA-CARGA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SUSP-SEQUENCIA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  SUSP-CLIENTE-ID DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-ACAO-DESCRICAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           GO TO P220-EXIT.

       P220-REJEITA.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSACAO " DELIMITED BY SIZE
                  WS-TRAN-ACAO DELIMITED BY SIZE
                  " SUSPENSO " DELIMITED BY SIZE
                  WS-TRAN-DATA-CARGA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TRAN-SEQUENCIA DELIMITED BY SIZE
                  " REJEITADA - " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "TRANSACAO REJEITADA - " WS-MOTIVO
           MOVE "SUSP" TO WS-EXCP-CODIGO
           MOVE SPACES TO WS-EXCP-DESCRICAO
           STRING "SUSPENSO - " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO WS-EXCP-DESCRICAO
           PERFORM P091-GRAVA-EXCECAO.
       P220-EXIT.
           EXIT.

       P221-CONTA-ITEM.
           IF WS-TRAN-VENDA-ID(WS-IDX-ITEM) IS NUMERIC
               AND WS-TRAN-VENDA-ID(WS-IDX-ITEM) GREATER 0
               ADD 1 TO WS-QTD-ITENS
           ELSE
               SET WS-ACABOU-ITENS TO TRUE
           END-IF.

       P222-CONFERE-ITEM.
           IF WS-TRAN-VALOR(WS-IDX-ITEM) IS NOT NUMERIC
               OR WS-TRAN-VALOR(WS-IDX-ITEM) EQUAL 0
               MOVE "VALOR DE PARCELA ZERADO OU INVALIDO" TO WS-MOTIVO
           ELSE
               MOVE WS-TRAN-VENDA-ID(WS-IDX-ITEM) TO RECB-VENDA-ID
               MOVE WS-TRAN-PARCELA(WS-IDX-ITEM) TO RECB-PARCELA
               READ RECEIVABLE-FILE
                   INVALID KEY
                       MOVE "PARCELA INEXISTENTE NO RECBMST"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF RECB-ABERTA OR RECB-PARCIAL
                           OR RECB-BAIXADA-PERDA
                           ADD WS-TRAN-VALOR(WS-IDX-ITEM)
                               TO WS-SOMA-ITENS
                       ELSE
                           MOVE "PARCELA NAO ESTA EM ABERTO"
                               TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.

       P223-GRAVA-PAGAMENTO.
      * A data do pagamento e a do credito no banco, nao a da
      * resolucao: o cliente pagou naquele dia.
           MOVE WS-TRAN-VENDA-ID(WS-IDX-ITEM) TO SPAG-VENDA-ID
           MOVE WS-TRAN-PARCELA(WS-IDX-ITEM) TO SPAG-PARCELA
           MOVE SUSP-DATA-CREDITO TO SPAG-DATA
           MOVE WS-TRAN-VALOR(WS-IDX-ITEM) TO SPAG-VALOR
           WRITE RESOLVED-PAYMENT-RECORD
           ADD 1 TO WS-CONT-PAGAMENTOS.

       P300-POSICAO-SUSPENSO.
           PERFORM P301-LIMPA-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA GREATER 4
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CREDITOS PENDENTES EM SUSPENSO (CARGA/SEQ, "
                      DELIMITED BY SIZE
                  "CLIENTE, DATA DO CREDITO, VALOR, IDADE):"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-SUSP
           MOVE LOW-VALUES TO SUSP-CHAVE
           START SUSPENSE-MASTER-FILE KEY NOT LESS SUSP-CHAVE
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START
           PERFORM P302-LER-SUSPENSO
           PERFORM UNTIL WS-SUSP-EOF
               IF SUSP-PENDENTE
                   PERFORM P310-ENVELHECE-SUSPENSO
               END-IF
               PERFORM P302-LER-SUSPENSO
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P320-LINHA-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA GREATER 4
           MOVE WS-TOT-PENDENTE TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "SALDO EM SUSPENSO........: " DELIMITED BY SIZE
                  WS-CONT-PENDENTES DELIMITED BY SIZE
                  " CREDITO(S) " DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P301-LIMPA-FAIXA.
           MOVE 0 TO WS-FAIXA-QTD(WS-IDX-FAIXA)
           MOVE 0 TO WS-FAIXA-VALOR(WS-IDX-FAIXA).

       P302-LER-SUSPENSO.
           READ SUSPENSE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.

       P310-ENVELHECE-SUSPENSO.
           IF SUSP-DATA-CREDITO IS NUMERIC
               AND SUSP-DATA-CREDITO GREATER 0
               MOVE SUSP-DATA-CREDITO TO WS-DATA-IDADE
           ELSE
               MOVE SUSP-DATA-CARGA TO WS-DATA-IDADE
           END-IF
           COMPUTE WS-DIAS-IDADE = WS-DIAS-HOJE -
               FUNCTION INTEGER-OF-DATE(WS-DATA-IDADE)
           IF WS-DIAS-IDADE LESS 0
               MOVE 0 TO WS-DIAS-IDADE
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-IDADE NOT GREATER 30
                   MOVE 1 TO WS-IDX-FAIXA
               WHEN WS-DIAS-IDADE NOT GREATER 60
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN WS-DIAS-IDADE NOT GREATER 90
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-IDX-FAIXA
           END-EVALUATE
           ADD 1 TO WS-FAIXA-QTD(WS-IDX-FAIXA)
           ADD SUSP-VALOR TO WS-FAIXA-VALOR(WS-IDX-FAIXA)
           ADD 1 TO WS-CONT-PENDENTES
           ADD SUSP-VALOR TO WS-TOT-PENDENTE

           MOVE SUSP-VALOR TO WS-MASCARA-PADRAO
           MOVE WS-DIAS-IDADE TO WS-MASCARA-DIAS
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  SUSP-DATA-CARGA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SUSP-SEQUENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-CLIENTE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATA-IDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MASCARA-DIAS DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P320-LINHA-FAIXA.
           MOVE WS-FAIXA-VALOR(WS-IDX-FAIXA) TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING WS-ROTULO-FAIXA(WS-IDX-FAIXA) DELIMITED BY SIZE
                  "..........: " DELIMITED BY SIZE
                  WS-FAIXA-QTD(WS-IDX-FAIXA) DELIMITED BY SIZE
                  " CREDITO(S) " DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P400-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-CARREGADO TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CARREGADOS DO RETSUSP=" DELIMITED BY SIZE
                  WS-CONT-CARREGADOS DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  " (JA CARREGADOS=" DELIMITED BY SIZE
                  WS-CONT-JA-CARREGADOS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSACOES=" DELIMITED BY SIZE
                  WS-CONT-TRANSACOES DELIMITED BY SIZE
                  " ATRIBUIDOS=" DELIMITED BY SIZE
                  WS-CONT-ATRIBUIDOS DELIMITED BY SIZE
                  " DIVIDIDOS=" DELIMITED BY SIZE
                  WS-CONT-DIVIDIDOS DELIMITED BY SIZE
                  " REEMBOLSOS=" DELIMITED BY SIZE
                  WS-CONT-REEMBOLSOS DELIMITED BY SIZE
                  " REJEITADAS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-REEMBOLSO TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PAGAMENTOS PARA A BAIXA (SUSPPAGT)="
                      DELIMITED BY SIZE
                  WS-CONT-PAGAMENTOS DELIMITED BY SIZE
                  " VALOR PARA REEMBOLSO=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "SUSPENSO - " WS-CONT-APLICADAS " RESOLVIDO(S), "
               WS-CONT-REJEITADAS " REJEITADA(S), "
               WS-CONT-PENDENTES " PENDENTE(S)".

       END PROGRAM RECEB_SUSPENSO.
