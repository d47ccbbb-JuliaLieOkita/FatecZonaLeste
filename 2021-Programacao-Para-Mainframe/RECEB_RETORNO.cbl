      *          casamento vao para o arquivo de suspensos (RETSUSP)
      *          e para o relatorio, nunca para o lixo.
      * Tectonics: cobc
      * Modified: 30/09/2023 (JLOS) - O retorno agora traz o nosso
      *           numero do boleto registrado pela remessa
      *           (RECEB_REMESSA) em RET-NOSSO-NUMERO, acrescentado ao
      *           final do registro. O casamento tenta primeiro o
      *           nosso numero pelo cadastro NOSSOMST e so na falha
      *           cai nos casamentos antigos (venda e parcela
      *           informadas, ou cliente e valor do saldo). O
      *           registro de suspensos acompanha o tamanho novo.
      * Modified: 11/11/2023 (JLOS) - Os creditos em suspenso que a
      *           cobranca resolveu no RECEB_SUSPENSO (arquivo
      *           SUSPPAGT) entram no inicio do PAGTFILE desta rodada
      *           para a baixa postar, e o SUSPPAGT e esvaziado. O
      *           passo grava seus totais no CTRLFILE (RECEB_RETORN:
      *           creditos lidos, casados, em suspenso e o valor
      *           casado), base da prova de caixa da conciliacao
      *           (RECEB_CONCILIA) e da carga do suspenso do dia.
      * Modified: 07/09/2024 (JLOS) - O SUSPPAGT so e esvaziado depois
      *           de copiado para o archive datado SUSPPAGT.Aaaaammdd
      *           (registrado em GERAFILE, como no LOG_RETENCAO). Uma
      *           nova rodada na mesma data de negocio repassa tambem o
      *           que ja esta no archive do dia, e o PAGTFILE refeito
      *           nao perde os creditos resolvidos se a baixa tiver de
      *           ser repetida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_RETORNO.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT NOSSO-NUMERO-FILE ASSIGN TO "NOSSOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOSS-NOSSO-NUMERO
               FILE STATUS IS WS-FS-NOSS.

           SELECT PAYMENT-FILE ASSIGN TO "PAGTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.

           SELECT RESOLVED-PAYMENT-FILE ASSIGN TO "SUSPPAGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPAG.

           SELECT RESOLVED-ARCHIVE-FILE ASSIGN TO WS-NOME-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT GENERATION-REG-FILE ASSIGN TO "GERAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT REPORT-FILE ASSIGN TO "RETRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.
           05  RET-PARCELA             PIC 9(02).
           05  RET-DATA                PIC 9(08).
           05  RET-VALOR               PIC 9(09)V99.
           05  RET-NOSSO-NUMERO        PIC 9(11).

       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  NOSSO-NUMERO-FILE.
       COPY NOSSOMST.

       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD             PIC X(48).

       FD  RESOLVED-PAYMENT-FILE
           RECORDING MODE IS F.
       01  RESOLVED-PAYMENT-RECORD     PIC X(27).

       FD  RESOLVED-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  RESOLVED-ARCHIVE-RECORD     PIC X(27).

       FD  GENERATION-REG-FILE
           RECORDING MODE IS F.
       01  GERACAO-RECORD.
           05  GERA-BASE               PIC X(08).
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 WS-SWITCHES-RETORNO.
           05 WS-FS-RETN               PIC X(02) VALUE SPACES.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-NOSS               PIC X(02) VALUE SPACES.
           05 WS-FS-PAGT               PIC X(02) VALUE SPACES.
           05 WS-FS-SUSP               PIC X(02) VALUE SPACES.
           05 WS-FS-SPAG               PIC X(02) VALUE SPACES.
           05 WS-FS-ARCH               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
               88 WS-RETN-EOF          VALUE "S".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-SPAG              PIC X(01) VALUE "N".
               88 WS-SPAG-EOF          VALUE "S".
           05 WS-EOF-ARCH              PIC X(01) VALUE "N".
               88 WS-ARCH-EOF          VALUE "S".
           05 WS-CREDITO-CASADO        PIC X(01) VALUE "N".
               88 WS-CASOU-CREDITO     VALUE "S".
           05 WS-CADASTRO-NOSSO        PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-NOSSO VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.
       01 WS-NOME-ARCHIVE              PIC X(30) VALUE SPACES.

       01 WS-CAMPOS-RETORNO.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-TOT-CASADO            PIC S9(13)V99 VALUE 0.

       01 WS-CONTADORES-RETORNO.
           05 WS-CONT-CREDITOS         PIC 9(05) VALUE 0.
           05 WS-CONT-CASADOS          PIC 9(05) VALUE 0.
           05 WS-CONT-CASADOS-NOSSO    PIC 9(05) VALUE 0.
           05 WS-CONT-SUSPENSOS        PIC 9(05) VALUE 0.
           05 WS-CONT-RESOLVIDOS       PIC 9(05) VALUE 0.

           COPY MASCNUM.
       PROCEDURE DIVISION.
               GOBACK
           END-IF

           OPEN INPUT NOSSO-NUMERO-FILE
           IF WS-FS-NOSS EQUAL "00"
               SET WS-TEM-CADASTRO-NOSSO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE NOSSOS NUMEROS INDISPONIVEL - "
                   "CASAMENTO SO POR VENDA OU CLIENTE"
           END-IF

           OPEN OUTPUT PAYMENT-FILE
           PERFORM P140-REPASSA-RESOLVIDOS THRU P140-FIM
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM P010-IMPRIME-CABECALHO
           CLOSE REPORT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PAYMENT-FILE
           IF WS-TEM-CADASTRO-NOSSO
               CLOSE NOSSO-NUMERO-FILE
           END-IF
           CLOSE RECEIVABLE-FILE
           CLOSE BANK-RETURN-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           IF WS-CONT-SUSPENSOS GREATER 0
               CLOSE PROC-DATE-FILE
           END-IF.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "RECEB_RETORN" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-CREDITOS TO CTRL-LIDOS
           MOVE WS-CONT-CASADOS TO CTRL-GRAVADOS
           MOVE WS-CONT-SUSPENSOS TO CTRL-REJEITADOS
           MOVE WS-TOT-CASADO TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P010-IMPRIME-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "CONVERSAO DO RETORNO BANCARIO DE "

       P120-CASA-CREDITO.
           MOVE "N" TO WS-CREDITO-CASADO
      * O nosso numero do boleto registrado casa primeiro; sem ele,
      * ou sem parcela em aberto para ele, valem os casamentos antigos.
           IF WS-TEM-CADASTRO-NOSSO
               AND RET-NOSSO-NUMERO IS NUMERIC
               AND RET-NOSSO-NUMERO GREATER 0
               PERFORM P240-CASA-POR-NOSSO-NUMERO
           END-IF
           IF NOT WS-CASOU-CREDITO
               EVALUATE TRUE
                   WHEN RET-VENDA-ID GREATER 0
                       AND RET-PARCELA GREATER 0
                       PERFORM P200-CASA-POR-CHAVE
                   WHEN RET-VENDA-ID GREATER 0
                       PERFORM P210-CASA-POR-VENDA
                   WHEN OTHER
                       PERFORM P220-CASA-POR-CLIENTE
               END-EVALUATE
           END-IF

           IF NOT WS-CASOU-CREDITO
               PERFORM P250-GRAVA-SUSPENSO
           MOVE RET-VALOR     TO PAGT-VALOR
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-CONT-CASADOS
           ADD RET-VALOR TO WS-TOT-CASADO

           MOVE RET-VALOR TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P240-CASA-POR-NOSSO-NUMERO.
           MOVE RET-NOSSO-NUMERO TO NOSS-NOSSO-NUMERO
           READ NOSSO-NUMERO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOSS-VENDA-ID TO RECB-VENDA-ID
                   MOVE NOSS-PARCELA TO RECB-PARCELA
                   READ RECEIVABLE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF (RECB-ABERTA OR RECB-PARCIAL)
                               AND RECB-NOSSO-NUMERO EQUAL
                                   RET-NOSSO-NUMERO
                               SET WS-CASOU-CREDITO TO TRUE
                               ADD 1 TO WS-CONT-CASADOS-NOSSO
                           END-IF
                   END-READ
           END-READ.

       P250-GRAVA-SUSPENSO.
           ADD 1 TO WS-CONT-SUSPENSOS
           MOVE BANK-RETURN-RECORD TO SUSPENSE-RECORD
               TO WS-EXCP-DESCRICAO
           PERFORM P091-GRAVA-EXCECAO.

       P140-REPASSA-RESOLVIDOS.
      * Creditos de dias anteriores resolvidos pela cobranca: nao sao
      * creditos deste retorno e ficam fora dos totais de controle.
      * O que ja foi repassado na data de negocio esta no archive do
      * dia e volta ao PAGTFILE refeito; o que chegou no SUSPPAGT
      * desde entao vai para o archive antes do SUSPPAGT ser
      * esvaziado.
           MOVE SPACES TO WS-NOME-ARCHIVE
           STRING "SUSPPAGT.A" DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO WS-NOME-ARCHIVE
           MOVE "N" TO WS-EOF-ARCH
           OPEN INPUT RESOLVED-ARCHIVE-FILE
           IF WS-FS-ARCH EQUAL "00"
               PERFORM P142-LER-ARCHIVE
               PERFORM UNTIL WS-ARCH-EOF
                   MOVE RESOLVED-ARCHIVE-RECORD TO PAYMENT-RECORD
                   WRITE PAYMENT-RECORD
                   ADD 1 TO WS-CONT-RESOLVIDOS
                   PERFORM P142-LER-ARCHIVE
               END-PERFORM
               CLOSE RESOLVED-ARCHIVE-FILE
           END-IF

           MOVE "N" TO WS-EOF-SPAG
           OPEN INPUT RESOLVED-PAYMENT-FILE
           IF WS-FS-SPAG NOT EQUAL "00"
               GO TO P140-FIM
           END-IF
           PERFORM P141-LER-RESOLVIDO
           IF WS-SPAG-EOF
               CLOSE RESOLVED-PAYMENT-FILE
               GO TO P140-FIM
           END-IF
           OPEN EXTEND RESOLVED-ARCHIVE-FILE
           IF WS-FS-ARCH NOT EQUAL "00"
               OPEN OUTPUT RESOLVED-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL WS-SPAG-EOF
               MOVE RESOLVED-PAYMENT-RECORD TO PAYMENT-RECORD
               WRITE PAYMENT-RECORD
               MOVE RESOLVED-PAYMENT-RECORD TO RESOLVED-ARCHIVE-RECORD
               WRITE RESOLVED-ARCHIVE-RECORD
               ADD 1 TO WS-CONT-RESOLVIDOS
               PERFORM P141-LER-RESOLVIDO
           END-PERFORM
           CLOSE RESOLVED-PAYMENT-FILE
           CLOSE RESOLVED-ARCHIVE-FILE
           PERFORM P143-REGISTRA-ARCHIVE
           OPEN OUTPUT RESOLVED-PAYMENT-FILE
           CLOSE RESOLVED-PAYMENT-FILE.
       P140-FIM.
           EXIT.

       P141-LER-RESOLVIDO.
           READ RESOLVED-PAYMENT-FILE
               AT END
                   SET WS-SPAG-EOF TO TRUE
           END-READ.

       P142-LER-ARCHIVE.
           READ RESOLVED-ARCHIVE-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.

       P143-REGISTRA-ARCHIVE.
           OPEN EXTEND GENERATION-REG-FILE
           IF WS-FS-GERA NOT EQUAL "00"
               OPEN OUTPUT GENERATION-REG-FILE
           END-IF
           MOVE "SUSPPAGT" TO GERA-BASE
           MOVE WS-NOME-ARCHIVE TO GERA-NOME
           MOVE WS-DATA-PROCESSO TO GERA-DATA
           WRITE GERACAO-RECORD
           CLOSE GENERATION-REG-FILE.

       P130-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
                  WS-CONT-CREDITOS DELIMITED BY SIZE
                  " CASADOS=" DELIMITED BY SIZE
                  WS-CONT-CASADOS DELIMITED BY SIZE
                  " (PELO NOSSO NUMERO=" DELIMITED BY SIZE
                  WS-CONT-CASADOS-NOSSO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  " EM SUSPENSO=" DELIMITED BY SIZE
                  WS-CONT-SUSPENSOS DELIMITED BY SIZE
                  " REPASSADOS=" DELIMITED BY SIZE
                  WS-CONT-RESOLVIDOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "RETORNO BANCARIO - " WS-CONT-CASADOS
