      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 30/09/2023
      * Purpose: Remessa diaria de cobranca registrada para o banco:
      *          sem boleto registrado o cliente pagava sem referencia
      *          nenhuma e o credito caia no RETSUSP. Varre o RECBMST
      *          e grava o arquivo de remessa BANCREM no layout de
      *          largura fixa do banco (header "0", detalhes "1",
      *          trailer "9", sequencial em todo registro): uma
      *          entrada de titulo (instrucao 01) para cada parcela A
      *          ou P ainda nao registrada e com vencimento a partir
      *          da data de negocio, com um nosso numero novo (dez
      *          digitos da sequencia NOSSOSEQ mais digito modulo 11)
      *          gravado na parcela e no cadastro NOSSOMST, que o
      *          retorno bancario usa para casar o credito; e um
      *          pedido de baixa (instrucao 02) para cada parcela
      *          registrada que foi fechada fora do banco - estorno,
      *          renegociacao, quitacao antecipada ou baixa por perda
      *          marcam a parcela com a situacao de remessa "A". O
      *          convenio do beneficiario vem do REMEPARM (sem ele a
      *          remessa nao e gerada). Relatorio em REMERPT e totais
      *          de controle no CTRLFILE com o valor das entradas
      *          como hash.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_REMESSA.
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

           SELECT NOSSO-NUMERO-FILE ASSIGN TO "NOSSOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOSS-NOSSO-NUMERO
               FILE STATUS IS WS-FS-NOSS.

           SELECT CUSTOMER-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIE-ID
               FILE STATUS IS WS-FS-CLIE.

           SELECT REMITTANCE-FILE ASSIGN TO "BANCREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REME.

           SELECT NOSSO-SEQ-FILE ASSIGN TO "NOSSOSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NSEQ.

           SELECT PARM-FILE ASSIGN TO "REMEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT REPORT-FILE ASSIGN TO "REMERPT"
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
       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  NOSSO-NUMERO-FILE.
       COPY NOSSOMST.

       FD  CUSTOMER-FILE.
       COPY CLIEMST.

       FD  REMITTANCE-FILE
           RECORDING MODE IS F.
       01  REMITTANCE-RECORD           PIC X(120).

       FD  NOSSO-SEQ-FILE
           RECORDING MODE IS F.
       01  NOSSO-SEQ-RECORD.
           05  NSEQ-ULT-NOSSO-NUMERO   PIC 9(10).
           05  NSEQ-ULT-REMESSA        PIC 9(06).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-BANCO              PIC 9(03).
           05  PARM-AGENCIA            PIC 9(04).
           05  PARM-CONTA              PIC 9(08).
           05  PARM-CONVENIO           PIC 9(07).

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

       01 WS-SWITCHES-REMESSA.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-NOSS               PIC X(02) VALUE SPACES.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
           05 WS-FS-REME               PIC X(02) VALUE SPACES.
           05 WS-FS-NSEQ               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-CADASTRO-CLIENTES     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-CLIE VALUE "S".
           05 WS-CONVENIO-LIDO         PIC X(01) VALUE "N".
               88 WS-TEM-CONVENIO      VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-BENEFICIARIO.
           05 WS-BANCO                 PIC 9(03) VALUE 0.
           05 WS-AGENCIA               PIC 9(04) VALUE 0.
           05 WS-CONTA                 PIC 9(08) VALUE 0.
           05 WS-CONVENIO              PIC 9(07) VALUE 0.

       01 WS-SEQUENCIAS-REMESSA.
           05 WS-ULT-NOSSO-NUMERO      PIC 9(10) VALUE 0.
           05 WS-NUM-REMESSA           PIC 9(06) VALUE 0.
           05 WS-SEQ-REGISTRO          PIC 9(06) VALUE 0.

      * Nosso numero: dez digitos da sequencia e o digito verificador
      * modulo 11 (pesos 2 a 9 da direita para a esquerda).
       01 WS-NOSSO-NUMERO              PIC 9(11) VALUE 0.
       01 WS-NOSSO-NUMERO-R REDEFINES WS-NOSSO-NUMERO.
           05 WS-NN-BASE               PIC 9(10).
           05 WS-NN-BASE-R REDEFINES WS-NN-BASE.
               10 WS-NN-DIGITO         PIC 9(01) OCCURS 10 TIMES.
           05 WS-NN-DV                 PIC 9(01).

       01 WS-CALCULO-DV.
           05 WS-DV-IDX                PIC 9(02) COMP.
           05 WS-DV-PESO               PIC 9(02) COMP.
           05 WS-DV-SOMA               PIC 9(05) COMP.
           05 WS-DV-RESTO              PIC 9(02) COMP.
           05 WS-DV-QUOCIENTE          PIC 9(05) COMP.

       01 WS-CAMPOS-PARCELA.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-NOME-PAGADOR          PIC X(30) VALUE SPACES.

       01 WS-CONTADORES-REMESSA.
           05 WS-CONT-LIDAS            PIC 9(07) VALUE 0.
           05 WS-CONT-ENTRADAS         PIC 9(07) VALUE 0.
           05 WS-CONT-BAIXAS           PIC 9(07) VALUE 0.
           05 WS-CONT-VENCIDAS         PIC 9(07) VALUE 0.
           05 WS-CONT-REJEITADAS       PIC 9(07) VALUE 0.
           05 WS-TOT-ENTRADAS          PIC S9(13)V99 VALUE 0.
           05 WS-TOT-BAIXAS            PIC S9(13)V99 VALUE 0.

       01 WS-REM-HEADER.
           05 WS-RH-TIPO               PIC X(01) VALUE "0".
           05 WS-RH-OPERACAO           PIC X(01) VALUE "1".
           05 WS-RH-LITERAL            PIC X(07) VALUE "REMESSA".
           05 WS-RH-SERVICO            PIC X(02) VALUE "01".
           05 WS-RH-LIT-SERVICO        PIC X(15) VALUE "COBRANCA".
           05 WS-RH-BANCO              PIC 9(03).
           05 WS-RH-AGENCIA            PIC 9(04).
           05 WS-RH-CONTA              PIC 9(08).
           05 WS-RH-CONVENIO           PIC 9(07).
           05 WS-RH-DATA               PIC 9(08).
           05 WS-RH-NUM-REMESSA        PIC 9(06).
           05 FILLER                   PIC X(52) VALUE SPACES.
           05 WS-RH-SEQUENCIAL         PIC 9(06).

       01 WS-REM-DETALHE.
           05 WS-RD-TIPO               PIC X(01) VALUE "1".
           05 WS-RD-INSTRUCAO          PIC 9(02).
               88 WS-RD-ENTRADA        VALUE 01.
               88 WS-RD-PEDIDO-BAIXA   VALUE 02.
           05 WS-RD-NOSSO-NUMERO       PIC 9(11).
           05 WS-RD-SEU-NUMERO.
               10 WS-RD-VENDA-ID       PIC 9(06).
               10 WS-RD-PARCELA        PIC 9(02).
               10 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-VENCIMENTO         PIC 9(08).
           05 WS-RD-VALOR              PIC 9(11)V99.
           05 WS-RD-DATA-EMISSAO       PIC 9(08).
           05 WS-RD-PAGADOR-ID         PIC X(10).
           05 WS-RD-PAGADOR-NOME       PIC X(30).
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 WS-RD-SEQUENCIAL         PIC 9(06).

       01 WS-REM-TRAILER.
           05 WS-RT-TIPO               PIC X(01) VALUE "9".
           05 WS-RT-QTD-DETALHES       PIC 9(06).
           05 WS-RT-VALOR-TOTAL        PIC 9(13)V99.
           05 FILLER                   PIC X(92) VALUE SPACES.
           05 WS-RT-SEQUENCIAL         PIC 9(06).

           COPY MASCNUM.
       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-CONVENIO
           IF NOT WS-TEM-CONVENIO
               DISPLAY "CONVENIO DE COBRANCA AUSENTE (REMEPARM) - "
                   "REMESSA NAO GERADA"
               MOVE "REME" TO WS-EXCP-CODIGO
               MOVE "REMEPARM AUSENTE OU INVALIDO - SEM REMESSA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE RECEBIVEIS INDISPONIVEL NA REMESSA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O NOSSO-NUMERO-FILE
           IF WS-FS-NOSS EQUAL "35"
               OPEN OUTPUT NOSSO-NUMERO-FILE
               CLOSE NOSSO-NUMERO-FILE
               OPEN I-O NOSSO-NUMERO-FILE
           END-IF
           IF WS-FS-NOSS NOT EQUAL "00"
               DISPLAY "CADASTRO DE NOSSOS NUMEROS INDISPONIVEL - FS "
                   WS-FS-NOSS
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO NOSSOMST INDISPONIVEL NA REMESSA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE RECEIVABLE-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CLIE EQUAL "00"
               SET WS-TEM-CADASTRO-CLIE TO TRUE
           ELSE
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - PAGADOR "
                   "SAI SEM NOME"
           END-IF

           PERFORM P020-LE-SEQUENCIA-NOSSO
           ADD 1 TO WS-NUM-REMESSA
           OPEN OUTPUT REMITTANCE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM P050-GRAVA-HEADER

           PERFORM P100-VARRE-RECEBIVEIS
           PERFORM P060-GRAVA-TRAILER
           PERFORM P300-GRAVA-RESUMO

           CLOSE REPORT-FILE
           CLOSE REMITTANCE-FILE
           IF WS-TEM-CADASTRO-CLIE
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE NOSSO-NUMERO-FILE
           CLOSE RECEIVABLE-FILE
           PERFORM P030-GRAVA-SEQUENCIA-NOSSO
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
           MOVE "RECEB_REMESS" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "RECB"
               WHEN "REME"
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

       P010-LE-PARM-CONVENIO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RECORD IS NUMERIC
                           AND PARM-CONVENIO GREATER 0
                           MOVE PARM-BANCO TO WS-BANCO
                           MOVE PARM-AGENCIA TO WS-AGENCIA
                           MOVE PARM-CONTA TO WS-CONTA
                           MOVE PARM-CONVENIO TO WS-CONVENIO
                           SET WS-TEM-CONVENIO TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P020-LE-SEQUENCIA-NOSSO.
           OPEN INPUT NOSSO-SEQ-FILE
           IF WS-FS-NSEQ EQUAL "00"
               READ NOSSO-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NSEQ-ULT-NOSSO-NUMERO
                           TO WS-ULT-NOSSO-NUMERO
                       MOVE NSEQ-ULT-REMESSA TO WS-NUM-REMESSA
               END-READ
               CLOSE NOSSO-SEQ-FILE
           END-IF.

       P030-GRAVA-SEQUENCIA-NOSSO.
           OPEN OUTPUT NOSSO-SEQ-FILE
           MOVE WS-ULT-NOSSO-NUMERO TO NSEQ-ULT-NOSSO-NUMERO
           MOVE WS-NUM-REMESSA TO NSEQ-ULT-REMESSA
           WRITE NOSSO-SEQ-RECORD
           CLOSE NOSSO-SEQ-FILE.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "RECEB_REMESS" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDAS TO CTRL-LIDOS
           COMPUTE CTRL-GRAVADOS = WS-CONT-ENTRADAS + WS-CONT-BAIXAS
           MOVE WS-CONT-REJEITADAS TO CTRL-REJEITADOS
           MOVE WS-TOT-ENTRADAS TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P050-GRAVA-HEADER.
           MOVE WS-BANCO TO WS-RH-BANCO
           MOVE WS-AGENCIA TO WS-RH-AGENCIA
           MOVE WS-CONTA TO WS-RH-CONTA
           MOVE WS-CONVENIO TO WS-RH-CONVENIO
           MOVE WS-DATA-PROCESSO TO WS-RH-DATA
           MOVE WS-NUM-REMESSA TO WS-RH-NUM-REMESSA
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO TO WS-RH-SEQUENCIAL
           MOVE WS-REM-HEADER TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING "REMESSA DE COBRANCA REGISTRADA NUMERO "
                      DELIMITED BY SIZE
                  WS-NUM-REMESSA DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  " - BANCO " DELIMITED BY SIZE
                  WS-BANCO DELIMITED BY SIZE
                  " CONVENIO " DELIMITED BY SIZE
                  WS-CONVENIO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       P060-GRAVA-TRAILER.
           COMPUTE WS-RT-QTD-DETALHES =
               WS-CONT-ENTRADAS + WS-CONT-BAIXAS
           MOVE WS-TOT-ENTRADAS TO WS-RT-VALOR-TOTAL
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO TO WS-RT-SEQUENCIAL
           MOVE WS-REM-TRAILER TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD.

       P100-VARRE-RECEBIVEIS.
           MOVE "N" TO WS-EOF-RECB
           MOVE LOW-VALUES TO RECB-CHAVE
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P110-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               EVALUATE TRUE
                   WHEN (RECB-ABERTA OR RECB-PARCIAL)
                       AND RECB-REM-PENDENTE
                       PERFORM P120-ENTRADA-TITULO THRU P120-EXIT
                   WHEN RECB-REM-ALTERAR
                       PERFORM P130-PEDIDO-BAIXA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM P110-LER-RECEBIVEL
           END-PERFORM.

       P110-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P120-ENTRADA-TITULO.
      * O banco recusa boleto com vencimento passado: parcela vencida
      * sem registro fica para a cobranca por aviso.
           IF RECB-DATA-VENCIMENTO LESS WS-DATA-PROCESSO
               ADD 1 TO WS-CONT-VENCIDAS
               GO TO P120-EXIT
           END-IF
           ADD 1 TO WS-CONT-LIDAS
           ADD 1 TO WS-ULT-NOSSO-NUMERO
           MOVE WS-ULT-NOSSO-NUMERO TO WS-NN-BASE
           PERFORM P150-CALCULA-DV

           MOVE WS-NOSSO-NUMERO TO NOSS-NOSSO-NUMERO
           MOVE RECB-VENDA-ID TO NOSS-VENDA-ID
           MOVE RECB-PARCELA TO NOSS-PARCELA
           MOVE WS-DATA-PROCESSO TO NOSS-DATA-REGISTRO
           WRITE NOSSO-NUMERO-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONT-REJEITADAS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  VENDA " DELIMITED BY SIZE
                          RECB-VENDA-ID DELIMITED BY SIZE
                          " PARCELA " DELIMITED BY SIZE
                          RECB-PARCELA DELIMITED BY SIZE
                          " - NOSSO NUMERO " DELIMITED BY SIZE
                          WS-NOSSO-NUMERO DELIMITED BY SIZE
                          " JA EXISTE NO NOSSOMST" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "REMN" TO WS-EXCP-CODIGO
                   MOVE "NOSSO NUMERO DUPLICADO - CONFERIR NOSSOSEQ"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
                   GO TO P120-EXIT
           END-WRITE

           MOVE WS-NOSSO-NUMERO TO RECB-NOSSO-NUMERO
           SET RECB-REM-REGISTRADA TO TRUE
           REWRITE RECEBIVEL-RECORD

           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           PERFORM P140-BUSCA-PAGADOR
           SET WS-RD-ENTRADA TO TRUE
           MOVE WS-SALDO-PARCELA TO WS-RD-VALOR
           PERFORM P160-GRAVA-DETALHE
           ADD 1 TO WS-CONT-ENTRADAS
           ADD WS-SALDO-PARCELA TO WS-TOT-ENTRADAS

           MOVE WS-SALDO-PARCELA TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "  ENTRADA   VENDA " DELIMITED BY SIZE
                  RECB-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  RECB-PARCELA DELIMITED BY SIZE
                  " NOSSO NUMERO " DELIMITED BY SIZE
                  WS-NOSSO-NUMERO DELIMITED BY SIZE
                  " VENC=" DELIMITED BY SIZE
                  RECB-DATA-VENCIMENTO DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
       P120-EXIT.
           EXIT.

       P130-PEDIDO-BAIXA.
           ADD 1 TO WS-CONT-LIDAS
           MOVE RECB-NOSSO-NUMERO TO WS-NOSSO-NUMERO
           PERFORM P140-BUSCA-PAGADOR
           SET WS-RD-PEDIDO-BAIXA TO TRUE
           MOVE RECB-VALOR-PARCELA TO WS-RD-VALOR
           PERFORM P160-GRAVA-DETALHE
           SET RECB-REM-BAIXADA TO TRUE
           REWRITE RECEBIVEL-RECORD
           ADD 1 TO WS-CONT-BAIXAS
           ADD RECB-VALOR-PARCELA TO WS-TOT-BAIXAS

           MOVE SPACES TO REPORT-LINE
           STRING "  BAIXA     VENDA " DELIMITED BY SIZE
                  RECB-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  RECB-PARCELA DELIMITED BY SIZE
                  " NOSSO NUMERO " DELIMITED BY SIZE
                  WS-NOSSO-NUMERO DELIMITED BY SIZE
                  " SITUACAO=" DELIMITED BY SIZE
                  RECB-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P140-BUSCA-PAGADOR.
           MOVE SPACES TO WS-NOME-PAGADOR
           IF WS-TEM-CADASTRO-CLIE
               MOVE RECB-CLIENTE-ID TO CLIE-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIE-NOME TO WS-NOME-PAGADOR
               END-READ
           END-IF.

       P150-CALCULA-DV.
           MOVE 0 TO WS-DV-SOMA
           MOVE 2 TO WS-DV-PESO
           PERFORM P151-SOMA-DIGITO
               VARYING WS-DV-IDX FROM 10 BY -1
               UNTIL WS-DV-IDX LESS 1
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOCIENTE
               REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO LESS 2
               MOVE 0 TO WS-NN-DV
           ELSE
               COMPUTE WS-NN-DV = 11 - WS-DV-RESTO
           END-IF.

       P151-SOMA-DIGITO.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
               + WS-NN-DIGITO(WS-DV-IDX) * WS-DV-PESO
           IF WS-DV-PESO EQUAL 9
               MOVE 2 TO WS-DV-PESO
           ELSE
               ADD 1 TO WS-DV-PESO
           END-IF.

       P160-GRAVA-DETALHE.
           MOVE WS-NOSSO-NUMERO TO WS-RD-NOSSO-NUMERO
           MOVE RECB-VENDA-ID TO WS-RD-VENDA-ID
           MOVE RECB-PARCELA TO WS-RD-PARCELA
           MOVE RECB-DATA-VENCIMENTO TO WS-RD-VENCIMENTO
           MOVE WS-DATA-PROCESSO TO WS-RD-DATA-EMISSAO
           MOVE RECB-CLIENTE-ID TO WS-RD-PAGADOR-ID
           MOVE WS-NOME-PAGADOR TO WS-RD-PAGADOR-NOME
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO TO WS-RD-SEQUENCIAL
           MOVE WS-REM-DETALHE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD.

       P300-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-ENTRADAS TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRADAS=" DELIMITED BY SIZE
                  WS-CONT-ENTRADAS DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " PEDIDOS DE BAIXA=" DELIMITED BY SIZE
                  WS-CONT-BAIXAS DELIMITED BY SIZE
                  " REJEITADAS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PARCELAS VENCIDAS SEM REGISTRO (NAO ENVIADAS)="
                      DELIMITED BY SIZE
                  WS-CONT-VENCIDAS DELIMITED BY SIZE
                  " ULTIMO NOSSO NUMERO=" DELIMITED BY SIZE
                  WS-ULT-NOSSO-NUMERO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "REMESSA " WS-NUM-REMESSA " - " WS-CONT-ENTRADAS
               " ENTRADA(S), " WS-CONT-BAIXAS " PEDIDO(S) DE BAIXA".

       END PROGRAM RECEB_REMESSA.
