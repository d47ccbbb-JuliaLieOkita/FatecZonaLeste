      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 14/10/2023
      * Purpose: Negativacao e exclusao no bureau de credito: a mesa de
      *          cobranca digitava no portal do bureau cada cliente da
      *          cobranca final e a exclusao depois do pagamento
      *          ficava esquecida - exposicao legal. Primeiro varre o
      *          cadastro de negativacoes NEGAMST e grava no arquivo
      *          de exclusao NEGAEXCL cada parcela incluida que foi
      *          liquidada, renegociada ou cancelada (ou sumiu do
      *          RECBMST), marcando a linha como excluida com a data
      *          e o motivo. Depois varre o RECBMST e grava no arquivo
      *          de inclusao NEGAINCL cada parcela A ou P cujo aviso
      *          final (nivel 3 no NOTIFMST, emitido pelo
      *          RECEB_COBRANCA) passou do prazo legal de espera (dias
      *          do NEGAPARM, padrao 10) sem pagamento, registrando a
      *          inclusao no NEGAMST. Parcela baixada como perda
      *          continua negativada. Cliente sem CPF/CNPJ valido ou
      *          sem endereco completo no CLIEMST nao vai ao bureau:
      *          sai no relatorio como pendente e no EXCPLOG. Os dois
      *          arquivos seguem o layout de largura fixa do bureau
      *          (header "0", detalhes "1", trailer "9"), com o CNPJ
      *          do credor e o contrato do NEGAPARM. Relatorio em
      *          NEGARPT e totais de controle no CTRLFILE.
      * Tectonics: cobc
      * Modified: 07/09/2024 (JLOS) - Parcela baixada como perda cujo
      *           valor recuperado (RECB-VALOR-RECUPERADO, acumulado
      *           pela baixa de pagamentos) ja cobre o saldo baixado
      *           sai do bureau como liquidada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_NEGATIVA.
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

           SELECT NEGATIVACAO-FILE ASSIGN TO "NEGAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEGA-CHAVE
               FILE STATUS IS WS-FS-NEGA.

           SELECT NOTICE-FILE ASSIGN TO "NOTIFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTI-CHAVE
               FILE STATUS IS WS-FS-NOTI.

           SELECT CUSTOMER-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIE-ID
               FILE STATUS IS WS-FS-CLIE.

           SELECT INCLUSION-FILE ASSIGN TO "NEGAINCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCL.

           SELECT EXCLUSION-FILE ASSIGN TO "NEGAEXCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCL.

           SELECT PARM-FILE ASSIGN TO "NEGAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT REPORT-FILE ASSIGN TO "NEGARPT"
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

       FD  NEGATIVACAO-FILE.
       COPY NEGAMST.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  NOTI-CHAVE.
               10  NOTI-VENDA-ID       PIC 9(06).
               10  NOTI-PARCELA        PIC 9(02).
           05  NOTI-NIVEL              PIC 9(01).
           05  NOTI-DATA-NIVEL         PIC 9(08).

       FD  CUSTOMER-FILE.
       COPY CLIEMST.

       FD  INCLUSION-FILE
           RECORDING MODE IS F.
       01  INCLUSION-RECORD            PIC X(180).

       FD  EXCLUSION-FILE
           RECORDING MODE IS F.
       01  EXCLUSION-RECORD            PIC X(180).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-CNPJ-CREDOR        PIC 9(14).
           05  PARM-CONTRATO           PIC X(10).
           05  PARM-DIAS-ESPERA        PIC 9(03).

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

       01 WS-SWITCHES-NEGATIVA.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-NEGA               PIC X(02) VALUE SPACES.
           05 WS-FS-NOTI               PIC X(02) VALUE SPACES.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
           05 WS-FS-INCL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXCL               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-NEGA              PIC X(01) VALUE "N".
               88 WS-NEGA-EOF          VALUE "S".
           05 WS-CADASTRO-AVISOS       PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-NOTI VALUE "S".
           05 WS-CADASTRO-CLIENTES     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-CLIE VALUE "S".
           05 WS-CREDOR-LIDO           PIC X(01) VALUE "N".
               88 WS-TEM-CREDOR        VALUE "S".
           05 WS-REGISTRO-NEGA         PIC X(01) VALUE "N".
               88 WS-NEGA-EXISTE       VALUE "S".
           05 WS-CLIENTE-LIDO          PIC X(01) VALUE "N".
               88 WS-CLIENTE-ACHADO    VALUE "S".
           05 WS-SITUACAO-DOC          PIC X(01) VALUE SPACE.
               88 WS-DOC-VALIDO        VALUE "V".
               88 WS-DOC-AUSENTE       VALUE "B".
               88 WS-DOC-INVALIDO      VALUE "I".

       01 WS-PARAMETROS-NEGATIVA.
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.
           05 WS-CNPJ-CREDOR           PIC 9(14) VALUE 0.
           05 WS-CONTRATO-BUREAU       PIC X(10) VALUE SPACES.
           05 WS-DIAS-ESPERA           PIC 9(03) VALUE 10.

       01 WS-CALCULO-NEGATIVA.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-AVISO            PIC S9(07) COMP.
           05 WS-DIAS-DESDE-AVISO      PIC S9(07) COMP.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-MOTIVO-PENDENCIA      PIC X(40) VALUE SPACES.

      * Digitos verificadores do CPF/CNPJ: modulo 11 sobre a base, o
      * segundo digito incluindo o primeiro. CPF com pesos 10 (11) a
      * 2 nas posicoes 4 a 12 (13); CNPJ com pesos 2 a 9 repetidos da
      * direita para a esquerda nas posicoes 1 a 12 (13).
       01 WS-CALCULO-DOCUMENTO.
           05 WS-DOC-INICIO            PIC 9(02) COMP.
           05 WS-DOC-FIM               PIC 9(02) COMP.
           05 WS-DOC-IDX               PIC 9(02) COMP.
           05 WS-DOC-DISTANCIA         PIC 9(02) COMP.
           05 WS-DOC-PESO              PIC 9(02) COMP.
           05 WS-DOC-SOMA              PIC 9(05) COMP.
           05 WS-DOC-QUOCIENTE         PIC 9(05) COMP.
           05 WS-DOC-RESTO             PIC 9(02) COMP.
           05 WS-DOC-DV                PIC 9(01).
           05 WS-DOC-CARACTER          PIC X(01).
           05 WS-DOC-REPETIDOS         PIC 9(02) COMP.

       01 WS-CONTADORES-NEGATIVA.
           05 WS-CONT-LIDAS            PIC 9(07) VALUE 0.
           05 WS-CONT-INCLUSOES        PIC 9(07) VALUE 0.
           05 WS-CONT-EXCLUSOES        PIC 9(07) VALUE 0.
           05 WS-CONT-PENDENTES        PIC 9(07) VALUE 0.
           05 WS-CONT-EM-ESPERA        PIC 9(07) VALUE 0.
           05 WS-TOT-INCLUIDO          PIC S9(13)V99 VALUE 0.
           05 WS-TOT-EXCLUIDO          PIC S9(13)V99 VALUE 0.
           05 WS-SEQ-INCLUSAO          PIC 9(06) VALUE 0.
           05 WS-SEQ-EXCLUSAO          PIC 9(06) VALUE 0.

       01 WS-BUR-HEADER.
           05 WS-BH-TIPO               PIC X(01) VALUE "0".
           05 WS-BH-ARQUIVO            PIC X(08).
           05 WS-BH-CNPJ-CREDOR        PIC 9(14).
           05 WS-BH-CONTRATO           PIC X(10).
           05 WS-BH-DATA               PIC 9(08).
           05 FILLER                   PIC X(133) VALUE SPACES.
           05 WS-BH-SEQUENCIAL         PIC 9(06).

       01 WS-BUR-DETALHE.
           05 WS-BD-TIPO               PIC X(01) VALUE "1".
           05 WS-BD-TIPO-PESSOA        PIC X(01).
           05 WS-BD-DOCUMENTO          PIC X(14).
           05 WS-BD-NOME               PIC X(30).
           05 WS-BD-LOGRADOURO         PIC X(40).
           05 WS-BD-CIDADE             PIC X(25).
           05 WS-BD-UF                 PIC X(02).
           05 WS-BD-CEP                PIC X(08).
           05 WS-BD-CONTRATO.
               10 WS-BD-VENDA-ID       PIC 9(06).
               10 WS-BD-PARCELA        PIC 9(02).
           05 WS-BD-VENCIMENTO         PIC 9(08).
           05 WS-BD-VALOR              PIC 9(11)V99.
           05 WS-BD-DATA-OCORRENCIA    PIC 9(08).
           05 WS-BD-MOTIVO-EXCLUSAO    PIC X(01).
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 WS-BD-SEQUENCIAL         PIC 9(06).

       01 WS-BUR-TRAILER.
           05 WS-BT-TIPO               PIC X(01) VALUE "9".
           05 WS-BT-QTD-DETALHES       PIC 9(06).
           05 WS-BT-VALOR-TOTAL        PIC 9(13)V99.
           05 FILLER                   PIC X(152) VALUE SPACES.
           05 WS-BT-SEQUENCIAL         PIC 9(06).

           COPY MASCNUM.
       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)
           PERFORM P010-LE-PARM-BUREAU
           IF NOT WS-TEM-CREDOR
               DISPLAY "CREDOR DO BUREAU AUSENTE (NEGAPARM) - "
                   "ARQUIVOS NAO GERADOS"
               MOVE "NEGA" TO WS-EXCP-CODIGO
               MOVE "NEGAPARM AUSENTE OU INVALIDO - SEM NEGATIVACAO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE RECEBIVEIS INDISPONIVEL NA "
                   & "NEGATIVACAO" TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O NEGATIVACAO-FILE
           IF WS-FS-NEGA EQUAL "35"
               OPEN OUTPUT NEGATIVACAO-FILE
               CLOSE NEGATIVACAO-FILE
               OPEN I-O NEGATIVACAO-FILE
           END-IF
           IF WS-FS-NEGA NOT EQUAL "00"
               DISPLAY "CADASTRO DE NEGATIVACOES INDISPONIVEL - FS "
                   WS-FS-NEGA
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO NEGAMST INDISPONIVEL NA NEGATIVACAO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE RECEIVABLE-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Sem avisos ou sem clientes nao ha inclusao possivel, mas as
      * exclusoes saem assim mesmo - sao elas que nao podem atrasar.
           OPEN INPUT NOTICE-FILE
           IF WS-FS-NOTI EQUAL "00"
               SET WS-TEM-CADASTRO-NOTI TO TRUE
           ELSE
               DISPLAY "CADASTRO DE AVISOS INDISPONIVEL - SO "
                   "EXCLUSOES NESTA RODADA"
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CLIE EQUAL "00"
               SET WS-TEM-CADASTRO-CLIE TO TRUE
           ELSE
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - SO "
                   "EXCLUSOES NESTA RODADA"
           END-IF

           OPEN OUTPUT INCLUSION-FILE
           OPEN OUTPUT EXCLUSION-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM P050-GRAVA-HEADERS

           PERFORM P100-VARRE-NEGATIVACOES
           IF WS-TEM-CADASTRO-NOTI AND WS-TEM-CADASTRO-CLIE
               PERFORM P200-VARRE-RECEBIVEIS
           END-IF

           PERFORM P060-GRAVA-TRAILERS
           PERFORM P300-GRAVA-RESUMO

           CLOSE REPORT-FILE
           CLOSE EXCLUSION-FILE
           CLOSE INCLUSION-FILE
           IF WS-TEM-CADASTRO-CLIE
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-TEM-CADASTRO-NOTI
               CLOSE NOTICE-FILE
           END-IF
           CLOSE NEGATIVACAO-FILE
           CLOSE RECEIVABLE-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           IF WS-CONT-PENDENTES GREATER 0
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
           MOVE "RECEB_NEGAT" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "RECB"
               WHEN "NEGA"
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

       P010-LE-PARM-BUREAU.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CNPJ-CREDOR IS NUMERIC
                           AND PARM-CNPJ-CREDOR GREATER 0
                           AND PARM-CONTRATO NOT EQUAL SPACES
                           MOVE PARM-CNPJ-CREDOR TO WS-CNPJ-CREDOR
                           MOVE PARM-CONTRATO TO WS-CONTRATO-BUREAU
                           SET WS-TEM-CREDOR TO TRUE
                       END-IF
                       IF PARM-DIAS-ESPERA IS NUMERIC
                           AND PARM-DIAS-ESPERA GREATER 0
                           MOVE PARM-DIAS-ESPERA TO WS-DIAS-ESPERA
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "RECEB_NEGAT" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDAS TO CTRL-LIDOS
           COMPUTE CTRL-GRAVADOS =
               WS-CONT-INCLUSOES + WS-CONT-EXCLUSOES
           MOVE WS-CONT-PENDENTES TO CTRL-REJEITADOS
           MOVE WS-TOT-INCLUIDO TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P050-GRAVA-HEADERS.
           MOVE WS-CNPJ-CREDOR TO WS-BH-CNPJ-CREDOR
           MOVE WS-CONTRATO-BUREAU TO WS-BH-CONTRATO
           MOVE WS-DATA-PROCESSO TO WS-BH-DATA

           MOVE "INCLUSAO" TO WS-BH-ARQUIVO
           ADD 1 TO WS-SEQ-INCLUSAO
           MOVE WS-SEQ-INCLUSAO TO WS-BH-SEQUENCIAL
           MOVE WS-BUR-HEADER TO INCLUSION-RECORD
           WRITE INCLUSION-RECORD

           MOVE "EXCLUSAO" TO WS-BH-ARQUIVO
           ADD 1 TO WS-SEQ-EXCLUSAO
           MOVE WS-SEQ-EXCLUSAO TO WS-BH-SEQUENCIAL
           MOVE WS-BUR-HEADER TO EXCLUSION-RECORD
           WRITE EXCLUSION-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING "NEGATIVACAO NO BUREAU DE CREDITO EM "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  " - CONTRATO " DELIMITED BY SIZE
                  WS-CONTRATO-BUREAU DELIMITED BY SIZE
                  " - ESPERA APOS AVISO FINAL " DELIMITED BY SIZE
                  WS-DIAS-ESPERA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       P060-GRAVA-TRAILERS.
           MOVE WS-CONT-INCLUSOES TO WS-BT-QTD-DETALHES
           MOVE WS-TOT-INCLUIDO TO WS-BT-VALOR-TOTAL
           ADD 1 TO WS-SEQ-INCLUSAO
           MOVE WS-SEQ-INCLUSAO TO WS-BT-SEQUENCIAL
           MOVE WS-BUR-TRAILER TO INCLUSION-RECORD
           WRITE INCLUSION-RECORD

           MOVE WS-CONT-EXCLUSOES TO WS-BT-QTD-DETALHES
           MOVE WS-TOT-EXCLUIDO TO WS-BT-VALOR-TOTAL
           ADD 1 TO WS-SEQ-EXCLUSAO
           MOVE WS-SEQ-EXCLUSAO TO WS-BT-SEQUENCIAL
           MOVE WS-BUR-TRAILER TO EXCLUSION-RECORD
           WRITE EXCLUSION-RECORD.

      ******** EXCLUSOES (NEGAMST -> NEGAEXCL) ********
       P100-VARRE-NEGATIVACOES.
           MOVE "N" TO WS-EOF-NEGA
           MOVE LOW-VALUES TO NEGA-CHAVE
           START NEGATIVACAO-FILE KEY NOT LESS NEGA-CHAVE
               INVALID KEY
                   SET WS-NEGA-EOF TO TRUE
           END-START
           PERFORM P110-LER-NEGATIVACAO
           PERFORM UNTIL WS-NEGA-EOF
               IF NEGA-INCLUIDA
                   PERFORM P120-CONFERE-EXCLUSAO THRU P120-EXIT
               END-IF
               PERFORM P110-LER-NEGATIVACAO
           END-PERFORM.

       P110-LER-NEGATIVACAO.
           READ NEGATIVACAO-FILE NEXT RECORD
               AT END
                   SET WS-NEGA-EOF TO TRUE
           END-READ.

       P120-CONFERE-EXCLUSAO.
      * So sai do bureau a parcela paga, renegociada, cancelada ou que
      * nao existe mais. Baixada como perda continua devida ate que o
      * recuperado sobre ela cubra o saldo baixado - ai e liquidada.
           MOVE NEGA-VENDA-ID TO RECB-VENDA-ID
           MOVE NEGA-PARCELA TO RECB-PARCELA
           READ RECEIVABLE-FILE
               INVALID KEY
                   SET NEGA-EXCL-INEXISTENTE TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RECB-LIQUIDADA
                           SET NEGA-EXCL-LIQUIDADA TO TRUE
                       WHEN RECB-RENEGOCIADA
                           SET NEGA-EXCL-RENEGOCIADA TO TRUE
                       WHEN RECB-CANCELADA
                           SET NEGA-EXCL-CANCELADA TO TRUE
                       WHEN RECB-BAIXADA-PERDA
                           IF RECB-VALOR-RECUPERADO IS NOT NUMERIC
                               GO TO P120-EXIT
                           END-IF
                           COMPUTE WS-SALDO-PARCELA =
                               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
                           IF RECB-VALOR-RECUPERADO LESS
                                   WS-SALDO-PARCELA
                               GO TO P120-EXIT
                           END-IF
                           SET NEGA-EXCL-LIQUIDADA TO TRUE
                       WHEN OTHER
                           GO TO P120-EXIT
                   END-EVALUATE
           END-READ

           ADD 1 TO WS-CONT-LIDAS
           MOVE NEGA-CLIENTE-ID TO CLIE-ID
           PERFORM P130-BUSCA-CLIENTE
           MOVE NEGA-VENDA-ID TO WS-BD-VENDA-ID
           MOVE NEGA-PARCELA TO WS-BD-PARCELA
           MOVE NEGA-DATA-VENCIMENTO TO WS-BD-VENCIMENTO
           MOVE NEGA-VALOR TO WS-BD-VALOR
           MOVE WS-DATA-PROCESSO TO WS-BD-DATA-OCORRENCIA
           MOVE NEGA-MOTIVO-EXCLUSAO TO WS-BD-MOTIVO-EXCLUSAO
           ADD 1 TO WS-SEQ-EXCLUSAO
           MOVE WS-SEQ-EXCLUSAO TO WS-BD-SEQUENCIAL
           MOVE WS-BUR-DETALHE TO EXCLUSION-RECORD
           WRITE EXCLUSION-RECORD

           SET NEGA-EXCLUIDA TO TRUE
           MOVE WS-DATA-PROCESSO TO NEGA-DATA-EXCLUSAO
           REWRITE NEGATIVACAO-RECORD
           ADD 1 TO WS-CONT-EXCLUSOES
           ADD NEGA-VALOR TO WS-TOT-EXCLUIDO

           MOVE NEGA-VALOR TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCLUSAO VENDA " DELIMITED BY SIZE
                  NEGA-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  NEGA-PARCELA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  NEGA-CLIENTE-ID DELIMITED BY SIZE
                  " INCLUIDA EM " DELIMITED BY SIZE
                  NEGA-DATA-INCLUSAO DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  NEGA-MOTIVO-EXCLUSAO DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
       P120-EXIT.
           EXIT.

       P130-BUSCA-CLIENTE.
           MOVE "N" TO WS-CLIENTE-LIDO
           MOVE SPACES TO WS-BD-TIPO-PESSOA WS-BD-DOCUMENTO
               WS-BD-NOME WS-BD-LOGRADOURO WS-BD-CIDADE WS-BD-UF
               WS-BD-CEP
           IF WS-TEM-CADASTRO-CLIE
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CLIENTE-ACHADO TO TRUE
                       MOVE CLIE-TIPO-PESSOA TO WS-BD-TIPO-PESSOA
                       MOVE CLIE-DOCUMENTO TO WS-BD-DOCUMENTO
                       MOVE CLIE-NOME TO WS-BD-NOME
                       MOVE CLIE-END-LOGRADOURO TO WS-BD-LOGRADOURO
                       MOVE CLIE-END-CIDADE TO WS-BD-CIDADE
                       MOVE CLIE-END-UF TO WS-BD-UF
                       MOVE CLIE-END-CEP TO WS-BD-CEP
               END-READ
           END-IF.

      ******** INCLUSOES (RECBMST -> NEGAINCL) ********
       P200-VARRE-RECEBIVEIS.
           MOVE "N" TO WS-EOF-RECB
           MOVE LOW-VALUES TO RECB-CHAVE
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P210-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               IF RECB-ABERTA OR RECB-PARCIAL
                   PERFORM P220-CONFERE-INCLUSAO THRU P220-EXIT
               END-IF
               PERFORM P210-LER-RECEBIVEL
           END-PERFORM.

       P210-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P220-CONFERE-INCLUSAO.
           MOVE RECB-CHAVE TO NOTI-CHAVE
           READ NOTICE-FILE
               INVALID KEY
                   GO TO P220-EXIT
           END-READ
           IF NOTI-NIVEL LESS 3
               OR NOTI-DATA-NIVEL IS NOT NUMERIC
               OR NOTI-DATA-NIVEL EQUAL 0
               GO TO P220-EXIT
           END-IF

           MOVE "N" TO WS-REGISTRO-NEGA
           MOVE RECB-CHAVE TO NEGA-CHAVE
           READ NEGATIVACAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-NEGA-EXISTE TO TRUE
           END-READ
           IF WS-NEGA-EXISTE AND NEGA-INCLUIDA
               GO TO P220-EXIT
           END-IF

      * Prazo legal entre a comunicacao (aviso final) e a inclusao.
           COMPUTE WS-DIAS-AVISO = FUNCTION INTEGER-OF-DATE(
               NOTI-DATA-NIVEL)
           COMPUTE WS-DIAS-DESDE-AVISO = WS-DIAS-HOJE - WS-DIAS-AVISO
           IF WS-DIAS-DESDE-AVISO LESS WS-DIAS-ESPERA
               ADD 1 TO WS-CONT-EM-ESPERA
               GO TO P220-EXIT
           END-IF

           ADD 1 TO WS-CONT-LIDAS
           MOVE RECB-CLIENTE-ID TO CLIE-ID
           PERFORM P130-BUSCA-CLIENTE
           MOVE SPACES TO WS-MOTIVO-PENDENCIA
           IF NOT WS-CLIENTE-ACHADO
               MOVE "CLIENTE FORA DO CADASTRO" TO WS-MOTIVO-PENDENCIA
           ELSE
               PERFORM P240-CONFERE-DOCUMENTO
               EVALUATE TRUE
                   WHEN NOT WS-DOC-VALIDO
                       MOVE "CLIENTE SEM CPF/CNPJ VALIDO"
                           TO WS-MOTIVO-PENDENCIA
                   WHEN CLIE-END-LOGRADOURO EQUAL SPACES
                       OR CLIE-END-CIDADE EQUAL SPACES
                       OR CLIE-END-UF EQUAL SPACES
                       OR CLIE-END-CEP IS NOT NUMERIC
                       MOVE "CLIENTE SEM ENDERECO COMPLETO"
                           TO WS-MOTIVO-PENDENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-MOTIVO-PENDENCIA NOT EQUAL SPACES
               PERFORM P230-REGISTRA-PENDENCIA
               GO TO P220-EXIT
           END-IF

           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           MOVE RECB-VENDA-ID TO WS-BD-VENDA-ID
           MOVE RECB-PARCELA TO WS-BD-PARCELA
           MOVE RECB-DATA-VENCIMENTO TO WS-BD-VENCIMENTO
           MOVE WS-SALDO-PARCELA TO WS-BD-VALOR
           MOVE WS-DATA-PROCESSO TO WS-BD-DATA-OCORRENCIA
           MOVE SPACE TO WS-BD-MOTIVO-EXCLUSAO
           ADD 1 TO WS-SEQ-INCLUSAO
           MOVE WS-SEQ-INCLUSAO TO WS-BD-SEQUENCIAL
           MOVE WS-BUR-DETALHE TO INCLUSION-RECORD
           WRITE INCLUSION-RECORD

      * Parcela excluida que voltou a ficar em aberto (estorno de
      * pagamento) e incluida de novo sobre a mesma linha.
           MOVE RECB-CHAVE TO NEGA-CHAVE
           MOVE RECB-CLIENTE-ID TO NEGA-CLIENTE-ID
           SET NEGA-INCLUIDA TO TRUE
           MOVE WS-SALDO-PARCELA TO NEGA-VALOR
           MOVE RECB-DATA-VENCIMENTO TO NEGA-DATA-VENCIMENTO
           MOVE WS-DATA-PROCESSO TO NEGA-DATA-INCLUSAO
           MOVE 0 TO NEGA-DATA-EXCLUSAO
           MOVE SPACE TO NEGA-MOTIVO-EXCLUSAO
           IF WS-NEGA-EXISTE
               REWRITE NEGATIVACAO-RECORD
           ELSE
               WRITE NEGATIVACAO-RECORD
           END-IF
           ADD 1 TO WS-CONT-INCLUSOES
           ADD WS-SALDO-PARCELA TO WS-TOT-INCLUIDO

           MOVE WS-SALDO-PARCELA TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "  INCLUSAO VENDA " DELIMITED BY SIZE
                  RECB-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  RECB-PARCELA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  RECB-CLIENTE-ID DELIMITED BY SIZE
                  " AVISO FINAL EM " DELIMITED BY SIZE
                  NOTI-DATA-NIVEL DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
       P220-EXIT.
           EXIT.

       P230-REGISTRA-PENDENCIA.
           ADD 1 TO WS-CONT-PENDENTES
           MOVE SPACES TO REPORT-LINE
           STRING "  PENDENTE VENDA " DELIMITED BY SIZE
                  RECB-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  RECB-PARCELA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  RECB-CLIENTE-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO-PENDENCIA DELIMITED BY "  "
                  " - NAO ENVIADA AO BUREAU" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NEGD" TO WS-EXCP-CODIGO
           MOVE SPACES TO WS-EXCP-DESCRICAO
           STRING "NEGATIVACAO PENDENTE CLIENTE " DELIMITED BY SIZE
                  RECB-CLIENTE-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO-PENDENCIA DELIMITED BY "  "
                  INTO WS-EXCP-DESCRICAO
           PERFORM P091-GRAVA-EXCECAO.

       P240-CONFERE-DOCUMENTO.
           SET WS-DOC-VALIDO TO TRUE
           IF CLIE-DOCUMENTO EQUAL SPACES
               SET WS-DOC-AUSENTE TO TRUE
           ELSE
               IF CLIE-DOCUMENTO IS NOT NUMERIC
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               EVALUATE TRUE
                   WHEN CLIE-PESSOA-FISICA
                       AND CLIE-DOCUMENTO(1:3) EQUAL "000"
                       MOVE 4 TO WS-DOC-INICIO
                   WHEN CLIE-PESSOA-JURIDICA
                       MOVE 1 TO WS-DOC-INICIO
                   WHEN OTHER
                       SET WS-DOC-INVALIDO TO TRUE
               END-EVALUATE
           END-IF
           IF WS-DOC-VALIDO
               MOVE CLIE-DOCUMENTO(WS-DOC-INICIO:1) TO WS-DOC-CARACTER
               MOVE 0 TO WS-DOC-REPETIDOS
               INSPECT CLIE-DOCUMENTO TALLYING WS-DOC-REPETIDOS
                   FOR ALL WS-DOC-CARACTER
               IF WS-DOC-REPETIDOS NOT LESS 15 - WS-DOC-INICIO
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               MOVE 12 TO WS-DOC-FIM
               PERFORM P241-CALCULA-DV
               IF WS-DOC-DV NOT EQUAL CLIE-DOC-DIGITO(13)
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               MOVE 13 TO WS-DOC-FIM
               PERFORM P241-CALCULA-DV
               IF WS-DOC-DV NOT EQUAL CLIE-DOC-DIGITO(14)
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

       P241-CALCULA-DV.
           MOVE 0 TO WS-DOC-SOMA
           PERFORM P242-SOMA-DIGITO
               VARYING WS-DOC-IDX FROM WS-DOC-INICIO BY 1
               UNTIL WS-DOC-IDX GREATER WS-DOC-FIM
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO LESS 2
               MOVE 0 TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF.

       P242-SOMA-DIGITO.
           COMPUTE WS-DOC-DISTANCIA = WS-DOC-FIM - WS-DOC-IDX
           IF CLIE-PESSOA-FISICA
               COMPUTE WS-DOC-PESO = WS-DOC-DISTANCIA + 2
           ELSE
               DIVIDE WS-DOC-DISTANCIA BY 8 GIVING WS-DOC-QUOCIENTE
                   REMAINDER WS-DOC-PESO
               ADD 2 TO WS-DOC-PESO
           END-IF
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
               + CLIE-DOC-DIGITO(WS-DOC-IDX) * WS-DOC-PESO.

       P300-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-INCLUIDO TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "INCLUSOES=" DELIMITED BY SIZE
                  WS-CONT-INCLUSOES DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " PENDENTES (SEM DOCUMENTO/ENDERECO)="
                      DELIMITED BY SIZE
                  WS-CONT-PENDENTES DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-EXCLUIDO TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "EXCLUSOES=" DELIMITED BY SIZE
                  WS-CONT-EXCLUSOES DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " AVISOS FINAIS AINDA NO PRAZO DE ESPERA="
                      DELIMITED BY SIZE
                  WS-CONT-EM-ESPERA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "NEGATIVACAO - " WS-CONT-INCLUSOES
               " INCLUSAO(OES), " WS-CONT-EXCLUSOES
               " EXCLUSAO(OES), " WS-CONT-PENDENTES " PENDENTE(S)".

       END PROGRAM RECEB_NEGATIVA.
