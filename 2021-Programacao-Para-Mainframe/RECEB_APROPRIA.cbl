      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 02/09/2023
      * Purpose: Apropriacao mensal dos juros de parcelamento: a
      *          liquidacao credita os juros de cada venda em juros a
      *          apropriar, e este programa, rodado no fechamento do
      *          mes, varre o RECBMST e passa para receita a parte
      *          dos juros das parcelas vencidas ate o ultimo dia do
      *          mes da data de negocio (RECB-JUROS-PARCELA menos
      *          RECB-JUROS-APROPRIADO, parcelas A, P ou L - as
      *          canceladas e renegociadas ja liberaram o diferido no
      *          fechamento). Grava o movimento num lote no formato
      *          do GLPOSTNG (APROPOST: juros a apropriar a debito,
      *          receita de juros a credito, trailer fechando em
      *          zero) e o relatorio APRORPT por loja e por regiao,
      *          com o apropriado no mes e o saldo a apropriar que
      *          fica nas parcelas em aberto, para o contador amarrar
      *          a conta de juros a apropriar de volta ao RECBMST. As
      *          contas vem do CONTFILE (tipos JURDIFER e RECJUROS)
      *          quando presente, com contas fixas na ausencia dele.
      *          Uma parcela apropriada fica com o diferido zerado,
      *          entao reprocessar o mes nao apropria de novo.
      * Tectonics: cobc
      * Modified: 25/11/2023 (JLOS) - A data de negocio e conferida no
      *           cadastro de periodos contabeis PERIMST antes do
      *           calculo: data em mes ja fechado pela contabilidade
      *           grava excecao severa PERI no EXCPLOG (que este
      *           programa passa a usar, tambem para o RECBMST
      *           indisponivel) e termina com RC 8, sem gravar o
      *           APROPOST.
      * Modified: 03/08/2024 (JLOS) - A tabela CONTFILE agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_APROPRIA.
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

           SELECT STORE-FILE ASSIGN TO "LOJAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOJA-ID
               FILE STATUS IS WS-FS-LOJM.

           SELECT GL-FILE ASSIGN TO "APROPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPO.

           SELECT REPORT-FILE ASSIGN TO "APRORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNTA.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PERIOD-FILE ASSIGN TO "PERIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERI-ANO-MES
               FILE STATUS IS WS-FS-PERI.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  STORE-FILE.
       COPY LOJAMST.

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                   PIC X(40).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           05  CNTA-TIPO               PIC X(08).
           05  CNTA-REGIAO             PIC X(03).
           05  CNTA-CONTA              PIC X(08).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  EXCEPTION-LOG-FILE
           RECORDING MODE IS F.
       COPY EXCPLOG.

       FD  PERIOD-FILE.
       COPY PERIMST.

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-APRO.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-LOJM               PIC X(02) VALUE SPACES.
           05 WS-FS-GLPO               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-CNTA              PIC X(01) VALUE "N".
               88 WS-CNTA-EOF          VALUE "S".
           05 WS-CADASTRO-LOJAS        PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-LOJA VALUE "S".
           05 WS-LOJA-ACHADA           PIC X(01) VALUE "N".
               88 WS-LOJA-NA-TABELA    VALUE "S".
           05 WS-REGIAO-ACHADA         PIC X(01) VALUE "N".
               88 WS-REGIAO-NA-TABELA  VALUE "S".

       01 WS-CONTAS-APROPRIACAO.
           05 WS-CONTA-JUROS-DIFER     PIC X(08) VALUE "21060010".
           05 WS-CONTA-REC-JUROS       PIC X(08) VALUE "41020010".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-DATA-CORTE                PIC 9(08) VALUE 0.
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO             PIC 9(04).
           05 WS-CORTE-MES             PIC 9(02).
           05 WS-CORTE-DIA             PIC 9(02).

       01 WS-CALCULO-APRO.
           05 WS-DIAS-CORTE            PIC S9(07) COMP.
           05 WS-SALDO-DIFERIDO        PIC S9(09)V99 VALUE 0.
           05 WS-VALOR-APROPRIAR       PIC S9(09)V99 VALUE 0.
           05 WS-LOJA-PARCELA          PIC X(04) VALUE SPACES.
           05 WS-REGIAO-LOJA           PIC X(03) VALUE SPACES.

       01 WS-TOTAIS-APRO.
           05 WS-CONT-LIDAS            PIC 9(07) VALUE 0.
           05 WS-CONT-APROPRIADAS      PIC 9(07) VALUE 0.
           05 WS-TOT-APROPRIADO        PIC S9(11)V99 VALUE 0.
           05 WS-TOT-SALDO-DIFERIDO    PIC S9(11)V99 VALUE 0.

       01 WS-TABELA-LOJAS.
           05 WS-QTD-LOJAS             PIC 9(03) COMP VALUE 0.
           05 WS-LOJA-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-LOJA.
               10 WS-LOJ-CODIGO        PIC X(04).
               10 WS-LOJ-REGIAO        PIC X(03).
               10 WS-LOJ-PARCELAS      PIC 9(07).
               10 WS-LOJ-APROPRIADO    PIC S9(11)V99.
               10 WS-LOJ-SALDO         PIC S9(11)V99.

       01 WS-TABELA-REGIOES.
           05 WS-QTD-REGIOES           PIC 9(02) COMP VALUE 0.
           05 WS-REGIAO-ITEM OCCURS 20 TIMES
                   INDEXED BY WS-IDX-REGIAO.
               10 WS-REG-CODIGO        PIC X(03).
               10 WS-REG-APROPRIADO    PIC S9(11)V99.
               10 WS-REG-SALDO         PIC S9(11)V99.

       01 WS-GL-CABECALHO.
           05 WS-GLH-TIPO              PIC X(01) VALUE "H".
           05 WS-GLH-DATA              PIC 9(08).
           05 FILLER                   PIC X(31) VALUE SPACES.

       01 WS-GL-LANCAMENTO.
           05 WS-GLD-TIPO              PIC X(01) VALUE "D".
           05 WS-GLD-CONTA             PIC X(08).
           05 WS-GLD-NATUREZA          PIC X(01).
               88 WS-GLD-DEBITO        VALUE "D".
               88 WS-GLD-CREDITO       VALUE "C".
           05 WS-GLD-VALOR             PIC 9(11)V99.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-GL-TRAILER.
           05 WS-GLT-TIPO              PIC X(01) VALUE "T".
           05 WS-GLT-QTD-LANC          PIC 9(06).
           05 WS-GLT-LIQUIDO           PIC S9(13)V99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01 WS-EDICAO-APRO.
           05 WS-MASCARA-APROPRIADO    PIC -Z(9)9,99.
           05 WS-MASCARA-SALDO         PIC -Z(9)9,99.

           COPY MASCNUM.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P095-VERIFICA-PERIODO
           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO CONTABIL " WS-DATA-PROCESSO(1:6)
                   " FECHADO - NADA POSTADO"
               MOVE "PERI" TO WS-EXCP-CODIGO
               MOVE "PERIODO CONTABIL FECHADO - JUROS NAO APROPRIADOS"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P010-CALCULA-DATA-CORTE
           PERFORM P020-CARREGA-CONTAS

           OPEN I-O RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE RECEBIVEIS INDISPONIVEL NA APROPRIACAO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT STORE-FILE
           IF WS-FS-LOJM EQUAL "00"
               SET WS-TEM-CADASTRO-LOJA TO TRUE
           ELSE
               DISPLAY "CADASTRO DE LOJAS INDISPONIVEL - REGIOES "
                   "SAEM COMO ???"
           END-IF

           PERFORM P100-VARRE-RECEBIVEIS
           CLOSE RECEIVABLE-FILE
           IF WS-TEM-CADASTRO-LOJA
               CLOSE STORE-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM P200-IMPRIME-RELATORIO
           CLOSE REPORT-FILE
           PERFORM P300-GRAVA-LOTE-GL
           DISPLAY "APROPRIACAO DE JUROS ATE " WS-DATA-CORTE " - "
               WS-CONT-APROPRIADAS " PARCELA(S) APROPRIADA(S)"
           CLOSE EXCEPTION-LOG-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "RECEB_APROP" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "PERI"
               WHEN "RECB"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO EXCP-DATA-NEGOCIO
           WRITE EXCP-LOG-RECORD.

      * Mes sem registro no PERIMST (ou cadastro ainda nao criado)
      * e mes aberto.
       P095-VERIFICA-PERIODO.
           MOVE "A" TO WS-SIT-PERIODO
           OPEN INPUT PERIOD-FILE
           IF WS-FS-PERI EQUAL "00"
               MOVE WS-DATA-PROCESSO(1:6) TO PERI-ANO-MES
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERI-SIT-FECHADO
                           SET WS-PERIODO-FECHADO TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

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

       P010-CALCULA-DATA-CORTE.
      * Corte no ultimo dia do mes da data de negocio: primeiro dia
      * do mes seguinte menos um.
           MOVE WS-DATA-PROCESSO TO WS-DATA-CORTE
           MOVE 1 TO WS-CORTE-DIA
           IF WS-CORTE-MES EQUAL 12
               MOVE 1 TO WS-CORTE-MES
               ADD 1 TO WS-CORTE-ANO
           ELSE
               ADD 1 TO WS-CORTE-MES
           END-IF
           COMPUTE WS-DIAS-CORTE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-CORTE) - 1
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE).

       P020-CARREGA-CONTAS.
           MOVE "N" TO WS-EOF-CNTA
           MOVE "CONTFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-FS-CNTA EQUAL "00"
               PERFORM P021-LER-CONTA
               PERFORM UNTIL WS-CNTA-EOF
                   IF CNTA-REGIAO EQUAL SPACES
                       EVALUATE CNTA-TIPO
                           WHEN "JURDIFER"
                               MOVE CNTA-CONTA TO WS-CONTA-JUROS-DIFER
                           WHEN "RECJUROS"
                               MOVE CNTA-CONTA TO WS-CONTA-REC-JUROS
                       END-EVALUATE
                   END-IF
                   PERFORM P021-LER-CONTA
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF.

       P021-LER-CONTA.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET WS-CNTA-EOF TO TRUE
           END-READ.

       P100-VARRE-RECEBIVEIS.
           MOVE "N" TO WS-EOF-RECB
           MOVE LOW-VALUES TO RECB-CHAVE
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P110-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               IF (RECB-ABERTA OR RECB-PARCIAL OR RECB-LIQUIDADA)
                   AND RECB-JUROS-PARCELA IS NUMERIC
                   AND RECB-JUROS-APROPRIADO IS NUMERIC
                   PERFORM P120-APROPRIA-PARCELA THRU P120-FIM
               END-IF
               PERFORM P110-LER-RECEBIVEL
           END-PERFORM.

       P110-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P120-APROPRIA-PARCELA.
           ADD 1 TO WS-CONT-LIDAS
           MOVE 0 TO WS-VALOR-APROPRIAR
           COMPUTE WS-SALDO-DIFERIDO =
               RECB-JUROS-PARCELA - RECB-JUROS-APROPRIADO
           IF WS-SALDO-DIFERIDO GREATER 0
               AND RECB-DATA-VENCIMENTO NOT GREATER WS-DATA-CORTE
               MOVE WS-SALDO-DIFERIDO TO WS-VALOR-APROPRIAR
               MOVE RECB-JUROS-PARCELA TO RECB-JUROS-APROPRIADO
               REWRITE RECEBIVEL-RECORD
               ADD 1 TO WS-CONT-APROPRIADAS
               ADD WS-VALOR-APROPRIAR TO WS-TOT-APROPRIADO
               MOVE 0 TO WS-SALDO-DIFERIDO
           END-IF
           IF WS-VALOR-APROPRIAR EQUAL 0
               AND WS-SALDO-DIFERIDO NOT GREATER 0
               GO TO P120-FIM
           END-IF
           ADD WS-SALDO-DIFERIDO TO WS-TOT-SALDO-DIFERIDO
           MOVE RECB-LOJA-ID TO WS-LOJA-PARCELA
           PERFORM P130-ACUMULA-LOJA.
       P120-FIM.
           EXIT.

       P130-ACUMULA-LOJA.
           MOVE "N" TO WS-LOJA-ACHADA
           PERFORM P131-PROCURA-LOJA
               VARYING WS-IDX-LOJA FROM 1 BY 1
               UNTIL WS-IDX-LOJA GREATER WS-QTD-LOJAS
                   OR WS-LOJA-NA-TABELA
           IF NOT WS-LOJA-NA-TABELA
               IF WS-QTD-LOJAS LESS 200
                   ADD 1 TO WS-QTD-LOJAS
                   SET WS-IDX-LOJA TO WS-QTD-LOJAS
                   PERFORM P132-BUSCA-REGIAO-LOJA
                   MOVE WS-LOJA-PARCELA TO WS-LOJ-CODIGO(WS-IDX-LOJA)
                   MOVE WS-REGIAO-LOJA TO WS-LOJ-REGIAO(WS-IDX-LOJA)
                   MOVE 1 TO WS-LOJ-PARCELAS(WS-IDX-LOJA)
                   MOVE WS-VALOR-APROPRIAR
                       TO WS-LOJ-APROPRIADO(WS-IDX-LOJA)
                   MOVE WS-SALDO-DIFERIDO TO WS-LOJ-SALDO(WS-IDX-LOJA)
               END-IF
           END-IF.

       P131-PROCURA-LOJA.
           IF WS-LOJ-CODIGO(WS-IDX-LOJA) EQUAL WS-LOJA-PARCELA
               ADD 1 TO WS-LOJ-PARCELAS(WS-IDX-LOJA)
               ADD WS-VALOR-APROPRIAR
                   TO WS-LOJ-APROPRIADO(WS-IDX-LOJA)
               ADD WS-SALDO-DIFERIDO TO WS-LOJ-SALDO(WS-IDX-LOJA)
               SET WS-LOJA-NA-TABELA TO TRUE
           END-IF.

       P132-BUSCA-REGIAO-LOJA.
           MOVE "???" TO WS-REGIAO-LOJA
           IF WS-TEM-CADASTRO-LOJA
               MOVE WS-LOJA-PARCELA TO LOJA-ID
               READ STORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOJA-REGIAO NOT EQUAL SPACES
                           MOVE LOJA-REGIAO TO WS-REGIAO-LOJA
                       END-IF
               END-READ
           END-IF.

       P200-IMPRIME-RELATORIO.
           MOVE SPACES TO REPORT-LINE
           STRING "APROPRIACAO DE JUROS A APROPRIAR - VENCIMENTOS ATE "
                      DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  " (DATA DE NEGOCIO " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "POR LOJA:" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P210-LINHA-LOJA
               VARYING WS-IDX-LOJA FROM 1 BY 1
               UNTIL WS-IDX-LOJA GREATER WS-QTD-LOJAS

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "POR REGIAO:" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P230-LINHA-REGIAO
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO GREATER WS-QTD-REGIOES

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-APROPRIADO TO WS-MASCARA-APROPRIADO
           MOVE WS-TOT-SALDO-DIFERIDO TO WS-MASCARA-SALDO
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL APROPRIADO NO MES=" DELIMITED BY SIZE
                  WS-MASCARA-APROPRIADO DELIMITED BY SIZE
                  " SALDO A APROPRIAR=" DELIMITED BY SIZE
                  WS-MASCARA-SALDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PARCELAS COM JUROS=" DELIMITED BY SIZE
                  WS-CONT-LIDAS DELIMITED BY SIZE
                  " APROPRIADAS=" DELIMITED BY SIZE
                  WS-CONT-APROPRIADAS DELIMITED BY SIZE
                  " (DEBITO " DELIMITED BY SIZE
                  WS-CONTA-JUROS-DIFER DELIMITED BY SIZE
                  " / CREDITO " DELIMITED BY SIZE
                  WS-CONTA-REC-JUROS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P210-LINHA-LOJA.
           MOVE WS-LOJ-APROPRIADO(WS-IDX-LOJA)
               TO WS-MASCARA-APROPRIADO
           MOVE WS-LOJ-SALDO(WS-IDX-LOJA) TO WS-MASCARA-SALDO
           MOVE SPACES TO REPORT-LINE
           STRING "LOJA " DELIMITED BY SIZE
                  WS-LOJ-CODIGO(WS-IDX-LOJA) DELIMITED BY SIZE
                  " REGIAO " DELIMITED BY SIZE
                  WS-LOJ-REGIAO(WS-IDX-LOJA) DELIMITED BY SIZE
                  " PARCELAS=" DELIMITED BY SIZE
                  WS-LOJ-PARCELAS(WS-IDX-LOJA) DELIMITED BY SIZE
                  " APROPRIADO=" DELIMITED BY SIZE
                  WS-MASCARA-APROPRIADO DELIMITED BY SIZE
                  " SALDO A APROPRIAR=" DELIMITED BY SIZE
                  WS-MASCARA-SALDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P220-ACUMULA-REGIAO.

       P220-ACUMULA-REGIAO.
           MOVE "N" TO WS-REGIAO-ACHADA
           PERFORM P221-PROCURA-REGIAO
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO GREATER WS-QTD-REGIOES
                   OR WS-REGIAO-NA-TABELA
           IF NOT WS-REGIAO-NA-TABELA
               IF WS-QTD-REGIOES LESS 20
                   ADD 1 TO WS-QTD-REGIOES
                   SET WS-IDX-REGIAO TO WS-QTD-REGIOES
                   MOVE WS-LOJ-REGIAO(WS-IDX-LOJA)
                       TO WS-REG-CODIGO(WS-IDX-REGIAO)
                   MOVE WS-LOJ-APROPRIADO(WS-IDX-LOJA)
                       TO WS-REG-APROPRIADO(WS-IDX-REGIAO)
                   MOVE WS-LOJ-SALDO(WS-IDX-LOJA)
                       TO WS-REG-SALDO(WS-IDX-REGIAO)
               END-IF
           END-IF.

       P221-PROCURA-REGIAO.
           IF WS-REG-CODIGO(WS-IDX-REGIAO) EQUAL
                   WS-LOJ-REGIAO(WS-IDX-LOJA)
               ADD WS-LOJ-APROPRIADO(WS-IDX-LOJA)
                   TO WS-REG-APROPRIADO(WS-IDX-REGIAO)
               ADD WS-LOJ-SALDO(WS-IDX-LOJA)
                   TO WS-REG-SALDO(WS-IDX-REGIAO)
               SET WS-REGIAO-NA-TABELA TO TRUE
           END-IF.

       P230-LINHA-REGIAO.
           MOVE WS-REG-APROPRIADO(WS-IDX-REGIAO)
               TO WS-MASCARA-APROPRIADO
           MOVE WS-REG-SALDO(WS-IDX-REGIAO) TO WS-MASCARA-SALDO
           MOVE SPACES TO REPORT-LINE
           STRING "REGIAO " DELIMITED BY SIZE
                  WS-REG-CODIGO(WS-IDX-REGIAO) DELIMITED BY SIZE
                  " APROPRIADO=" DELIMITED BY SIZE
                  WS-MASCARA-APROPRIADO DELIMITED BY SIZE
                  " SALDO A APROPRIAR=" DELIMITED BY SIZE
                  WS-MASCARA-SALDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P300-GRAVA-LOTE-GL.
           OPEN OUTPUT GL-FILE
           MOVE WS-DATA-PROCESSO TO WS-GLH-DATA
           MOVE WS-GL-CABECALHO TO GL-RECORD
           WRITE GL-RECORD

           MOVE WS-CONTA-JUROS-DIFER TO WS-GLD-CONTA
           SET WS-GLD-DEBITO TO TRUE
           MOVE WS-TOT-APROPRIADO TO WS-GLD-VALOR
           MOVE WS-GL-LANCAMENTO TO GL-RECORD
           WRITE GL-RECORD

           MOVE WS-CONTA-REC-JUROS TO WS-GLD-CONTA
           SET WS-GLD-CREDITO TO TRUE
           MOVE WS-TOT-APROPRIADO TO WS-GLD-VALOR
           MOVE WS-GL-LANCAMENTO TO GL-RECORD
           WRITE GL-RECORD

           MOVE 2 TO WS-GLT-QTD-LANC
           MOVE 0 TO WS-GLT-LIQUIDO
           MOVE WS-GL-TRAILER TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE.

       END PROGRAM RECEB_APROPRIA.
