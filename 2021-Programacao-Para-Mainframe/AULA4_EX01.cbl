      *           16) instead of a wrong account. Without CONTFILE the
      *           original fixed accounts still apply, so accounting
      *           can cut over when the new chart is ready.
      * Modified: 02/09/2023 (JLOS) - Installment interest is no
      *           longer credited to revenue on the day of sale: the
      *           settlement credits it to deferred interest (CONTFILE
      *           type JURDIFER) and each parcel written to RECBMST
      *           now carries its store and its share of the sale's
      *           interest (remainder on the last parcel), for the
      *           month-end recognition in RECEB_APROPRIA. An estorno
      *           releases the unrecognised interest of the parcels
      *           it cancels: deferred interest and sales revenue are
      *           debited against the receivables credit.
      * Modified: 30/09/2023 (JLOS) - A cancelled parcel that already
      *           has a registered bank slip is flagged for the next
      *           remittance (RECEB_REMESSA) to ask the bank to drop
      *           the slip.
      * Modified: 11/11/2023 (JLOS) - A due date that falls on a
      *           Saturday, a Sunday or a date in the holiday calendar
      *           HOLIFILE (the list the nightly job already loads) is
      *           rolled forward to the next business day, both on the
      *           parcels written to RECBMST and on the printed
      *           schedule. Without HOLIFILE only weekends roll.
      * Modified: 25/11/2023 (JLOS) - The business date is now checked
      *           against the accounting period master PERIMST
      *           (maintained by PERI_MANUT) before anything is posted:
      *           a date in a month accounting has already closed
      *           writes a severe PERI exception and ends with
      *           condition code 8, leaving RECBMST, GLPOSTNG and the
      *           batch registry untouched, so a prior-day rerun can no
      *           longer post into a reported month.
      * Modified: 06/01/2024 (JLOS) - TRANS-RECORD now carries the
      *           salesperson of the "D" sale (TRANS-VENDEDOR-ID,
      *           appended after the original 28 bytes, so an old line
      *           reads as a sale with no salesperson). A salesperson
      *           not on the new seller master VNDRMST, inactive or
      *           registered to another store rejects the sale with
      *           code VEND; every parcel written to RECBMST carries
      *           the salesperson and the settlement date for the
      *           monthly commission run (VEND_COMISSAO). With no
      *           seller master present the salesperson is carried
      *           unvalidated, as with the other masters.
      * Modified: 03/08/2024 (JLOS) - The RATEFILE and CONTFILE tables
      *           now come from the effective-dated parameter store
      *           (PARMVIG): before opening the file the program calls
      *           PARM_VIGENTE, which rewrites it with the version in
      *           force on the business date.
      * Modified: 07/09/2024 (JLOS) - New parcels are written with the
      *           pending late fee, pending late interest and
      *           recovered amount (RECBMST) zeroed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULA04_EX01.
               RECORD KEY IS LOJA-ID
               FILE STATUS IS WS-FS-LOJM.

           SELECT SELLER-FILE ASSIGN TO "VNDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VNDR-ID
               FILE STATUS IS WS-FS-VNDR.

           SELECT BATCH-REG-FILE ASSIGN TO "LOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LREG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLI.

           SELECT PERIOD-FILE ASSIGN TO "PERIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERI-ANO-MES
               FILE STATUS IS WS-FS-PERI.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
               10  TRANS-TRL-QTD       PIC 9(06).
               10  TRANS-TRL-VALOR     PIC 9(13)V99.
               10  FILLER              PIC X(06).
           05  TRANS-VENDEDOR-ID       PIC X(06).

       FD  SETTLEMENT-FILE
           RECORDING MODE IS F.
       FD  STORE-FILE.
       COPY LOJAMST.

       FD  SELLER-FILE.
       COPY VNDRMST.

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           05  SCHK-CONT-ESTORNOS      PIC 9(05).
           05  SCHK-LOJA-ESTORNOS      PIC 9(11)V99.
           05  SCHK-REGIAO-ATUAL       PIC X(03).
           05  SCHK-TOTAL-EST-JUROS    PIC 9(11)V99.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

       FD  PERIOD-FILE.
       COPY PERIMST.

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-VALOR-PARCELAS        PIC 9(09)V99.
           05 WS-VALOR-ULT-PARCELA     PIC 9(09)V99.
           05 WS-NUM-PARCELAS          PIC 9(02).
           05 WS-JUROS-VENDA           PIC 9(09)V99.
           05 WS-JUROS-PARCELAS        PIC 9(09)V99.
           05 WS-JUROS-ULT-PARCELA     PIC 9(09)V99.

           COPY MASCNUM.

           05 WS-DIAS-BASE             PIC S9(07) COMP.
           05 WS-DIAS-VENC             PIC S9(07) COMP.
           05 WS-NUM-PARCELA-IDX       PIC 9(02).
           05 WS-DIA-SEMANA            PIC 9(01).
           05 WS-DIA-UTIL              PIC X(01).
               88 WS-E-DIA-UTIL        VALUE "S".

       01 WS-TABELA-FERIADOS.
           05 WS-QTD-FERIADOS          PIC 9(03) COMP VALUE 0.
           05 WS-FERIADO-ITEM OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-QTD-FERIADOS
                   INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-DATA      PIC 9(08).

       01 WS-RELATORIO.
           05 WS-PAGINA-ATUAL          PIC 9(04) VALUE 0.
           05 WS-CONT-VENDAS-OK        PIC 9(05) VALUE 0.
           05 WS-TOTAL-ESTORNOS-DIA    PIC 9(11)V99 VALUE 0.
           05 WS-CONT-ESTORNOS-DIA     PIC 9(05) VALUE 0.
           05 WS-TOTAL-EST-JUROS-DIA   PIC 9(11)V99 VALUE 0.

       01 WS-CONTROLE-LOJA.
           05 WS-LOJA-ID               PIC X(04) VALUE SPACES.
       01 WS-RECEBIVEIS.
           05 WS-PROX-VENDA-ID         PIC 9(06) VALUE 0.
           05 WS-CLIENTE-ID            PIC X(10) VALUE SPACES.
           05 WS-VENDEDOR-ID           PIC X(06) VALUE SPACES.

       01 WS-LIMITE-CREDITO.
           05 WS-SALDO-ABERTO          PIC S9(11)V99 VALUE 0.
           05 WS-EOF-RECB-EST          PIC X(01) VALUE "N".
               88 WS-RECB-EST-EOF      VALUE "S".
           05 WS-EST-PARCELAS          PIC 9(03) VALUE 0.
           05 WS-EST-JUROS-DIF         PIC S9(11)V99 VALUE 0.
           05 WS-EST-VENDAS-GL         PIC S9(11)V99 VALUE 0.

       01 WS-RETIDAS-CREDITO.
           05 WS-QTD-RETIDAS           PIC 9(03) COMP VALUE 0.
           05 WS-CONTA-RECEBER         PIC X(08) VALUE "11020010".
           05 WS-CONTA-REC-VENDAS      PIC X(08) VALUE "41010010".
           05 WS-CONTA-REC-JUROS       PIC X(08) VALUE "41020010".
           05 WS-CONTA-JUROS-DIFER     PIC X(08) VALUE "21060010".

       01 WS-PLANO-CONTAS.
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
               88 WS-TEM-CADASTRO-LOJA VALUE "S".
           05 WS-CLIENTE-VALIDO        PIC X(01) VALUE "S".
               88 WS-CLIENTE-E-VALIDO  VALUE "S".
           05 WS-FS-VNDR               PIC X(02) VALUE SPACES.
           05 WS-CADASTRO-VENDEDORES   PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VNDR VALUE "S".
           05 WS-VENDEDOR-VALIDO       PIC X(01) VALUE "S".
               88 WS-VENDEDOR-E-VALIDO VALUE "S".
           05 WS-FS-LREG               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-GL-COM-ERRO           PIC X(01) VALUE "N".
               88 WS-GL-NAO-FECHOU     VALUE "S".
           05 WS-EOF-LREG              PIC X(01) VALUE "N".
           05 WS-TAXA-ENCONTRADA       PIC X(01) VALUE "S".
               88 WS-TAXA-NAO-ENCONTRADA VALUE "N".

       COPY PARMCONS.

       LINKAGE SECTION.
       COPY BATCOMM.

       MAIN-PROCEDURE.
           PERFORM 0900-ABRE-LOG-EXCECAO
           PERFORM 0940-LE-DATA-PROCESSO
           PERFORM 0950-VERIFICA-PERIODO
           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO CONTABIL " WS-DATA-PROCESSO(1:6)
                   " FECHADO - NADA POSTADO"
               MOVE "PERI" TO WS-EXCP-CODIGO
               MOVE "PERIODO CONTABIL FECHADO - VENDAS NAO LIQUIDADAS"
                   TO WS-EXCP-DESCRICAO
               PERFORM 0910-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0920-ABRE-PARM
           PERFORM 0700-ABRE-RECEBIVEIS
           PERFORM 0105-CARREGA-TABELA-JUROS
           PERFORM 0107-CARREGA-PLANO-CONTAS
           PERFORM 0109-CARREGA-FERIADOS
           PERFORM 0100-DETERMINE-MODE

           IF WS-IS-BATCH
           PERFORM 0930-ATUALIZA-COMMAREA
           GOBACK.

      * Mes sem registro no PERIMST (ou cadastro ainda nao criado)
      * e mes aberto.
       0950-VERIFICA-PERIODO.
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

       0940-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROCESSO
           OPEN INPUT PROC-DATE-FILE
       0105-CARREGA-TABELA-JUROS.
           MOVE 0 TO WS-QTD-TAXAS
           MOVE "N" TO WS-EOF-RATE
           MOVE "RATEFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE EQUAL "00"
               PERFORM 0106-LER-TAXA
           MOVE 0 TO WS-QTD-CONTAS
           MOVE "N" TO WS-PLANO-EXTERNO
           MOVE "N" TO WS-EOF-CNTA
           MOVE "CONTFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-FS-CNTA EQUAL "00"
               SET WS-TEM-PLANO-EXTERNO TO TRUE
                   SET WS-CNTA-EOF TO TRUE
           END-READ.

       0109-CARREGA-FERIADOS.
           MOVE 0 TO WS-QTD-FERIADOS
           MOVE "N" TO WS-EOF-HOLI
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLI EQUAL "00"
               PERFORM 0111-LER-FERIADO
               PERFORM UNTIL WS-HOLI-EOF
                   IF WS-QTD-FERIADOS LESS 400
                       AND HOLIDAY-RECORD IS NUMERIC
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE HOLIDAY-RECORD
                           TO WS-FERIADO-DATA(WS-QTD-FERIADOS)
                   END-IF
                   PERFORM 0111-LER-FERIADO
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       0111-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   SET WS-HOLI-EOF TO TRUE
           END-READ.

       0106-LER-TAXA.
           READ RATE-FILE
               AT END
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "PERI"
               WHEN "LOTE"
               WHEN "GLNZ"
               WHEN "VLR "
               WHEN "LIMI"
               WHEN "ESTO"
               WHEN "LOJA"
               WHEN "VEND"
               WHEN "CNTA"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
           MOVE WS-DATA-PROCESSO TO WS-DATA-COMPRA
           COMPUTE WS-DIAS-BASE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-COMPRA)
      * Os juros da venda sao rateados pelas parcelas do mesmo jeito
      * que o valor financiado: o resto fica na ultima parcela.
           COMPUTE WS-JUROS-VENDA = WS-TOTAL-JUROS - WS-TOTAL
           COMPUTE WS-JUROS-PARCELAS = WS-JUROS-VENDA / WS-NUM-PARCELAS
           COMPUTE WS-JUROS-ULT-PARCELA = WS-JUROS-VENDA -
               (WS-JUROS-PARCELAS * (WS-NUM-PARCELAS - 1))
           PERFORM 0715-GRAVA-PARCELA-ABERTA
               VARYING WS-NUM-PARCELA-IDX FROM 1 BY 1
               UNTIL WS-NUM-PARCELA-IDX GREATER WS-NUM-PARCELAS.
       0715-GRAVA-PARCELA-ABERTA.
           COMPUTE WS-DIAS-VENC =
               WS-DIAS-BASE + (30 * WS-NUM-PARCELA-IDX)
           PERFORM 0716-ROLA-DIA-UTIL
           MOVE SPACES TO RECEBIVEL-RECORD
           MOVE WS-PROX-VENDA-ID TO RECB-VENDA-ID
           MOVE WS-NUM-PARCELA-IDX TO RECB-PARCELA
           MOVE WS-DATA-VENCIMENTO TO RECB-DATA-VENCIMENTO
           IF WS-NUM-PARCELA-IDX EQUAL WS-NUM-PARCELAS
               MOVE WS-VALOR-ULT-PARCELA TO RECB-VALOR-PARCELA
               MOVE WS-JUROS-ULT-PARCELA TO RECB-JUROS-PARCELA
           ELSE
               MOVE WS-VALOR-PARCELAS TO RECB-VALOR-PARCELA
               MOVE WS-JUROS-PARCELAS TO RECB-JUROS-PARCELA
           END-IF
           MOVE 0 TO RECB-VALOR-PAGO
           SET RECB-ABERTA TO TRUE
           MOVE 0 TO RECB-DATA-PAGAMENTO
           MOVE WS-CLIENTE-ID TO RECB-CLIENTE-ID
           MOVE WS-LOJA-ATUAL TO RECB-LOJA-ID
           MOVE 0 TO RECB-JUROS-APROPRIADO
           MOVE WS-VENDEDOR-ID TO RECB-VENDEDOR-ID
           MOVE WS-DATA-COMPRA TO RECB-DATA-VENDA
           MOVE 0 TO RECB-MULTA-PENDENTE
           MOVE 0 TO RECB-MORA-PENDENTE
           MOVE 0 TO RECB-VALOR-RECUPERADO
           WRITE RECEBIVEL-RECORD
               INVALID KEY
                   IF WS-TEM-CHECKPOINT
                   END-IF
           END-WRITE.

      * Vencimento em sabado, domingo ou feriado do HOLIFILE passa
      * para o primeiro dia util seguinte (dia 1 = segunda-feira).
       0716-ROLA-DIA-UTIL.
           PERFORM 0717-TESTA-DIA-UTIL
           PERFORM UNTIL WS-E-DIA-UTIL
               ADD 1 TO WS-DIAS-VENC
               PERFORM 0717-TESTA-DIA-UTIL
           END-PERFORM.

       0717-TESTA-DIA-UTIL.
           MOVE "S" TO WS-DIA-UTIL
           COMPUTE WS-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-VENC)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-VENC - 1, 7) + 1
           IF WS-DIA-SEMANA GREATER 5
               MOVE "N" TO WS-DIA-UTIL
           ELSE
               IF WS-QTD-FERIADOS GREATER 0
                   SET WS-IDX-FERIADO TO 1
                   SEARCH WS-FERIADO-ITEM VARYING WS-IDX-FERIADO
                       AT END
                           CONTINUE
                       WHEN WS-FERIADO-DATA(WS-IDX-FERIADO)
                               EQUAL WS-DATA-VENCIMENTO
                           MOVE "N" TO WS-DIA-UTIL
                   END-SEARCH
               END-IF
           END-IF.

       0720-GRAVA-SEQUENCIA-VENDA.
           OPEN OUTPUT VENDA-SEQ-FILE
           MOVE WS-PROX-VENDA-ID TO VENDA-SEQ-RECORD
           MOVE 0 TO WS-LOJA-ESTORNOS
           MOVE 0 TO WS-TOTAL-ESTORNOS-DIA
           MOVE 0 TO WS-CONT-ESTORNOS-DIA
           MOVE 0 TO WS-TOTAL-EST-JUROS-DIA
           MOVE 0 TO WS-LOTE-QTD-LIDA
           MOVE 0 TO WS-LOTE-VALOR-LIDO
           MOVE 0 TO WS-QTD-DETALHE
                  INTO WS-NOME-SETL
           PERFORM 0250-ABRE-CADASTRO-CLIENTES
           PERFORM 0255-ABRE-CADASTRO-LOJAS
           PERFORM 0256-ABRE-CADASTRO-VENDEDORES
           PERFORM 0210-READ-TRANS
           PERFORM 0280-VERIFICA-CABECALHO-LOTE THRU 0280-EXIT
           IF NOT WS-LOTE-FOI-ABENDADO
           IF WS-TEM-CADASTRO-LOJA
               CLOSE STORE-FILE
           END-IF
           IF WS-TEM-CADASTRO-VNDR
               CLOSE SELLER-FILE
           END-IF
           CLOSE TRANS-FILE
           IF WS-FS-SETL EQUAL "00"
               CLOSE SETTLEMENT-FILE
           MOVE TRANS-NUM-PARCELAS TO WS-PARCELAS
           MOVE TRANS-CLIENTE-ID   TO WS-CLIENTE-ID
           MOVE TRANS-LOJA-ID      TO WS-LOJA-ID
           MOVE TRANS-VENDEDOR-ID  TO WS-VENDEDOR-ID
           ADD 1 TO WS-LOTE-QTD-LIDA
           IF TRANS-VALOR-COMPRA IS NUMERIC
               ADD TRANS-VALOR-COMPRA TO WS-LOTE-VALOR-LIDO
           MOVE WS-CONT-ESTORNOS-DIA  TO SCHK-CONT-ESTORNOS
           MOVE WS-LOJA-ESTORNOS      TO SCHK-LOJA-ESTORNOS
           MOVE WS-REGIAO-ATUAL       TO SCHK-REGIAO-ATUAL
           MOVE WS-TOTAL-EST-JUROS-DIA TO SCHK-TOTAL-EST-JUROS
           WRITE SETTLE-CHKP-RECORD
           CLOSE SETTLE-CHKP-FILE.

               MOVE SCHK-CONT-ESTORNOS    TO WS-CONT-ESTORNOS-DIA
               MOVE SCHK-LOJA-ESTORNOS    TO WS-LOJA-ESTORNOS
               MOVE SCHK-REGIAO-ATUAL     TO WS-REGIAO-ATUAL
               IF SCHK-TOTAL-EST-JUROS IS NUMERIC
                   MOVE SCHK-TOTAL-EST-JUROS
                       TO WS-TOTAL-EST-JUROS-DIA
               END-IF
               IF WS-LOJA-ATUAL NOT EQUAL SPACES
                   SET WS-TEM-LOJA-ABERTA TO TRUE
               END-IF
           MOVE TRANS-EST-VENDA-ID TO WS-EST-VENDA-ID
           MOVE 0 TO WS-EST-VALOR
           MOVE 0 TO WS-EST-PARCELAS
           MOVE 0 TO WS-EST-JUROS-DIF
           MOVE "N" TO WS-EOF-RECB-EST
           MOVE WS-EST-VENDA-ID TO RECB-VENDA-ID
           MOVE 0 TO RECB-PARCELA

           ADD 1 TO WS-CONT-ESTORNOS-DIA
           ADD WS-EST-VALOR TO WS-TOTAL-ESTORNOS-DIA
           ADD WS-EST-JUROS-DIF TO WS-TOTAL-EST-JUROS-DIA
           ADD WS-EST-VALOR TO WS-LOJA-ESTORNOS
           MOVE WS-EST-VALOR TO WS-MASCARA-PADRAO
           MOVE SPACES TO SETL-LINE
           COMPUTE WS-SALDO-PARC-EST =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           SET RECB-CANCELADA TO TRUE
      * Os juros ainda nao apropriados da parcela cancelada saem de
      * juros a apropriar junto com o estorno.
           IF RECB-JUROS-PARCELA IS NUMERIC
               AND RECB-JUROS-APROPRIADO IS NUMERIC
               COMPUTE WS-EST-JUROS-DIF = WS-EST-JUROS-DIF
                   + RECB-JUROS-PARCELA - RECB-JUROS-APROPRIADO
               MOVE RECB-JUROS-PARCELA TO RECB-JUROS-APROPRIADO
           END-IF
      * Boleto registrado de parcela fechada fora do banco: a remessa
      * seguinte pede a baixa.
           IF RECB-REM-REGISTRADA
               SET RECB-REM-ALTERAR TO TRUE
           END-IF
           REWRITE RECEBIVEL-RECORD
           ADD 1 TO WS-EST-PARCELAS
           ADD WS-SALDO-PARC-EST TO WS-EST-VALOR.
                   "SEGUEM SEM VALIDACAO DE LOJA"
           END-IF.

       0256-ABRE-CADASTRO-VENDEDORES.
           MOVE "N" TO WS-CADASTRO-VENDEDORES
           OPEN INPUT SELLER-FILE
           IF WS-FS-VNDR EQUAL "00"
               SET WS-TEM-CADASTRO-VNDR TO TRUE
           ELSE
               DISPLAY "CADASTRO DE VENDEDORES INDISPONIVEL - VENDAS "
                   "SEGUEM SEM VALIDACAO DE VENDEDOR"
           END-IF.

       0216-VALIDA-LOJA.
           MOVE "S" TO WS-LOJA-VALIDA
           MOVE SPACES TO WS-REGIAO-ATUAL
                   MOVE "N" TO WS-CLIENTE-VALIDO
           END-READ.

      * Venda sem vendedor (linha do layout antigo, venda da casa) e
      * aceita - so fica sem comissao.
       0261-VALIDA-VENDEDOR.
           MOVE "S" TO WS-VENDEDOR-VALIDO
           MOVE WS-VENDEDOR-ID TO VNDR-ID
           READ SELLER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VENDEDOR-VALIDO
               NOT INVALID KEY
                   IF NOT VNDR-ESTA-ATIVO
                       OR VNDR-LOJA-ID NOT EQUAL WS-LOJA-ATUAL
                       MOVE "N" TO WS-VENDEDOR-VALIDO
                   END-IF
           END-READ
           IF NOT WS-VENDEDOR-E-VALIDO
               ADD 1 TO WS-CONT-ERROS-DIA
               ADD 1 TO WS-LOJA-ERROS
               MOVE SPACES TO SETL-LINE
               STRING "VENDEDOR NAO CADASTRADO, INATIVO OU DE OUTRA "
                          DELIMITED BY SIZE
                      "LOJA: " DELIMITED BY SIZE
                      WS-VENDEDOR-ID DELIMITED BY SIZE
                      INTO SETL-LINE
               WRITE SETL-LINE
               MOVE "VEND" TO WS-EXCP-CODIGO
               MOVE "VENDEDOR INVALIDO PARA A LOJA NO LOTE"
                   TO WS-EXCP-DESCRICAO
               PERFORM 0910-GRAVA-EXCECAO
           END-IF.

       0265-VERIFICA-LIMITE-CREDITO.
           MOVE "S" TO WS-CREDITO-OK
           MOVE 0 TO WS-SALDO-ABERTO
               END-IF
           END-IF

           IF WS-TEM-CADASTRO-VNDR
               AND WS-VENDEDOR-ID NOT EQUAL SPACES
               PERFORM 0261-VALIDA-VENDEDOR
               IF NOT WS-VENDEDOR-E-VALIDO
                   GO TO 0220-EXIT
               END-IF
           END-IF

           PERFORM 0400-CALCULA-JUROS

           IF WS-TAXA-NAO-ENCONTRADA
               MOVE WS-TOTAL-VENDAS-DIA TO WS-GLD-VALOR
               PERFORM 0245-GRAVA-LANCAMENTO-GL

               MOVE "JURDIFER" TO WS-BUSCA-TIPO
               MOVE SPACES TO WS-BUSCA-REGIAO
               PERFORM 0246-BUSCA-CONTA THRU 0246-FIM
               MOVE WS-CONTA-RESULTADO TO WS-GLD-CONTA
               PERFORM 0245-GRAVA-LANCAMENTO-GL
           END-IF

      * Estornos do dia: juros a apropriar das parcelas canceladas
      * e receita de vendas pelo restante a debito, contas a receber
      * a credito, para o lote continuar fechando em zero.
           IF WS-TOTAL-ESTORNOS-DIA GREATER 0
               IF WS-TOTAL-EST-JUROS-DIA GREATER 0
                   MOVE "JURDIFER" TO WS-BUSCA-TIPO
                   MOVE SPACES TO WS-BUSCA-REGIAO
                   PERFORM 0246-BUSCA-CONTA THRU 0246-FIM
                   MOVE WS-CONTA-RESULTADO TO WS-GLD-CONTA
                   SET WS-GLD-DEBITO TO TRUE
                   MOVE WS-TOTAL-EST-JUROS-DIA TO WS-GLD-VALOR
                   PERFORM 0245-GRAVA-LANCAMENTO-GL
               END-IF

               COMPUTE WS-EST-VENDAS-GL =
                   WS-TOTAL-ESTORNOS-DIA - WS-TOTAL-EST-JUROS-DIA
               MOVE "RECVENDA" TO WS-BUSCA-TIPO
               MOVE SPACES TO WS-BUSCA-REGIAO
               PERFORM 0246-BUSCA-CONTA THRU 0246-FIM
               MOVE WS-CONTA-RESULTADO TO WS-GLD-CONTA
      * Parcelas ja pagas acima do principal deixam o juro liberado
      * maior que o saldo cancelado: a diferenca volta para vendas.
               IF WS-EST-VENDAS-GL LESS 0
                   SET WS-GLD-CREDITO TO TRUE
                   COMPUTE WS-GLD-VALOR = 0 - WS-EST-VENDAS-GL
               ELSE
                   SET WS-GLD-DEBITO TO TRUE
                   MOVE WS-EST-VENDAS-GL TO WS-GLD-VALOR
               END-IF
               IF WS-GLD-VALOR GREATER 0
                   PERFORM 0245-GRAVA-LANCAMENTO-GL
               END-IF

               MOVE "RECEBER" TO WS-BUSCA-TIPO
               MOVE SPACES TO WS-BUSCA-REGIAO
                   WHEN "RECJUROS"
                       MOVE WS-CONTA-REC-JUROS TO WS-CONTA-RESULTADO
                       SET WS-TEM-CONTA TO TRUE
                   WHEN "JURDIFER"
                       MOVE WS-CONTA-JUROS-DIFER
                           TO WS-CONTA-RESULTADO
                       SET WS-TEM-CONTA TO TRUE
               END-EVALUATE
               GO TO 0246-FIM
           END-IF
           MOVE WS-REG-VENDAS(WS-IDX-REGIAO) TO WS-GLD-VALOR
           PERFORM 0245-GRAVA-LANCAMENTO-GL

           MOVE "JURDIFER" TO WS-BUSCA-TIPO
           MOVE WS-REG-CODIGO(WS-IDX-REGIAO) TO WS-BUSCA-REGIAO
           PERFORM 0246-BUSCA-CONTA THRU 0246-FIM
           MOVE WS-CONTA-RESULTADO TO WS-GLD-CONTA
       0510-LINHA-CRONOGRAMA.
           COMPUTE WS-DIAS-VENC =
               WS-DIAS-BASE + (30 * WS-NUM-PARCELA-IDX)
           PERFORM 0716-ROLA-DIA-UTIL
           MOVE WS-VALOR-PARCELAS TO WS-MASCARA-PADRAO
           DISPLAY "  PARCELA " WS-NUM-PARCELA-IDX
               " VENCIMENTO: " WS-DATA-VENCIMENTO
