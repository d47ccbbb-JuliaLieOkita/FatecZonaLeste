      *           fechar a equacao lidos = gravados + rejeitados que
      *           o LOTE_CONCILIA confere; a contagem de parcelas
      *           novas continua no relatorio.
      * Modified: 02/09/2023 (JLOS) - Os juros a apropriar das
      *           parcelas fechadas pelo acordo sao liberados e rolam
      *           para o cronograma novo junto com a diferenca da
      *           renegociacao: cada parcela nova leva a loja da
      *           venda de origem e sua parte dos juros (resto na
      *           ultima), para a apropriacao mensal. A diferenca do
      *           dia vai para um lote no formato do GLPOSTNG
      *           (RENGPOST: recebiveis a debito, juros a apropriar a
      *           credito), contas do CONTFILE com contas fixas na
      *           ausencia dele.
      * Modified: 30/09/2023 (JLOS) - Parcela fechada pelo acordo que
      *           ja tinha boleto registrado fica marcada para a
      *           remessa seguinte (RECEB_REMESSA) pedir a baixa do
      *           boleto; as parcelas novas entram como nao
      *           registradas e sao registradas pela remessa.
      * Modified: 11/11/2023 (JLOS) - Vencimento de parcela nova que
      *           cai em sabado, domingo ou feriado do calendario
      *           HOLIFILE (o mesmo do job noturno) passa para o
      *           primeiro dia util seguinte, como na venda. Sem o
      *           HOLIFILE so os fins de semana sao pulados.
      * Modified: 25/11/2023 (JLOS) - A data de negocio e conferida no
      *           cadastro de periodos contabeis PERIMST antes de
      *           qualquer postagem: data em mes ja fechado pela
      *           contabilidade grava excecao severa PERI e termina com
      *           RC 8, sem tocar no RECBMST nem no RENGPOST.
      * Modified: 03/08/2024 (JLOS) - As tabelas RENGPARM e CONTFILE
      *           agora vem do cadastro de parametros com vigencia
      *           (PARMVIG): antes de abrir o arquivo o programa chama o
      *           PARM_VIGENTE, que o regrava com a versao em vigor na
      *           data de negocio.
      * Modified: 07/09/2024 (JLOS) - As parcelas do cronograma novo
      *           sao gravadas com a multa e a mora pendentes e o valor
      *           recuperado (RECBMST) zerados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_RENEGOCIA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNTA.

           SELECT GL-FILE ASSIGN TO "RENGPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPO.

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
       FD  AGREEMENT-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           05  CNTA-TIPO               PIC X(08).
           05  CNTA-REGIAO             PIC X(03).
           05  CNTA-CONTA              PIC X(08).

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                   PIC X(40).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

       FD  PERIOD-FILE.
       COPY PERIMST.

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-GLPO               PIC X(02) VALUE SPACES.
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-EOF-CNTA              PIC X(01) VALUE "N".
               88 WS-CNTA-EOF          VALUE "S".
           05 WS-EOF-RENG              PIC X(01) VALUE "N".
               88 WS-RENG-EOF          VALUE "S".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
           05 WS-PARC-FECHADAS         PIC 9(03) VALUE 0.
           05 WS-VENDA-ALVO            PIC 9(06) VALUE 0.
           05 WS-SALDO-PARC            PIC S9(09)V99 VALUE 0.
           05 WS-JUROS-ROLADOS         PIC S9(11)V99 VALUE 0.
           05 WS-LOJA-ACORDO           PIC X(04) VALUE SPACES.

       01 WS-CRONOGRAMA-NOVO.
           05 WS-PROX-VENDA-ID         PIC 9(06) VALUE 0.
           05 WS-DIAS-VENC             PIC S9(07) COMP.
           05 WS-DATA-VENCIMENTO       PIC 9(08).
           05 WS-NUM-PARCELA-IDX       PIC 9(02).
           05 WS-DIA-SEMANA            PIC 9(01).
           05 WS-DIA-UTIL              PIC X(01).
               88 WS-E-DIA-UTIL        VALUE "S".
           05 WS-JUROS-NOVOS           PIC S9(11)V99 VALUE 0.
           05 WS-JUROS-PARCELA-NOVA    PIC S9(09)V99 VALUE 0.
           05 WS-JUROS-ULT-NOVA        PIC S9(09)V99 VALUE 0.

       01 WS-TABELA-FERIADOS.
           05 WS-QTD-FERIADOS          PIC 9(03) COMP VALUE 0.
           05 WS-FERIADO-ITEM OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-QTD-FERIADOS
                   INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-DATA      PIC 9(08).

       01 WS-CONTADORES-RENEG.
           05 WS-CONT-ACORDOS          PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-DIFERENCA-DIA         PIC S9(11)V99 VALUE 0.

       01 WS-CONTAS-RENEG.
           05 WS-CONTA-RECEBER         PIC X(08) VALUE "11020010".
           05 WS-CONTA-JUROS-DIFER     PIC X(08) VALUE "21060010".

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
               MOVE "PERIODO CONTABIL FECHADO - ACORDOS NAO POSTADOS"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P010-LE-PARM-TAXA
           PERFORM P050-CARREGA-CONTAS
           PERFORM P060-CARREGA-FERIADOS

           OPEN INPUT AGREEMENT-FILE
           IF WS-FS-RENG NOT EQUAL "00"
           CLOSE AGREEMENT-FILE
           PERFORM P030-GRAVA-SEQUENCIA-VENDA
           PERFORM P040-GRAVA-CONTROLE
           PERFORM P400-GRAVA-LOTE-GL
           CLOSE EXCEPTION-LOG-FILE

           IF WS-CONT-REJEITADOS GREATER 0
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "PERI"
               WHEN "RECB"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
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
           END-IF.

       P010-LE-PARM-TAXA.
           MOVE "RENGPARM" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P050-CARREGA-CONTAS.
           MOVE "N" TO WS-EOF-CNTA
           MOVE "CONTFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-FS-CNTA EQUAL "00"
               PERFORM P051-LER-CONTA
               PERFORM UNTIL WS-CNTA-EOF
                   IF CNTA-REGIAO EQUAL SPACES
                       EVALUATE CNTA-TIPO
                           WHEN "RECEBER "
                               MOVE CNTA-CONTA TO WS-CONTA-RECEBER
                           WHEN "JURDIFER"
                               MOVE CNTA-CONTA TO WS-CONTA-JUROS-DIFER
                       END-EVALUATE
                   END-IF
                   PERFORM P051-LER-CONTA
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF.

       P051-LER-CONTA.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET WS-CNTA-EOF TO TRUE
           END-READ.

       P060-CARREGA-FERIADOS.
           MOVE 0 TO WS-QTD-FERIADOS
           MOVE "N" TO WS-EOF-HOLI
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLI EQUAL "00"
               PERFORM P061-LER-FERIADO
               PERFORM UNTIL WS-HOLI-EOF
                   IF WS-QTD-FERIADOS LESS 400
                       AND HOLIDAY-RECORD IS NUMERIC
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE HOLIDAY-RECORD
                           TO WS-FERIADO-DATA(WS-QTD-FERIADOS)
                   END-IF
                   PERFORM P061-LER-FERIADO
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       P061-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   SET WS-HOLI-EOF TO TRUE
           END-READ.

       P100-LOTE-ACORDOS.
           MOVE "N" TO WS-EOF-RENG
           MOVE "N" TO WS-ACORDO-ABERTO
           SET WS-TEM-ACORDO-ABERTO TO TRUE
           MOVE 0 TO WS-SALDO-ANTIGO
           MOVE 0 TO WS-PARC-FECHADAS
           MOVE 0 TO WS-JUROS-ROLADOS
           MOVE SPACES TO WS-LOJA-ACORDO
           MOVE RENEG-NUM-PARCELAS TO WS-NUM-PARCELAS-NOVO
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-SALDO-ANTIGO = WS-SALDO-ANTIGO
               + RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           ADD 1 TO WS-PARC-FECHADAS
           IF WS-LOJA-ACORDO EQUAL SPACES
               MOVE RECB-LOJA-ID TO WS-LOJA-ACORDO
           END-IF
      * Os juros ainda nao apropriados da parcela fechada rolam para
      * o cronograma novo.
           IF RECB-JUROS-PARCELA IS NUMERIC
               AND RECB-JUROS-APROPRIADO IS NUMERIC
               COMPUTE WS-JUROS-ROLADOS = WS-JUROS-ROLADOS
                   + RECB-JUROS-PARCELA - RECB-JUROS-APROPRIADO
               MOVE RECB-JUROS-PARCELA TO RECB-JUROS-APROPRIADO
           END-IF
           SET RECB-RENEGOCIADA TO TRUE
      * Boleto registrado de parcela fechada fora do banco: a remessa
      * seguinte pede a baixa.
           IF RECB-REM-REGISTRADA
               SET RECB-REM-ALTERAR TO TRUE
           END-IF
           REWRITE RECEBIVEL-RECORD.

       P200-FECHA-ACORDO.
           COMPUTE WS-DIFERENCA-DIA = WS-DIFERENCA-DIA
               + WS-TOTAL-NOVO - WS-SALDO-ANTIGO

      * Juros do cronograma novo: o diferido rolado das parcelas
      * fechadas mais a diferenca da renegociacao, rateados do mesmo
      * jeito que o valor (resto na ultima parcela).
           COMPUTE WS-JUROS-NOVOS = WS-JUROS-ROLADOS
               + WS-TOTAL-NOVO - WS-SALDO-ANTIGO
           COMPUTE WS-JUROS-PARCELA-NOVA =
               WS-JUROS-NOVOS / WS-NUM-PARCELAS-NOVO
           COMPUTE WS-JUROS-ULT-NOVA = WS-JUROS-NOVOS -
               (WS-JUROS-PARCELA-NOVA * (WS-NUM-PARCELAS-NOVO - 1))

           MOVE WS-SALDO-ANTIGO TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "  SALDO ANTIGO TOTAL=" DELIMITED BY SIZE
       P210-GRAVA-PARCELA-NOVA.
           COMPUTE WS-DIAS-VENC =
               WS-DIAS-BASE + (30 * WS-NUM-PARCELA-IDX)
           PERFORM P211-ROLA-DIA-UTIL
           MOVE SPACES TO RECEBIVEL-RECORD
           MOVE WS-PROX-VENDA-ID TO RECB-VENDA-ID
           MOVE WS-NUM-PARCELA-IDX TO RECB-PARCELA
           MOVE WS-DATA-VENCIMENTO TO RECB-DATA-VENCIMENTO
           IF WS-NUM-PARCELA-IDX EQUAL WS-NUM-PARCELAS-NOVO
               MOVE WS-VALOR-ULT-NOVA TO RECB-VALOR-PARCELA
               MOVE WS-JUROS-ULT-NOVA TO RECB-JUROS-PARCELA
           ELSE
               MOVE WS-VALOR-PARCELA-NOVA TO RECB-VALOR-PARCELA
               MOVE WS-JUROS-PARCELA-NOVA TO RECB-JUROS-PARCELA
           END-IF
           MOVE 0 TO RECB-VALOR-PAGO
           SET RECB-ABERTA TO TRUE
           MOVE 0 TO RECB-DATA-PAGAMENTO
           MOVE WS-CLIENTE-ATUAL TO RECB-CLIENTE-ID
           MOVE WS-LOJA-ACORDO TO RECB-LOJA-ID
           MOVE 0 TO RECB-JUROS-APROPRIADO
           MOVE 0 TO RECB-MULTA-PENDENTE
           MOVE 0 TO RECB-MORA-PENDENTE
           MOVE 0 TO RECB-VALOR-RECUPERADO
           WRITE RECEBIVEL-RECORD
               INVALID KEY
                   MOVE "RENG" TO WS-EXCP-CODIGO
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Vencimento em sabado, domingo ou feriado do HOLIFILE passa
      * para o primeiro dia util seguinte (dia 1 = segunda-feira).
       P211-ROLA-DIA-UTIL.
           PERFORM P212-TESTA-DIA-UTIL
           PERFORM UNTIL WS-E-DIA-UTIL
               ADD 1 TO WS-DIAS-VENC
               PERFORM P212-TESTA-DIA-UTIL
           END-PERFORM.

       P212-TESTA-DIA-UTIL.
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

       P300-GRAVA-RESUMO.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "RENEGOCIACAO - " WS-CONT-ACORDOS " ACORDO(S) "
               "GRAVADO(S)".

       P400-GRAVA-LOTE-GL.
      * A diferenca da renegociacao aumenta os recebiveis e entra em
      * juros a apropriar; o diferido rolado das parcelas fechadas
      * ja esta na conta e nao gera lancamento.
           OPEN OUTPUT GL-FILE
           MOVE WS-DATA-PROCESSO TO WS-GLH-DATA
           MOVE WS-GL-CABECALHO TO GL-RECORD
           WRITE GL-RECORD
           MOVE 0 TO WS-GLT-QTD-LANC
           IF WS-DIFERENCA-DIA GREATER 0
               MOVE WS-CONTA-RECEBER TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-DIFERENCA-DIA TO WS-GLD-VALOR
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD

               MOVE WS-CONTA-JUROS-DIFER TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-DIFERENCA-DIA TO WS-GLD-VALOR
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD
               MOVE 2 TO WS-GLT-QTD-LANC
           END-IF
           MOVE 0 TO WS-GLT-LIQUIDO
           MOVE WS-GL-TRAILER TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE.

       END PROGRAM RECEB_RENEGOCIA.
