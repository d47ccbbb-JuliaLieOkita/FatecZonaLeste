      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 16/09/2023
      * Purpose: Baixa de parcelas incobraveis contra a provisao para
      *          devedores duvidosos: sem este passo uma parcela com
      *          400 dias de atraso ficava "A" no RECBMST para sempre
      *          e continuava inchando a PDD. Duas fontes de baixa:
      *          a lista aprovada PERDLIST (venda, parcela - 00 para
      *          todas as parcelas em aberto da venda - e o aprovador)
      *          e a regra de idade do PERDPARM (padrao: mais de 360
      *          dias de atraso com o aviso final, nivel 3, ja emitido
      *          no NOTIFMST pela cobranca). A parcela baixada fica
      *          com a situacao "B"; os juros a apropriar que ainda
      *          estavam nela sao liberados. O movimento vai para um
      *          lote no formato do GLPOSTNG (PERDPOST: provisao de
      *          PDD e juros a apropriar a debito, recebiveis a
      *          credito, trailer fechando em zero), cada baixa entra
      *          no registro PERDREG e o relatorio PERDRPT lista as
      *          parcelas baixadas e os itens recusados. Os totais de
      *          controle vao para o CTRLFILE com o saldo baixado
      *          negativo no hash, para a conciliacao do razao. As
      *          contas vem do CONTFILE (tipos PROVPDD, RECEBER e
      *          JURDIFER) quando presente, com contas fixas na
      *          ausencia dele.
      * Tectonics: cobc
      * Modified: 30/09/2023 (JLOS) - Parcela baixada que ja tinha
      *           boleto registrado fica marcada para a remessa
      *           seguinte (RECEB_REMESSA) pedir a baixa do boleto.
      * Modified: 25/11/2023 (JLOS) - A data de negocio e conferida no
      *           cadastro de periodos contabeis PERIMST antes de
      *           qualquer baixa: data em mes ja fechado pela
      *           contabilidade grava excecao severa PERI e termina com
      *           RC 8, sem tocar no RECBMST nem no PERDPOST.
      * Modified: 03/08/2024 (JLOS) - A tabela CONTFILE agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_PERDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "PERDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APRV.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT NOTICE-FILE ASSIGN TO "NOTIFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTI-CHAVE
               FILE STATUS IS WS-FS-NOTI.

           SELECT WRITEOFF-REG-FILE ASSIGN TO "PERDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREG.

           SELECT GL-FILE ASSIGN TO "PERDPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPO.

           SELECT REPORT-FILE ASSIGN TO "PERDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "PERDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNTA.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT PERIOD-FILE ASSIGN TO "PERIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERI-ANO-MES
               FILE STATUS IS WS-FS-PERI.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           05  APRV-VENDA-ID           PIC 9(06).
           05  APRV-PARCELA            PIC 9(02).
           05  APRV-APROVADOR          PIC X(08).

       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  NOTI-CHAVE.
               10  NOTI-VENDA-ID       PIC 9(06).
               10  NOTI-PARCELA        PIC 9(02).
           05  NOTI-NIVEL              PIC 9(01).
           05  NOTI-DATA-NIVEL         PIC 9(08).

       FD  WRITEOFF-REG-FILE
           RECORDING MODE IS F.
       COPY PERDREG.

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                   PIC X(40).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-DIAS-MINIMO        PIC 9(04).
           05  PARM-NIVEL-MINIMO       PIC 9(01).

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           05  CNTA-TIPO               PIC X(08).
           05  CNTA-REGIAO             PIC X(03).
           05  CNTA-CONTA              PIC X(08).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  EXCEPTION-LOG-FILE
           RECORDING MODE IS F.
       COPY EXCPLOG.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  PERIOD-FILE.
       COPY PERIMST.

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-PERDA.
           05 WS-FS-APRV               PIC X(02) VALUE SPACES.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-NOTI               PIC X(02) VALUE SPACES.
           05 WS-FS-PREG               PIC X(02) VALUE SPACES.
           05 WS-FS-GLPO               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-EOF-APRV              PIC X(01) VALUE "N".
               88 WS-APRV-EOF          VALUE "S".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-CNTA              PIC X(01) VALUE "N".
               88 WS-CNTA-EOF          VALUE "S".
           05 WS-CADASTRO-AVISOS       PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-AVISO VALUE "S".

       01 WS-PARAMETROS-PERDA.
           05 WS-DIAS-MINIMO           PIC 9(04) VALUE 360.
           05 WS-NIVEL-MINIMO          PIC 9(01) VALUE 3.

       01 WS-CONTAS-PERDA.
           05 WS-CONTA-PROVISAO        PIC X(08) VALUE "11029010".
           05 WS-CONTA-RECEBER         PIC X(08) VALUE "11020010".
           05 WS-CONTA-JUROS-DIFER     PIC X(08) VALUE "21060010".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-CALCULO-PERDA.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-VENC             PIC S9(07) COMP.
           05 WS-DIAS-ATRASO           PIC S9(07) COMP.
           05 WS-VENDA-ALVO            PIC 9(06) VALUE 0.
           05 WS-PARC-VENDA            PIC 9(03) VALUE 0.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-JUROS-LIBERADOS       PIC S9(09)V99 VALUE 0.
           05 WS-ORIGEM-BAIXA          PIC X(05) VALUE SPACES.
           05 WS-APROVADOR-BAIXA       PIC X(08) VALUE SPACES.

       01 WS-TOTAIS-PERDA.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(07) VALUE 0.
           05 WS-CONT-REGRA            PIC 9(07) VALUE 0.
           05 WS-CONT-BAIXADAS         PIC 9(07) VALUE 0.
           05 WS-TOT-BAIXADO           PIC S9(11)V99 VALUE 0.
           05 WS-TOT-JUROS-LIBERADOS   PIC S9(11)V99 VALUE 0.
           05 WS-TOT-PROVISAO          PIC S9(11)V99 VALUE 0.

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

       01 WS-EDICAO-PERDA.
           05 WS-MASCARA-JUROS         PIC -Z(9)9,99.

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
               MOVE "PERIODO CONTABIL FECHADO - PERDAS NAO BAIXADAS"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P010-LE-PARM-PERDA
           PERFORM P020-CARREGA-CONTAS

           OPEN I-O RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "RECEBIVEIS INDISPONIVEIS NA BAIXA POR PERDA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT NOTICE-FILE
           IF WS-FS-NOTI EQUAL "00"
               SET WS-TEM-CADASTRO-AVISO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE AVISOS INDISPONIVEL - REGRA DE "
                   "IDADE NAO APLICADA"
           END-IF

           OPEN EXTEND WRITEOFF-REG-FILE
           IF WS-FS-PREG NOT EQUAL "00"
               OPEN OUTPUT WRITEOFF-REG-FILE
           END-IF

           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "BAIXA DE PARCELAS POR PERDA EM " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  " - REGRA: ATRASO ACIMA DE " DELIMITED BY SIZE
                  WS-DIAS-MINIMO DELIMITED BY SIZE
                  " DIAS COM AVISO NIVEL " DELIMITED BY SIZE
                  WS-NIVEL-MINIMO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P100-LISTA-APROVADA
           IF WS-TEM-CADASTRO-AVISO
               PERFORM P200-REGRA-IDADE
               CLOSE NOTICE-FILE
           END-IF

           PERFORM P300-GRAVA-RESUMO
           CLOSE REPORT-FILE
           CLOSE WRITEOFF-REG-FILE
           CLOSE RECEIVABLE-FILE
           PERFORM P400-GRAVA-LOTE-GL
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           IF WS-CONT-REJEITADOS GREATER 0
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
           MOVE "RECEB_PERDA" TO EXCP-PROGRAMA
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

       P010-LE-PARM-PERDA.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-MINIMO IS NUMERIC
                           AND PARM-DIAS-MINIMO GREATER 0
                           MOVE PARM-DIAS-MINIMO TO WS-DIAS-MINIMO
                       END-IF
                       IF PARM-NIVEL-MINIMO IS NUMERIC
                           AND PARM-NIVEL-MINIMO GREATER 0
                           MOVE PARM-NIVEL-MINIMO TO WS-NIVEL-MINIMO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

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
                           WHEN "PROVPDD "
                               MOVE CNTA-CONTA TO WS-CONTA-PROVISAO
                           WHEN "RECEBER "
                               MOVE CNTA-CONTA TO WS-CONTA-RECEBER
                           WHEN "JURDIFER"
                               MOVE CNTA-CONTA TO WS-CONTA-JUROS-DIFER
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

       P040-GRAVA-CONTROLE.
      * O hash leva o saldo baixado com sinal negativo: a baixa reduz
      * o saldo em aberto do RECBMST sem passar pelo GLPOSTNG.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "RECEB_PERDA" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           COMPUTE CTRL-LIDOS = WS-CONT-LIDOS + WS-CONT-REGRA
           COMPUTE CTRL-GRAVADOS =
               WS-CONT-LIDOS - WS-CONT-REJEITADOS + WS-CONT-REGRA
           MOVE WS-CONT-REJEITADOS TO CTRL-REJEITADOS
           COMPUTE CTRL-VALOR-HASH = 0 - WS-TOT-BAIXADO
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P100-LISTA-APROVADA.
           MOVE "N" TO WS-EOF-APRV
           OPEN INPUT APPROVAL-FILE
           IF WS-FS-APRV NOT EQUAL "00"
               DISPLAY "LISTA DE PERDAS APROVADAS AUSENTE - SO A "
                   "REGRA DE IDADE"
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "LISTA APROVADA:" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM P110-LER-APROVACAO
               PERFORM UNTIL WS-APRV-EOF
                   PERFORM P120-PROCESSA-APROVACAO THRU P120-EXIT
                   PERFORM P110-LER-APROVACAO
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       P110-LER-APROVACAO.
           READ APPROVAL-FILE
               AT END
                   SET WS-APRV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       P120-PROCESSA-APROVACAO.
           MOVE "LISTA" TO WS-ORIGEM-BAIXA
           MOVE APRV-APROVADOR TO WS-APROVADOR-BAIXA
           IF APRV-VENDA-ID IS NOT NUMERIC
               OR APRV-PARCELA IS NOT NUMERIC
               OR APRV-APROVADOR EQUAL SPACES
               MOVE "ITEM DA LISTA INVALIDO OU SEM APROVADOR"
                   TO WS-EXCP-DESCRICAO
               PERFORM P190-REJEITA-ITEM
               GO TO P120-EXIT
           END-IF

      * Parcela 00 na lista baixa todas as parcelas em aberto da
      * venda de uma vez.
           IF APRV-PARCELA EQUAL 0
               PERFORM P130-BAIXA-VENDA
               IF WS-PARC-VENDA EQUAL 0
                   MOVE "VENDA DA LISTA SEM PARCELA EM ABERTO"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P190-REJEITA-ITEM
               END-IF
               GO TO P120-EXIT
           END-IF

           MOVE APRV-VENDA-ID TO RECB-VENDA-ID
           MOVE APRV-PARCELA TO RECB-PARCELA
           READ RECEIVABLE-FILE
               INVALID KEY
                   MOVE "PARCELA DA LISTA NAO EXISTE NO CADASTRO"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P190-REJEITA-ITEM
                   GO TO P120-EXIT
           END-READ
           IF NOT RECB-ABERTA AND NOT RECB-PARCIAL
               MOVE "PARCELA DA LISTA NAO ESTA EM ABERTO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P190-REJEITA-ITEM
               GO TO P120-EXIT
           END-IF
           PERFORM P150-CALCULA-ATRASO
           PERFORM P160-BAIXA-PARCELA.
       P120-EXIT.
           EXIT.

       P130-BAIXA-VENDA.
           MOVE APRV-VENDA-ID TO WS-VENDA-ALVO
           MOVE 0 TO WS-PARC-VENDA
           MOVE "N" TO WS-EOF-RECB
           MOVE WS-VENDA-ALVO TO RECB-VENDA-ID
           MOVE 0 TO RECB-PARCELA
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P140-LER-PARCELA-VENDA
           PERFORM UNTIL WS-RECB-EOF
               IF RECB-ABERTA OR RECB-PARCIAL
                   ADD 1 TO WS-PARC-VENDA
                   PERFORM P150-CALCULA-ATRASO
                   PERFORM P160-BAIXA-PARCELA
               END-IF
               PERFORM P140-LER-PARCELA-VENDA
           END-PERFORM.

       P140-LER-PARCELA-VENDA.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
               NOT AT END
                   IF RECB-VENDA-ID NOT EQUAL WS-VENDA-ALVO
                       SET WS-RECB-EOF TO TRUE
                   END-IF
           END-READ.

       P150-CALCULA-ATRASO.
           MOVE 0 TO WS-DIAS-ATRASO
           IF RECB-DATA-VENCIMENTO IS NUMERIC
               AND RECB-DATA-VENCIMENTO GREATER 0
               COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE(
                   RECB-DATA-VENCIMENTO)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
               IF WS-DIAS-ATRASO LESS 0
                   MOVE 0 TO WS-DIAS-ATRASO
               END-IF
           END-IF.

       P160-BAIXA-PARCELA.
      * O saldo inteiro da parcela sai de recebiveis; a parte que
      * ainda era juros a apropriar nunca virou receita e e estornada
      * de la, o resto e consumido da provisao de PDD.
           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           MOVE 0 TO WS-JUROS-LIBERADOS
           IF RECB-JUROS-PARCELA IS NUMERIC
               AND RECB-JUROS-APROPRIADO IS NUMERIC
               COMPUTE WS-JUROS-LIBERADOS =
                   RECB-JUROS-PARCELA - RECB-JUROS-APROPRIADO
               MOVE RECB-JUROS-PARCELA TO RECB-JUROS-APROPRIADO
           END-IF
           SET RECB-BAIXADA-PERDA TO TRUE
      * Boleto registrado de parcela fechada fora do banco: a remessa
      * seguinte pede a baixa.
           IF RECB-REM-REGISTRADA
               SET RECB-REM-ALTERAR TO TRUE
           END-IF
           REWRITE RECEBIVEL-RECORD

           ADD 1 TO WS-CONT-BAIXADAS
           ADD WS-SALDO-PARCELA TO WS-TOT-BAIXADO
           ADD WS-JUROS-LIBERADOS TO WS-TOT-JUROS-LIBERADOS

           MOVE SPACES TO PERDA-RECORD
           SET PERD-TIPO-BAIXA TO TRUE
           MOVE RECB-VENDA-ID TO PERD-VENDA-ID
           MOVE RECB-PARCELA TO PERD-PARCELA
           MOVE RECB-CLIENTE-ID TO PERD-CLIENTE-ID
           MOVE WS-DATA-PROCESSO TO PERD-DATA
           MOVE WS-SALDO-PARCELA TO PERD-VALOR
           MOVE WS-JUROS-LIBERADOS TO PERD-JUROS-LIBERADOS
           MOVE WS-DIAS-ATRASO TO PERD-DIAS-ATRASO
           MOVE WS-ORIGEM-BAIXA TO PERD-ORIGEM
           MOVE WS-APROVADOR-BAIXA TO PERD-APROVADOR
           WRITE PERDA-RECORD

           MOVE WS-SALDO-PARCELA TO WS-MASCARA-PADRAO
           MOVE WS-JUROS-LIBERADOS TO WS-MASCARA-JUROS
           MOVE SPACES TO REPORT-LINE
           STRING "  VENDA " DELIMITED BY SIZE
                  RECB-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  RECB-PARCELA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  RECB-CLIENTE-ID DELIMITED BY SIZE
                  " ATRASO=" DELIMITED BY SIZE
                  PERD-DIAS-ATRASO DELIMITED BY SIZE
                  " BAIXADO=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " JUROS LIBERADOS=" DELIMITED BY SIZE
                  WS-MASCARA-JUROS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-APROVADOR-BAIXA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P190-REJEITA-ITEM.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE SPACES TO REPORT-LINE
           STRING "  VENDA " DELIMITED BY SIZE
                  APRV-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  APRV-PARCELA DELIMITED BY SIZE
                  " - RECUSADA: " DELIMITED BY SIZE
                  WS-EXCP-DESCRICAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PERD" TO WS-EXCP-CODIGO
           PERFORM P091-GRAVA-EXCECAO.

       P200-REGRA-IDADE.
           MOVE "REGRA" TO WS-ORIGEM-BAIXA
           MOVE SPACES TO WS-APROVADOR-BAIXA
           MOVE SPACES TO REPORT-LINE
           STRING "REGRA DE IDADE:" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-RECB
           MOVE LOW-VALUES TO RECB-CHAVE
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P210-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               IF RECB-ABERTA OR RECB-PARCIAL
                   PERFORM P220-AVALIA-PARCELA THRU P220-EXIT
               END-IF
               PERFORM P210-LER-RECEBIVEL
           END-PERFORM.

       P210-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P220-AVALIA-PARCELA.
           PERFORM P150-CALCULA-ATRASO
           IF WS-DIAS-ATRASO NOT GREATER WS-DIAS-MINIMO
               GO TO P220-EXIT
           END-IF
           MOVE RECB-VENDA-ID TO NOTI-VENDA-ID
           MOVE RECB-PARCELA TO NOTI-PARCELA
           READ NOTICE-FILE
               INVALID KEY
                   GO TO P220-EXIT
           END-READ
           IF NOTI-NIVEL LESS WS-NIVEL-MINIMO
               GO TO P220-EXIT
           END-IF
           ADD 1 TO WS-CONT-REGRA
           PERFORM P160-BAIXA-PARCELA.
       P220-EXIT.
           EXIT.

       P300-GRAVA-RESUMO.
           COMPUTE WS-TOT-PROVISAO =
               WS-TOT-BAIXADO - WS-TOT-JUROS-LIBERADOS
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-BAIXADO TO WS-MASCARA-PADRAO
           MOVE WS-TOT-JUROS-LIBERADOS TO WS-MASCARA-JUROS
           MOVE SPACES TO REPORT-LINE
           STRING "PARCELAS BAIXADAS=" DELIMITED BY SIZE
                  WS-CONT-BAIXADAS DELIMITED BY SIZE
                  " TOTAL BAIXADO=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " JUROS A APROPRIAR LIBERADOS=" DELIMITED BY SIZE
                  WS-MASCARA-JUROS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-PROVISAO TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "CONSUMIDO DA PROVISAO=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " (CONTA " DELIMITED BY SIZE
                  WS-CONTA-PROVISAO DELIMITED BY SIZE
                  ") ITENS DA LISTA=" DELIMITED BY SIZE
                  WS-CONT-LIDOS DELIMITED BY SIZE
                  " RECUSADOS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  " PELA REGRA=" DELIMITED BY SIZE
                  WS-CONT-REGRA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "BAIXA POR PERDA - " WS-CONT-BAIXADAS
               " PARCELA(S) BAIXADA(S)".

       P400-GRAVA-LOTE-GL.
      * Recebiveis a credito pelo saldo baixado; juros a apropriar a
      * debito pelo diferido liberado e a provisao de PDD a debito
      * pela diferenca (a credito se o diferido for maior que o saldo
      * de uma parcela quase toda paga).
           OPEN OUTPUT GL-FILE
           MOVE WS-DATA-PROCESSO TO WS-GLH-DATA
           MOVE WS-GL-CABECALHO TO GL-RECORD
           WRITE GL-RECORD
           MOVE 0 TO WS-GLT-QTD-LANC

           IF WS-TOT-PROVISAO NOT EQUAL 0
               MOVE WS-CONTA-PROVISAO TO WS-GLD-CONTA
               IF WS-TOT-PROVISAO GREATER 0
                   SET WS-GLD-DEBITO TO TRUE
                   MOVE WS-TOT-PROVISAO TO WS-GLD-VALOR
               ELSE
                   SET WS-GLD-CREDITO TO TRUE
                   COMPUTE WS-GLD-VALOR = 0 - WS-TOT-PROVISAO
               END-IF
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD
               ADD 1 TO WS-GLT-QTD-LANC
           END-IF

           IF WS-TOT-JUROS-LIBERADOS GREATER 0
               MOVE WS-CONTA-JUROS-DIFER TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-TOT-JUROS-LIBERADOS TO WS-GLD-VALOR
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD
               ADD 1 TO WS-GLT-QTD-LANC
           END-IF

           IF WS-TOT-BAIXADO GREATER 0
               MOVE WS-CONTA-RECEBER TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-BAIXADO TO WS-GLD-VALOR
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD
               ADD 1 TO WS-GLT-QTD-LANC
           END-IF

           MOVE 0 TO WS-GLT-LIQUIDO
           MOVE WS-GL-TRAILER TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE.

       END PROGRAM RECEB_PERDA.
