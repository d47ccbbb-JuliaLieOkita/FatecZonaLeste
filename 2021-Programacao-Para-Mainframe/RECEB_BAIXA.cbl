      *           renegotiation difference already is - without it
      *           the reconciliation saw the rebate as a divergence
      *           and abended every payoff day.
      * Modified: 05/08/2023 (JLOS) - A late payment (PAGT-DATA after
      *           RECB-DATA-VENCIMENTO) is now charged the contractual
      *           fine (once per parcel) and daily mora on the open
      *           balance, rates from BAIXPARM with defaults. The
      *           payment settles the charges first and only the rest
      *           reduces the principal; the charges are journaled
      *           with their own origins (MULTA / MORA) and stay out
      *           of RECB-VALOR-PAGO. The day's cash receipts go to a
      *           GL batch in the GLPOSTNG layout (BAIXPOST: cash
      *           debit, receivables credit, fine and mora income
      *           credit, reversals the other way round), accounts
      *           from CONTFILE with fixed fallbacks, in place of the
      *           manual keying from the BAIXA report.
      * Modified: 19/08/2023 (JLOS) - The part of a payment above the
      *           parcel balance, and a payment on a parcel already
      *           liquidated, now go to the customer credit master
      *           CREDMST (copy CREDMST) instead of a negative balance
      *           on a closed parcel. Each run first applies open
      *           credit to the customer's oldest open parcels
      *           (journal origin CREDITO); credit left unused longer
      *           than the BAIXPARM refund days is moved to the
      *           treasury refund list REEMBLST. BAIXPOST carries the
      *           credit liability legs (CONTFILE type CREDCLI).
      * Modified: 02/09/2023 (JLOS) - A payoff now releases the
      *           deferred interest still unrecognised on the parcels
      *           it liquidates (RECB-JUROS-PARCELA less
      *           RECB-JUROS-APROPRIADO). BAIXPOST debits deferred
      *           interest (CONTFILE type JURDIFER) by the amount
      *           released, credits receivables by the payoff rebate
      *           and takes the difference to interest income
      *           (RECJUROS), so the rebate no longer stays out of
      *           the GL.
      * Modified: 16/09/2023 (JLOS) - A payment on a parcel written
      *           off as a loss (status "B", RECEB_PERDA) is now a
      *           recovery: the parcel stays written off, the money is
      *           journaled with origin RECUPERA, a type "R" row goes
      *           to the write-off register PERDREG and BAIXPOST
      *           credits the recovery income account (CONTFILE type
      *           RECUPER) instead of receivables. A payment reversal
      *           on a written-off parcel is rejected like one on a
      *           cancelled parcel.
      * Modified: 30/09/2023 (JLOS) - A parcel liquidated by an early
      *           payoff that already has a registered bank slip is
      *           flagged for the next remittance (RECEB_REMESSA) to
      *           ask the bank to drop the slip.
      * Modified: 25/11/2023 (JLOS) - The business date is now checked
      *           against the accounting period master PERIMST before
      *           any posting: a date in a closed month writes a
      *           severe PERI exception and ends with condition code 8
      *           without touching RECBMST, CREDMST, the journal or
      *           BAIXPOST.
      * Modified: 03/08/2024 (JLOS) - The CONTFILE table now comes from
      *           the effective-dated parameter store (PARMVIG): before
      *           opening the file the program calls PARM_VIGENTE, which
      *           rewrites it with the version in force on the business
      *           date.
      * Modified: 07/09/2024 (JLOS) - Fine and mora left uncovered by a
      *           partial payment now stay on the parcel
      *           (RECB-MULTA-PENDENTE / RECB-MORA-PENDENTE) and are
      *           charged before the principal on the next payment. A
      *           due date on a weekend or a HOLIFILE holiday is
      *           charged only after the next business day, as in the
      *           aging. A reversal now also reverses the fine and
      *           mora journaled with the payment (negative MULTA and
      *           MORA rows, back to pending, BAIXPOST debits the
      *           income accounts). Credit applied to a parcel with a
      *           registered bank slip that liquidates it flags it for
      *           the next remittance. CREDMST not opening is now a
      *           severe CRDM exception with condition code 8, and an
      *           excess that cannot be written to CREDMST is taken
      *           back out of the day's cash total. Applied customer
      *           credit now pays the fine and mora (pending and
      *           accrued to the business date) before the principal,
      *           journaled and booked like a cash payment's, with
      *           BAIXPOST debiting the credit liability for both. A
      *           reversal matching an applied credit or a payoff row
      *           is rejected - that money never came through the
      *           bank. A payoff waives the parcel's pending fine and
      *           mora, listed on the report. A recovery on a
      *           written-off parcel is accumulated on it
      *           (RECB-VALOR-RECUPERADO) for the credit bureau
      *           exclusion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_BAIXA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT PARM-FILE ASSIGN TO "BAIXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNTA.

           SELECT GL-FILE ASSIGN TO "BAIXPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPO.

           SELECT CREDIT-FILE ASSIGN TO "CREDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-CLIENTE-ID
               FILE STATUS IS WS-FS-CRED.

           SELECT REFUND-FILE ASSIGN TO "REEMBLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REEM.

           SELECT WRITEOFF-REG-FILE ASSIGN TO "PERDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREG.

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
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-PCT-MULTA          PIC 9V9999.
           05  PARM-TAXA-MORA-MES      PIC 9V9999.
           05  PARM-DIAS-REEMBOLSO     PIC 9(03).

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           05  CNTA-TIPO               PIC X(08).
           05  CNTA-REGIAO             PIC X(03).
           05  CNTA-CONTA              PIC X(08).

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                   PIC X(40).

       FD  CREDIT-FILE.
       COPY CREDMST.

       FD  REFUND-FILE
           RECORDING MODE IS F.
       01  REFUND-RECORD.
           05  REEM-CLIENTE-ID         PIC X(10).
           05  REEM-VALOR              PIC 9(09)V99.
           05  REEM-DATA-ORIGEM        PIC 9(08).
           05  REEM-DATA-LISTA         PIC 9(08).

       FD  WRITEOFF-REG-FILE
           RECORDING MODE IS F.
       COPY PERDREG.

       FD  PERIOD-FILE.
       COPY PERIMST.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EOF-PAGT              PIC X(01) VALUE "N".
               88 WS-PAGT-EOF          VALUE "S".
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-FS-QUOT               PIC X(02) VALUE SPACES.
           05 WS-EOF-QUOT              PIC X(01) VALUE "N".
               88 WS-QUOT-EOF          VALUE "S".
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-JRNL-ACHADO           PIC X(01) VALUE "N".
               88 WS-TEM-LANC-JORNAL   VALUE "S".
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-GLPO               PIC X(02) VALUE SPACES.
           05 WS-EOF-CNTA              PIC X(01) VALUE "N".
               88 WS-CNTA-EOF          VALUE "S".
           05 WS-MULTA-ACHADA          PIC X(01) VALUE "N".
               88 WS-MULTA-JA-COBRADA  VALUE "S".
           05 WS-FS-CRED               PIC X(02) VALUE SPACES.
           05 WS-FS-REEM               PIC X(02) VALUE SPACES.
           05 WS-FS-PREG               PIC X(02) VALUE SPACES.
           05 WS-EOF-CRED              PIC X(01) VALUE "N".
               88 WS-CRED-EOF          VALUE "S".
           05 WS-PARCELA-ACHADA        PIC X(01) VALUE "N".
               88 WS-TEM-PARCELA-ABERTA VALUE "S".
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-DIA-UTIL              PIC X(01) VALUE "S".
               88 WS-E-DIA-UTIL        VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

           05 WS-CONT-PARCIAIS         PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-QUITACOES        PIC 9(05) VALUE 0.
           05 WS-CONT-RECUPERACOES     PIC 9(05) VALUE 0.

       01 WS-VALORES-BAIXA.
           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-PARC-ABERTAS-QUIT     PIC 9(03)     VALUE 0.
           05 WS-VALOR-BAIXA-PARC      PIC S9(09)V99 VALUE 0.
           05 WS-ABATIMENTO-DIA        PIC S9(11)V99 VALUE 0.
           05 WS-JUROS-LIBERADOS       PIC S9(11)V99 VALUE 0.
           05 WS-JUROS-GANHOS-QUIT     PIC S9(11)V99 VALUE 0.

       01 WS-CAMPOS-JORNAL.
           05 WS-JRNL-VALOR            PIC S9(09)V99 VALUE 0.
           05 WS-JRNL-ORIGEM           PIC X(08) VALUE SPACES.
           05 WS-JRNL-DATA             PIC 9(08) VALUE 0.
           05 WS-EOF-JRNL              PIC X(01) VALUE "N".
               88 WS-JRNL-EOF          VALUE "S".
           05 WS-CONT-ESTORNOS-PAG     PIC 9(05) VALUE 0.
           05 WS-ETAPA-LANC            PIC 9(01) VALUE 0.
           05 WS-GRP-ETAPA             PIC 9(01) VALUE 0.
           05 WS-GRP-DATA              PIC 9(08) VALUE 0.
           05 WS-GRP-DATA-NEG          PIC X(08) VALUE SPACES.
           05 WS-GRP-MULTA             PIC S9(09)V99 VALUE 0.
           05 WS-GRP-MORA              PIC S9(09)V99 VALUE 0.
           05 WS-GRP-PRINCIPAL         PIC S9(09)V99 VALUE 0.
           05 WS-EST-DATA              PIC 9(08) VALUE 0.
           05 WS-EST-MULTA             PIC S9(09)V99 VALUE 0.
           05 WS-EST-MORA              PIC S9(09)V99 VALUE 0.
           05 WS-EST-PRINCIPAL         PIC S9(09)V99 VALUE 0.
           05 WS-EST-NAO-CAIXA         PIC X(01) VALUE "N".
               88 WS-ESTORNO-NAO-CAIXA VALUE "S".
           05 WS-VALOR-NAO-CAIXA       PIC S9(09)V99 VALUE 0.

       01 WS-PARAMETROS-ENCARGOS.
           05 WS-PCT-MULTA             PIC 9V9999 VALUE 0,0200.
           05 WS-TAXA-MORA-MES         PIC 9V9999 VALUE 0,0100.
           05 WS-DIAS-REEMBOLSO        PIC 9(03) VALUE 90.

       01 WS-CAMPOS-ENCARGOS.
           05 WS-DATA-INICIO-MORA      PIC 9(08) VALUE 0.
           05 WS-DIAS-MORA             PIC S9(05) COMP.
           05 WS-MULTA-DEVIDA          PIC S9(09)V99 VALUE 0.
           05 WS-MORA-DEVIDA           PIC S9(09)V99 VALUE 0.
           05 WS-MULTA-COBRADA         PIC S9(09)V99 VALUE 0.
           05 WS-MORA-COBRADA          PIC S9(09)V99 VALUE 0.
           05 WS-VALOR-PRINCIPAL       PIC S9(09)V99 VALUE 0.
           05 WS-VALOR-ENCARGOS        PIC S9(09)V99 VALUE 0.
           05 WS-VALOR-EXCEDENTE       PIC S9(09)V99 VALUE 0.
           05 WS-VALOR-PENDENTE        PIC S9(09)V99 VALUE 0.
           05 WS-DIAS-PRAZO            PIC S9(07) COMP.
           05 WS-DATA-PRAZO            PIC 9(08).
           05 WS-DIA-SEMANA            PIC 9(01).
           05 WS-DATA-COBRANCA         PIC 9(08) VALUE 0.
           05 WS-VALOR-DISPONIVEL      PIC S9(09)V99 VALUE 0.
           05 WS-ENCARGOS-DISPENSADOS  PIC S9(09)V99 VALUE 0.

       01 WS-CAMPOS-CREDITO.
           05 WS-CHAVE-MAIS-ANTIGA     PIC X(08) VALUE SPACES.
           05 WS-VENC-MAIS-ANTIGO      PIC 9(08) VALUE 0.
           05 WS-VALOR-APLICADO        PIC S9(09)V99 VALUE 0.
           05 WS-DIAS-CREDITO          PIC S9(07) COMP.
           05 WS-CONT-CREDITOS-GER     PIC 9(05) VALUE 0.
           05 WS-CONT-CREDITOS-APL     PIC 9(05) VALUE 0.
           05 WS-CONT-REEMBOLSOS       PIC 9(05) VALUE 0.

       01 WS-CONTAS-BAIXA.
           05 WS-CONTA-CAIXA           PIC X(08) VALUE "11010010".
           05 WS-CONTA-RECEBER         PIC X(08) VALUE "11020010".
           05 WS-CONTA-MULTA           PIC X(08) VALUE "41030010".
           05 WS-CONTA-MORA            PIC X(08) VALUE "41030020".
           05 WS-CONTA-CREDITO-CLI     PIC X(08) VALUE "21050010".
           05 WS-CONTA-JUROS-DIFER     PIC X(08) VALUE "21060010".
           05 WS-CONTA-REC-JUROS       PIC X(08) VALUE "41020010".
           05 WS-CONTA-RECUPERACAO     PIC X(08) VALUE "41040010".

       01 WS-TABELA-FERIADOS.
           05 WS-QTD-FERIADOS          PIC 9(03) COMP VALUE 0.
           05 WS-FERIADO-ITEM OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-QTD-FERIADOS
                   INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-DATA      PIC 9(08).

       01 WS-TOTAIS-CAIXA.
           05 WS-TOT-RECEBIDO          PIC S9(11)V99 VALUE 0.
           05 WS-TOT-PRINCIPAL         PIC S9(11)V99 VALUE 0.
           05 WS-TOT-MULTA             PIC S9(11)V99 VALUE 0.
           05 WS-TOT-MORA              PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ESTORNADO         PIC S9(11)V99 VALUE 0.
           05 WS-TOT-MULTA-ESTORNADA   PIC S9(11)V99 VALUE 0.
           05 WS-TOT-MORA-ESTORNADA    PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CAIXA-ESTORNADO   PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CREDITO-GERADO    PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CREDITO-APLICADO  PIC S9(11)V99 VALUE 0.
           05 WS-TOT-RECUPERADO        PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ENCARGOS-CREDITO  PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CREDITO-USADO     PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ENCARGOS-DISPENS  PIC S9(11)V99 VALUE 0.
           05 WS-QTD-LANC-GL           PIC 9(06) VALUE 0.

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
               MOVE "PERIODO CONTABIL FECHADO - BAIXA NAO POSTADA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P010-LE-PARM-ENCARGOS
           PERFORM P020-CARREGA-CONTAS
           PERFORM P035-CARREGA-FERIADOS
           OPEN I-O RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
               GOBACK
           END-IF

           PERFORM P030-ABRE-CADASTRO-CREDITOS
           IF WS-FS-CRED NOT EQUAL "00"
               DISPLAY "CADASTRO DE CREDITOS NAO ABRIU EM I-O - FS "
                   WS-FS-CRED
               MOVE "CRDM" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE CREDITOS INDISPONIVEL NA BAIXA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE RECEIVABLE-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT REFUND-FILE
           PERFORM P200-APLICA-CREDITOS THRU P200-EXIT
           PERFORM P100-LOTE-PAGAMENTOS THRU P100-EXIT
           PERFORM P130-GRAVA-RESUMO-BAIXA
           CLOSE REFUND-FILE
           CLOSE REPORT-FILE
           CLOSE CREDIT-FILE
           CLOSE RECEIVABLE-FILE
           CLOSE EXCEPTION-LOG-FILE
           IF WS-CONT-QUITACOES GREATER 0
               PERFORM P140-GRAVA-CONTROLE-QUIT
           END-IF
           PERFORM P300-GRAVA-LOTE-CAIXA

           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "PERI"
               WHEN "RECB"
               WHEN "CRDM"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
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
               CLOSE PROC-DATE-FILE
           END-IF.

       P010-LE-PARM-ENCARGOS.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PCT-MULTA     TO WS-PCT-MULTA
                       MOVE PARM-TAXA-MORA-MES TO WS-TAXA-MORA-MES
                       IF PARM-DIAS-REEMBOLSO IS NUMERIC
                           AND PARM-DIAS-REEMBOLSO GREATER 0
                           MOVE PARM-DIAS-REEMBOLSO
                               TO WS-DIAS-REEMBOLSO
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
                           WHEN "CAIXA   "
                               MOVE CNTA-CONTA TO WS-CONTA-CAIXA
                           WHEN "RECEBER "
                               MOVE CNTA-CONTA TO WS-CONTA-RECEBER
                           WHEN "RECMULTA"
                               MOVE CNTA-CONTA TO WS-CONTA-MULTA
                           WHEN "RECMORA "
                               MOVE CNTA-CONTA TO WS-CONTA-MORA
                           WHEN "CREDCLI "
                               MOVE CNTA-CONTA TO WS-CONTA-CREDITO-CLI
                           WHEN "JURDIFER"
                               MOVE CNTA-CONTA TO WS-CONTA-JUROS-DIFER
                           WHEN "RECJUROS"
                               MOVE CNTA-CONTA TO WS-CONTA-REC-JUROS
                           WHEN "RECUPER "
                               MOVE CNTA-CONTA TO WS-CONTA-RECUPERACAO
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

       P030-ABRE-CADASTRO-CREDITOS.
           OPEN I-O CREDIT-FILE
           IF WS-FS-CRED EQUAL "35"
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
               OPEN I-O CREDIT-FILE
           END-IF.

       P035-CARREGA-FERIADOS.
           MOVE 0 TO WS-QTD-FERIADOS
           MOVE "N" TO WS-EOF-HOLI
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLI EQUAL "00"
               PERFORM P036-LER-FERIADO
               PERFORM UNTIL WS-HOLI-EOF
                   IF WS-QTD-FERIADOS LESS 400
                       AND HOLIDAY-RECORD IS NUMERIC
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE HOLIDAY-RECORD
                           TO WS-FERIADO-DATA(WS-QTD-FERIADOS)
                   END-IF
                   PERFORM P036-LER-FERIADO
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       P036-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   SET WS-HOLI-EOF TO TRUE
           END-READ.

       P100-LOTE-PAGAMENTOS.
           MOVE "N" TO WS-EOF-PAGT
           OPEN INPUT PAYMENT-FILE

       P120-PROCESSA-PAGAMENTO.
           ADD 1 TO WS-CONT-PAGTOS
           MOVE PAGT-DATA TO WS-JRNL-DATA
           IF PAGT-TIPO-QUITACAO
               PERFORM P150-PROCESSA-QUITACAO THRU P150-EXIT
               GO TO P120-EXIT
                   GO TO P120-EXIT
           END-READ

      * Pagamento sobre parcela ja liquidada e excedente puro: o
      * valor inteiro vira credito do cliente.
           IF RECB-LIQUIDADA
               MOVE PAGT-VALOR TO WS-VALOR-EXCEDENTE
               ADD PAGT-VALOR TO WS-TOT-RECEBIDO
               PERFORM P180-GRAVA-CREDITO-CLIENTE THRU P180-FIM
               MOVE PAGT-VALOR TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "VENDA " DELIMITED BY SIZE
                      PAGT-VENDA-ID DELIMITED BY SIZE
                      " PARCELA " DELIMITED BY SIZE
                      PAGT-PARCELA DELIMITED BY SIZE
                      " - PARCELA JA LIQUIDADA, CREDITO AO CLIENTE="
                          DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P120-EXIT
           END-IF

      * Parcela baixada como perda nao volta a abrir: o dinheiro e
      * recuperacao de perda, com receita propria.
           IF RECB-BAIXADA-PERDA
               PERFORM P190-RECUPERA-PERDA
               GO TO P120-EXIT
           END-IF

           IF RECB-CANCELADA OR RECB-RENEGOCIADA
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO REPORT-LINE
               STRING "VENDA " DELIMITED BY SIZE
               GO TO P120-EXIT
           END-IF

           MOVE PAGT-DATA TO WS-DATA-COBRANCA
           MOVE PAGT-VALOR TO WS-VALOR-DISPONIVEL
           PERFORM P170-CALCULA-ENCARGOS THRU P170-FIM
           MOVE 0 TO WS-VALOR-EXCEDENTE
           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           IF WS-VALOR-PRINCIPAL GREATER WS-SALDO-PARCELA
               COMPUTE WS-VALOR-EXCEDENTE =
                   WS-VALOR-PRINCIPAL - WS-SALDO-PARCELA
               MOVE WS-SALDO-PARCELA TO WS-VALOR-PRINCIPAL
           END-IF
           ADD WS-VALOR-PRINCIPAL TO RECB-VALOR-PAGO
           MOVE PAGT-DATA TO RECB-DATA-PAGAMENTO
           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO

           EVALUATE TRUE
               WHEN WS-SALDO-PARCELA NOT GREATER 0
                   SET RECB-LIQUIDADA TO TRUE
                   ADD 1 TO WS-CONT-LIQUIDADAS
               WHEN RECB-VALOR-PAGO GREATER 0
                   SET RECB-PARCIAL TO TRUE
                   ADD 1 TO WS-CONT-PARCIAIS
               WHEN OTHER
      * Pagamento todo consumido pelos encargos: a parcela segue
      * aberta, so a data do pagamento muda (a mora nova corre dela;
      * a ja calculada e nao coberta fica pendente na parcela).
                   CONTINUE
           END-EVALUATE
           REWRITE RECEBIVEL-RECORD
           IF WS-MULTA-COBRADA GREATER 0
               MOVE WS-MULTA-COBRADA TO WS-JRNL-VALOR
               MOVE "MULTA" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
           IF WS-MORA-COBRADA GREATER 0
               MOVE WS-MORA-COBRADA TO WS-JRNL-VALOR
               MOVE "MORA" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
           IF WS-VALOR-PRINCIPAL GREATER 0
               MOVE WS-VALOR-PRINCIPAL TO WS-JRNL-VALOR
               MOVE "PAGTO" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
           ADD PAGT-VALOR TO WS-TOT-RECEBIDO
           ADD WS-VALOR-PRINCIPAL TO WS-TOT-PRINCIPAL
           ADD WS-MULTA-COBRADA TO WS-TOT-MULTA
           ADD WS-MORA-COBRADA TO WS-TOT-MORA
           IF WS-VALOR-EXCEDENTE GREATER 0
               PERFORM P180-GRAVA-CREDITO-CLIENTE THRU P180-FIM
           END-IF

           MOVE WS-SALDO-PARCELA TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
                  " SALDO=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VALOR-ENCARGOS GREATER 0
               MOVE WS-VALOR-ENCARGOS TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  PAGAMENTO EM ATRASO - ENCARGOS COBRADOS "
                          DELIMITED BY SIZE
                      "(MULTA + MORA)=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           COMPUTE WS-VALOR-PENDENTE =
               RECB-MULTA-PENDENTE + RECB-MORA-PENDENTE
           IF WS-VALOR-PENDENTE GREATER 0
               MOVE WS-VALOR-PENDENTE TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  ENCARGOS NAO COBERTOS, PENDENTES NA PARCELA "
                          DELIMITED BY SIZE
                      "(MULTA + MORA)=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-VALOR-EXCEDENTE GREATER 0
               MOVE WS-VALOR-EXCEDENTE TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  EXCEDENTE LANCADO COMO CREDITO DO CLIENTE "
                          DELIMITED BY SIZE
                      RECB-CLIENTE-ID DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       P120-EXIT.
           EXIT.


           PERFORM P153-LIQUIDA-PARCELAS
           ADD 1 TO WS-CONT-QUITACOES
           ADD PAGT-VALOR TO WS-TOT-RECEBIDO
           ADD PAGT-VALOR TO WS-TOT-PRINCIPAL
      * O abatimento de juros da quitacao (saldo de face menos o
      * valor cotado) sai do saldo em aberto fora do GLPOSTNG - vai
      * para o CTRLFILE para a conciliacao do razao fechar, e para o
      * BAIXPOST contra os juros a apropriar liberados.
           COMPUTE WS-ABATIMENTO-DIA = WS-ABATIMENTO-DIA
               + WS-SALDO-VENDA - PAGT-VALOR
           MOVE PAGT-VALOR TO WS-MASCARA-PADRAO
           ADD WS-VALOR-BAIXA-PARC TO RECB-VALOR-PAGO
           MOVE PAGT-DATA TO RECB-DATA-PAGAMENTO
           SET RECB-LIQUIDADA TO TRUE
      * Os juros a apropriar da parcela quitada saem do diferido de
      * uma vez: parte vira abatimento, o resto vira receita.
           IF RECB-JUROS-PARCELA IS NUMERIC
               AND RECB-JUROS-APROPRIADO IS NUMERIC
               COMPUTE WS-JUROS-LIBERADOS = WS-JUROS-LIBERADOS
                   + RECB-JUROS-PARCELA - RECB-JUROS-APROPRIADO
               MOVE RECB-JUROS-PARCELA TO RECB-JUROS-APROPRIADO
           END-IF
      * Multa e mora pendentes nao entram na cotacao da quitacao: sao
      * dispensadas e saem da parcela, com o valor no relatorio. Nunca
      * foram contabilizadas, entao nao ha lancamento a desfazer.
           MOVE 0 TO WS-ENCARGOS-DISPENSADOS
           IF RECB-MULTA-PENDENTE IS NUMERIC
               ADD RECB-MULTA-PENDENTE TO WS-ENCARGOS-DISPENSADOS
           END-IF
           IF RECB-MORA-PENDENTE IS NUMERIC
               ADD RECB-MORA-PENDENTE TO WS-ENCARGOS-DISPENSADOS
           END-IF
           MOVE 0 TO RECB-MULTA-PENDENTE
           MOVE 0 TO RECB-MORA-PENDENTE
           ADD WS-ENCARGOS-DISPENSADOS TO WS-TOT-ENCARGOS-DISPENS
      * Boleto registrado de parcela fechada fora do banco: a remessa
      * seguinte pede a baixa.
           IF RECB-REM-REGISTRADA
               SET RECB-REM-ALTERAR TO TRUE
           END-IF
           REWRITE RECEBIVEL-RECORD
           ADD 1 TO WS-CONT-LIQUIDADAS
           MOVE WS-VALOR-BAIXA-PARC TO WS-JRNL-VALOR
                  " LIQUIDADA NA QUITACAO POR " DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ENCARGOS-DISPENSADOS GREATER 0
               MOVE WS-ENCARGOS-DISPENSADOS TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "    ENCARGOS PENDENTES DISPENSADOS NA QUITACAO "
                          DELIMITED BY SIZE
                      "(MULTA + MORA)=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P190-RECUPERA-PERDA.
      * A parcela continua baixada, mas guarda o total recuperado:
      * quando ele cobre o saldo baixado, a negativacao pede a
      * exclusao do cliente no bureau.
           IF RECB-VALOR-RECUPERADO IS NOT NUMERIC
               MOVE 0 TO RECB-VALOR-RECUPERADO
           END-IF
           ADD PAGT-VALOR TO RECB-VALOR-RECUPERADO
           REWRITE RECEBIVEL-RECORD
           ADD 1 TO WS-CONT-RECUPERACOES
           ADD PAGT-VALOR TO WS-TOT-RECEBIDO
           ADD PAGT-VALOR TO WS-TOT-RECUPERADO
           MOVE PAGT-VALOR TO WS-JRNL-VALOR
           MOVE "RECUPERA" TO WS-JRNL-ORIGEM
           PERFORM P096-GRAVA-JORNAL

           OPEN EXTEND WRITEOFF-REG-FILE
           IF WS-FS-PREG NOT EQUAL "00"
               OPEN OUTPUT WRITEOFF-REG-FILE
           END-IF
           MOVE SPACES TO PERDA-RECORD
           SET PERD-TIPO-RECUPERACAO TO TRUE
           MOVE RECB-VENDA-ID TO PERD-VENDA-ID
           MOVE RECB-PARCELA TO PERD-PARCELA
           MOVE RECB-CLIENTE-ID TO PERD-CLIENTE-ID
           MOVE WS-DATA-PROCESSO TO PERD-DATA
           MOVE PAGT-VALOR TO PERD-VALOR
           MOVE 0 TO PERD-JUROS-LIBERADOS
           MOVE 0 TO PERD-DIAS-ATRASO
           SET PERD-ORIG-PAGTO TO TRUE
           WRITE PERDA-RECORD
           CLOSE WRITEOFF-REG-FILE

           MOVE PAGT-VALOR TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "VENDA " DELIMITED BY SIZE
                  PAGT-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  PAGT-PARCELA DELIMITED BY SIZE
                  " - PARCELA BAIXADA COMO PERDA, RECUPERADO="
                      DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF RECB-VALOR-RECUPERADO NOT LESS
                   RECB-VALOR-PARCELA - RECB-VALOR-PAGO
               MOVE RECB-VALOR-RECUPERADO TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  SALDO BAIXADO TODO RECUPERADO, TOTAL="
                          DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P096-GRAVA-JORNAL.
           PERFORM P097-ABRE-JORNAL
           MOVE WS-JRNL-ORIGEM TO JRNL-ORIGEM
           PERFORM P098-GRAVA-REG-JORNAL.

       P097-ABRE-JORNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRNL NOT EQUAL "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      * Completa e grava o registro do diario ja aberto, com a origem
      * ja posta em JRNL-ORIGEM por quem chamou.
       P098-GRAVA-REG-JORNAL.
           MOVE RECB-VENDA-ID TO JRNL-VENDA-ID
           MOVE RECB-PARCELA  TO JRNL-PARCELA
           MOVE WS-JRNL-DATA  TO JRNL-DATA
           MOVE WS-JRNL-VALOR TO JRNL-VALOR
           MOVE WS-DATA-PROCESSO TO JRNL-DATA-NEGOCIO
           WRITE JORNAL-RECORD
           CLOSE JOURNAL-FILE.
                   GO TO P160-EXIT
           END-READ

      * Parcela cancelada, renegociada ou baixada como perda ja saiu
      * dos saldos em aberto; devolver o pagamento nela a
      * ressuscitaria no aging e no limite de credito - o estorno e
      * recusado como na baixa comum.
           IF RECB-CANCELADA OR RECB-RENEGOCIADA OR RECB-BAIXADA-PERDA
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO REPORT-LINE
               STRING "VENDA " DELIMITED BY SIZE
           END-IF

           PERFORM P165-PROCURA-LANC-JORNAL THRU P165-FIM
      * Credito do cliente aplicado e quitacao nao entraram no caixa:
      * devolve-los como pagamento creditaria o caixa por dinheiro que
      * nunca veio do banco. O estorno e recusado e o acerto e feito
      * pela tesouraria no cadastro de creditos.
           IF NOT WS-TEM-LANC-JORNAL
               AND WS-ESTORNO-NAO-CAIXA
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO REPORT-LINE
               STRING "VENDA " DELIMITED BY SIZE
                      PAGT-VENDA-ID DELIMITED BY SIZE
                      " PARCELA " DELIMITED BY SIZE
                      PAGT-PARCELA DELIMITED BY SIZE
                      " - ESTORNO DE CREDITO APLICADO OU QUITACAO "
                          DELIMITED BY SIZE
                      "RECUSADO" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ESTP" TO WS-EXCP-CODIGO
               MOVE "ESTORNO DE CREDITO APLICADO OU QUITACAO RECUSADO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               GO TO P160-EXIT
           END-IF
           IF NOT WS-TEM-LANC-JORNAL
               OR RECB-VALOR-PAGO LESS WS-EST-PRINCIPAL
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO REPORT-LINE
               STRING "VENDA " DELIMITED BY SIZE
               GO TO P160-EXIT
           END-IF

           SUBTRACT WS-EST-PRINCIPAL FROM RECB-VALOR-PAGO
           EVALUATE TRUE
               WHEN RECB-VALOR-PAGO EQUAL 0
                   SET RECB-ABERTA TO TRUE
                   SET RECB-LIQUIDADA TO TRUE
                   MOVE PAGT-DATA TO RECB-DATA-PAGAMENTO
           END-EVALUATE
      * Multa e mora pagas junto voltam a ficar pendentes na parcela;
      * a mora ja foi calculada ate a data daquele pagamento, e e
      * dela que a mora nova volta a correr.
           COMPUTE WS-VALOR-ENCARGOS = WS-EST-MULTA + WS-EST-MORA
           IF WS-VALOR-ENCARGOS GREATER 0
               IF RECB-MULTA-PENDENTE IS NOT NUMERIC
                   MOVE 0 TO RECB-MULTA-PENDENTE
               END-IF
               IF RECB-MORA-PENDENTE IS NOT NUMERIC
                   MOVE 0 TO RECB-MORA-PENDENTE
               END-IF
               ADD WS-EST-MULTA TO RECB-MULTA-PENDENTE
               ADD WS-EST-MORA TO RECB-MORA-PENDENTE
               MOVE WS-EST-DATA TO RECB-DATA-PAGAMENTO
               IF RECB-LIQUIDADA
                   SET RECB-PARCIAL TO TRUE
               END-IF
           END-IF
           REWRITE RECEBIVEL-RECORD
           ADD 1 TO WS-CONT-ESTORNOS-PAG
           ADD WS-EST-PRINCIPAL TO WS-TOT-ESTORNADO
           ADD WS-EST-MULTA TO WS-TOT-MULTA-ESTORNADA
           ADD WS-EST-MORA TO WS-TOT-MORA-ESTORNADA
           IF WS-EST-PRINCIPAL GREATER 0
               COMPUTE WS-JRNL-VALOR = 0 - WS-EST-PRINCIPAL
               MOVE "ESTORNO" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
           IF WS-EST-MULTA GREATER 0
               COMPUTE WS-JRNL-VALOR = 0 - WS-EST-MULTA
               MOVE "MULTA" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
           IF WS-EST-MORA GREATER 0
               COMPUTE WS-JRNL-VALOR = 0 - WS-EST-MORA
               MOVE "MORA" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "VENDA " DELIMITED BY SIZE
                      DELIMITED BY SIZE
                  RECB-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VALOR-ENCARGOS GREATER 0
               MOVE WS-VALOR-ENCARGOS TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  ENCARGOS ESTORNADOS, DE VOLTA A PENDENTES "
                          DELIMITED BY SIZE
                      "(MULTA + MORA)=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       P160-EXIT.
           EXIT.

       P165-PROCURA-LANC-JORNAL.
      * O estorno precisa casar com um pagamento da parcela no
      * diario. A baixa grava multa, mora e principal de um mesmo
      * pagamento em sequencia, com as mesmas datas: esses
      * lancamentos formam um grupo, e o estorno casa com o grupo
      * cujo total e o valor estornado (devolve encargos e
      * principal) ou, como antes, com o principal de mesmo valor
      * (devolve so o principal). Credito aplicado e quitacao nunca
      * casam; se o valor bate com um deles, o estorno e recusado.
           MOVE "N" TO WS-JRNL-ACHADO
           MOVE "N" TO WS-EST-NAO-CAIXA
           MOVE "N" TO WS-EOF-JRNL
           MOVE 0 TO WS-GRP-ETAPA
           MOVE 0 TO WS-EST-DATA
           MOVE 0 TO WS-EST-MULTA
           MOVE 0 TO WS-EST-MORA
           MOVE 0 TO WS-EST-PRINCIPAL
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRNL NOT EQUAL "00"
               GO TO P165-FIM
           PERFORM UNTIL WS-JRNL-EOF OR WS-TEM-LANC-JORNAL
               IF JRNL-VENDA-ID EQUAL PAGT-VENDA-ID
                   AND JRNL-PARCELA EQUAL PAGT-PARCELA
                   PERFORM P167-AGRUPA-LANCAMENTO THRU P167-FIM
               END-IF
               IF NOT WS-TEM-LANC-JORNAL
                   PERFORM P166-LER-JORNAL
               END-IF
           END-PERFORM
           IF NOT WS-TEM-LANC-JORNAL
               AND WS-GRP-ETAPA GREATER 0
               PERFORM P168-CONFERE-GRUPO
           END-IF
           CLOSE JOURNAL-FILE.
       P165-FIM.
           EXIT.
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

      * Etapa do lancamento no grupo: 1 multa, 2 mora, 3 principal;
      * 9 e movimento que nao foi dinheiro em caixa (credito aplicado,
      * quitacao), que nunca casa com estorno. Estornos e lancamentos
      * negativos so fecham o grupo aberto.
       P167-AGRUPA-LANCAMENTO.
           MOVE 0 TO WS-ETAPA-LANC
           EVALUATE TRUE
               WHEN JRNL-ORIG-CREDITO OR JRNL-ORIG-QUITACAO
                   MOVE 9 TO WS-ETAPA-LANC
               WHEN JRNL-VALOR NOT GREATER 0
               WHEN JRNL-ORIG-ESTORNO
                   CONTINUE
               WHEN JRNL-ORIG-MULTA
                   MOVE 1 TO WS-ETAPA-LANC
               WHEN JRNL-ORIG-MORA
                   MOVE 2 TO WS-ETAPA-LANC
               WHEN JRNL-ORIG-PAGTO
                   MOVE 3 TO WS-ETAPA-LANC
               WHEN OTHER
                   MOVE 9 TO WS-ETAPA-LANC
           END-EVALUATE
      * A multa e a mora cobradas do credito do cliente vem logo antes
      * do lancamento CREDITO, com as mesmas datas: o grupo aberto sai
      * junto com ele, sem casar. Se o valor estornado bate com o
      * movimento (com ou sem os encargos), o estorno e de dinheiro
      * que nao entrou no caixa.
           IF WS-ETAPA-LANC EQUAL 9
               MOVE JRNL-VALOR TO WS-VALOR-NAO-CAIXA
               IF WS-GRP-ETAPA GREATER 0
                   IF JRNL-DATA EQUAL WS-GRP-DATA
                       AND JRNL-DATA-NEGOCIO EQUAL WS-GRP-DATA-NEG
                       ADD WS-GRP-MULTA WS-GRP-MORA
                           TO WS-VALOR-NAO-CAIXA
                       MOVE 0 TO WS-GRP-ETAPA
                   ELSE
                       PERFORM P168-CONFERE-GRUPO
                   END-IF
               END-IF
               IF NOT WS-TEM-LANC-JORNAL
                   AND (JRNL-VALOR EQUAL PAGT-VALOR
                        OR WS-VALOR-NAO-CAIXA EQUAL PAGT-VALOR)
                   SET WS-ESTORNO-NAO-CAIXA TO TRUE
               END-IF
               GO TO P167-FIM
           END-IF
           IF WS-GRP-ETAPA GREATER 0
               IF WS-ETAPA-LANC NOT GREATER WS-GRP-ETAPA
                   OR JRNL-DATA NOT EQUAL WS-GRP-DATA
                   OR JRNL-DATA-NEGOCIO NOT EQUAL WS-GRP-DATA-NEG
                   PERFORM P168-CONFERE-GRUPO
               END-IF
           END-IF
           IF WS-TEM-LANC-JORNAL OR WS-ETAPA-LANC EQUAL 0
               GO TO P167-FIM
           END-IF
           IF WS-GRP-ETAPA EQUAL 0
               MOVE 0 TO WS-GRP-MULTA
               MOVE 0 TO WS-GRP-MORA
               MOVE 0 TO WS-GRP-PRINCIPAL
               MOVE JRNL-DATA TO WS-GRP-DATA
               MOVE JRNL-DATA-NEGOCIO TO WS-GRP-DATA-NEG
           END-IF
           MOVE WS-ETAPA-LANC TO WS-GRP-ETAPA
           EVALUATE WS-ETAPA-LANC
               WHEN 1
                   MOVE JRNL-VALOR TO WS-GRP-MULTA
               WHEN 2
                   MOVE JRNL-VALOR TO WS-GRP-MORA
               WHEN 3
                   MOVE JRNL-VALOR TO WS-GRP-PRINCIPAL
           END-EVALUATE
           IF WS-GRP-ETAPA EQUAL 3
               PERFORM P168-CONFERE-GRUPO
           END-IF.
       P167-FIM.
           EXIT.

       P168-CONFERE-GRUPO.
           IF WS-GRP-MULTA + WS-GRP-MORA + WS-GRP-PRINCIPAL
                   EQUAL PAGT-VALOR
               SET WS-TEM-LANC-JORNAL TO TRUE
               MOVE WS-GRP-DATA TO WS-EST-DATA
               MOVE WS-GRP-MULTA TO WS-EST-MULTA
               MOVE WS-GRP-MORA TO WS-EST-MORA
               MOVE WS-GRP-PRINCIPAL TO WS-EST-PRINCIPAL
           ELSE
               IF WS-GRP-PRINCIPAL GREATER 0
                   AND WS-GRP-PRINCIPAL EQUAL PAGT-VALOR
                   SET WS-TEM-LANC-JORNAL TO TRUE
                   MOVE WS-GRP-DATA TO WS-EST-DATA
                   MOVE WS-GRP-PRINCIPAL TO WS-EST-PRINCIPAL
               END-IF
           END-IF
           MOVE 0 TO WS-GRP-ETAPA.

       P170-CALCULA-ENCARGOS.
      * Encargos de atraso: a multa contratual incide uma unica vez
      * por parcela e a mora corre por dia sobre o saldo desde o
      * vencimento, ou desde o ultimo pagamento se posterior a ele
      * (mesma formula do RECEB_AGING). Vencimento em sabado, domingo
      * ou feriado so cobra encargos depois do primeiro dia util
      * seguinte. O pagamento quita primeiro a multa, depois a mora,
      * e so o que sobra abate o principal; o que ficar sem cobrir
      * fica pendente na parcela para o pagamento seguinte. Serve ao
      * pagamento em caixa e ao credito do cliente aplicado: quem
      * chama informa a data (WS-DATA-COBRANCA) e o valor disponivel
      * (WS-VALOR-DISPONIVEL).
           MOVE 0 TO WS-MULTA-DEVIDA
           MOVE 0 TO WS-MORA-DEVIDA
           MOVE 0 TO WS-MULTA-COBRADA
           MOVE 0 TO WS-MORA-COBRADA
           MOVE 0 TO WS-VALOR-ENCARGOS
           MOVE WS-VALOR-DISPONIVEL TO WS-VALOR-PRINCIPAL
           IF RECB-MULTA-PENDENTE IS NUMERIC
               MOVE RECB-MULTA-PENDENTE TO WS-MULTA-DEVIDA
           END-IF
           IF RECB-MORA-PENDENTE IS NUMERIC
               MOVE RECB-MORA-PENDENTE TO WS-MORA-DEVIDA
           END-IF
           IF WS-DATA-COBRANCA NOT GREATER RECB-DATA-VENCIMENTO
               GO TO P170-COBRA
           END-IF
           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           IF WS-SALDO-PARCELA NOT GREATER 0
               GO TO P170-COBRA
           END-IF
           COMPUTE WS-DIAS-PRAZO = FUNCTION INTEGER-OF-DATE(
               RECB-DATA-VENCIMENTO)
           PERFORM P175-PRAZO-DIA-UTIL
           IF FUNCTION INTEGER-OF-DATE(WS-DATA-COBRANCA)
                   NOT GREATER WS-DIAS-PRAZO
               GO TO P170-COBRA
           END-IF

           MOVE RECB-DATA-VENCIMENTO TO WS-DATA-INICIO-MORA
           IF RECB-DATA-PAGAMENTO GREATER WS-DATA-INICIO-MORA
               MOVE RECB-DATA-PAGAMENTO TO WS-DATA-INICIO-MORA
           END-IF
           COMPUTE WS-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-COBRANCA)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MORA)
           IF WS-DIAS-MORA GREATER 0
               COMPUTE WS-MORA-DEVIDA ROUNDED = WS-MORA-DEVIDA +
                   WS-SALDO-PARCELA * WS-TAXA-MORA-MES
                   * WS-DIAS-MORA / 30
           END-IF

           IF WS-MULTA-DEVIDA EQUAL 0
               PERFORM P171-PROCURA-MULTA-JORNAL THRU P171-FIM
               IF NOT WS-MULTA-JA-COBRADA
                   COMPUTE WS-MULTA-DEVIDA ROUNDED =
                       WS-SALDO-PARCELA * WS-PCT-MULTA
               END-IF
           END-IF.

       P170-COBRA.
           IF WS-VALOR-PRINCIPAL LESS WS-MULTA-DEVIDA
               MOVE WS-VALOR-PRINCIPAL TO WS-MULTA-COBRADA
           ELSE
               MOVE WS-MULTA-DEVIDA TO WS-MULTA-COBRADA
           END-IF
           SUBTRACT WS-MULTA-COBRADA FROM WS-VALOR-PRINCIPAL
           IF WS-VALOR-PRINCIPAL LESS WS-MORA-DEVIDA
               MOVE WS-VALOR-PRINCIPAL TO WS-MORA-COBRADA
           ELSE
               MOVE WS-MORA-DEVIDA TO WS-MORA-COBRADA
           END-IF
           SUBTRACT WS-MORA-COBRADA FROM WS-VALOR-PRINCIPAL
           COMPUTE WS-VALOR-ENCARGOS =
               WS-MULTA-COBRADA + WS-MORA-COBRADA
           COMPUTE RECB-MULTA-PENDENTE =
               WS-MULTA-DEVIDA - WS-MULTA-COBRADA
           COMPUTE RECB-MORA-PENDENTE =
               WS-MORA-DEVIDA - WS-MORA-COBRADA.
       P170-FIM.
           EXIT.

       P171-PROCURA-MULTA-JORNAL.
           MOVE "N" TO WS-MULTA-ACHADA
           MOVE "N" TO WS-EOF-JRNL
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRNL NOT EQUAL "00"
               GO TO P171-FIM
           END-IF
           PERFORM P166-LER-JORNAL
           PERFORM UNTIL WS-JRNL-EOF OR WS-MULTA-JA-COBRADA
               IF JRNL-VENDA-ID EQUAL RECB-VENDA-ID
                   AND JRNL-PARCELA EQUAL RECB-PARCELA
                   AND JRNL-ORIG-MULTA
                   SET WS-MULTA-JA-COBRADA TO TRUE
               ELSE
                   PERFORM P166-LER-JORNAL
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.
       P171-FIM.
           EXIT.

      * Vencimento em sabado, domingo ou feriado do HOLIFILE so e
      * atraso depois do primeiro dia util seguinte (mesma regra do
      * RECEB_AGING); passado esse prazo o atraso conta do
      * vencimento original.
       P175-PRAZO-DIA-UTIL.
           PERFORM P176-TESTA-DIA-UTIL
           PERFORM UNTIL WS-E-DIA-UTIL
               ADD 1 TO WS-DIAS-PRAZO
               PERFORM P176-TESTA-DIA-UTIL
           END-PERFORM.

       P176-TESTA-DIA-UTIL.
           MOVE "S" TO WS-DIA-UTIL
           COMPUTE WS-DATA-PRAZO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-PRAZO)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-PRAZO - 1, 7) + 1
           IF WS-DIA-SEMANA GREATER 5
               MOVE "N" TO WS-DIA-UTIL
           ELSE
               IF WS-QTD-FERIADOS GREATER 0
                   SET WS-IDX-FERIADO TO 1
                   SEARCH WS-FERIADO-ITEM VARYING WS-IDX-FERIADO
                       AT END
                           CONTINUE
                       WHEN WS-FERIADO-DATA(WS-IDX-FERIADO)
                               EQUAL WS-DATA-PRAZO
                           MOVE "N" TO WS-DIA-UTIL
                   END-SEARCH
               END-IF
           END-IF.

       P180-GRAVA-CREDITO-CLIENTE.
      * O excedente vai para o credito do cliente da parcela; a data
      * de origem so e marcada quando o credito sai do zero, e e
      * dela que conta o prazo para o reembolso.
           IF RECB-CLIENTE-ID EQUAL SPACES
               MOVE "CRED" TO WS-EXCP-CODIGO
               MOVE "EXCEDENTE EM PARCELA SEM CLIENTE - CREDITO SEM ID"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF
           MOVE RECB-CLIENTE-ID TO CRED-CLIENTE-ID
           READ CREDIT-FILE
               INVALID KEY
                   MOVE SPACES TO CREDITO-RECORD
                   MOVE RECB-CLIENTE-ID TO CRED-CLIENTE-ID
                   MOVE 0 TO CRED-SALDO
                   MOVE 0 TO CRED-VALOR-REEMBOLSO
                   MOVE 0 TO CRED-DATA-REEMBOLSO
                   MOVE WS-DATA-PROCESSO TO CRED-DATA-ORIGEM
                   MOVE WS-DATA-PROCESSO TO CRED-DATA-ULT-MOVTO
                   ADD WS-VALOR-EXCEDENTE TO CRED-SALDO
                   WRITE CREDITO-RECORD
                       INVALID KEY
                           GO TO P180-ERRO
                   END-WRITE
                   GO TO P180-CONTA
           END-READ
           IF CRED-SALDO NOT GREATER 0
               MOVE WS-DATA-PROCESSO TO CRED-DATA-ORIGEM
           END-IF
           ADD WS-VALOR-EXCEDENTE TO CRED-SALDO
           MOVE WS-DATA-PROCESSO TO CRED-DATA-ULT-MOVTO
           REWRITE CREDITO-RECORD
               INVALID KEY
                   GO TO P180-ERRO
           END-REWRITE.
       P180-CONTA.
           ADD 1 TO WS-CONT-CREDITOS-GER
           ADD WS-VALOR-EXCEDENTE TO WS-TOT-CREDITO-GERADO
           GO TO P180-FIM.
      * Excedente sem credito gravado nao tem contrapartida no lote:
      * sai do total recebido e fica na excecao para acerto manual.
       P180-ERRO.
           MOVE "CRED" TO WS-EXCP-CODIGO
           MOVE "CREDITO NAO GRAVADO - EXCEDENTE FORA DO LOTE DE CAIXA"
               TO WS-EXCP-DESCRICAO
           PERFORM P091-GRAVA-EXCECAO
           SUBTRACT WS-VALOR-EXCEDENTE FROM WS-TOT-RECEBIDO
           ADD 1 TO WS-CONT-REJEITADOS.
       P180-FIM.
           EXIT.

       P200-APLICA-CREDITOS.
      * Antes dos pagamentos do dia, o credito em aberto de cada
      * cliente abate as parcelas abertas dele, da mais antiga para
      * a mais nova, como um pagamento na data de negocio: multa e
      * mora (pendentes e as corridas ate hoje) antes do principal.
      * O que sobrar parado alem do prazo vai para a lista de
      * reembolso.
           IF WS-FS-CRED NOT EQUAL "00"
               GO TO P200-EXIT
           END-IF
           MOVE WS-DATA-PROCESSO TO WS-JRNL-DATA
           MOVE "N" TO WS-EOF-CRED
           MOVE LOW-VALUES TO CRED-CLIENTE-ID
           START CREDIT-FILE KEY NOT LESS CRED-CLIENTE-ID
               INVALID KEY
                   SET WS-CRED-EOF TO TRUE
           END-START
           PERFORM P201-LER-CREDITO
           PERFORM UNTIL WS-CRED-EOF
               IF CRED-SALDO GREATER 0
                   PERFORM P210-APLICA-CREDITO-CLIENTE
                   PERFORM P220-VERIFICA-REEMBOLSO THRU P220-FIM
                   REWRITE CREDITO-RECORD
               END-IF
               PERFORM P201-LER-CREDITO
           END-PERFORM.
       P200-EXIT.
           EXIT.

       P201-LER-CREDITO.
           READ CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-CRED-EOF TO TRUE
           END-READ.

       P210-APLICA-CREDITO-CLIENTE.
           IF CRED-CLIENTE-ID EQUAL SPACES
               MOVE "N" TO WS-PARCELA-ACHADA
           ELSE
               PERFORM P211-PROCURA-PARCELA-ANTIGA
           END-IF
           PERFORM UNTIL CRED-SALDO NOT GREATER 0
                   OR NOT WS-TEM-PARCELA-ABERTA
               PERFORM P212-ABATE-PARCELA THRU P212-FIM
               IF WS-TEM-PARCELA-ABERTA
                   PERFORM P211-PROCURA-PARCELA-ANTIGA
               END-IF
           END-PERFORM.

       P211-PROCURA-PARCELA-ANTIGA.
           MOVE "N" TO WS-PARCELA-ACHADA
           MOVE "N" TO WS-EOF-RECB
           MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
           MOVE CRED-CLIENTE-ID TO RECB-CLIENTE-ID
           START RECEIVABLE-FILE KEY EQUAL RECB-CLIENTE-ID
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P213-LER-PARCELA-CLIENTE
           PERFORM UNTIL WS-RECB-EOF
               IF (RECB-ABERTA OR RECB-PARCIAL)
                   AND RECB-DATA-VENCIMENTO LESS WS-VENC-MAIS-ANTIGO
                   SET WS-TEM-PARCELA-ABERTA TO TRUE
                   MOVE RECB-DATA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
                   MOVE RECB-CHAVE TO WS-CHAVE-MAIS-ANTIGA
               END-IF
               PERFORM P213-LER-PARCELA-CLIENTE
           END-PERFORM.

       P213-LER-PARCELA-CLIENTE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
               NOT AT END
                   IF RECB-CLIENTE-ID NOT EQUAL CRED-CLIENTE-ID
                       SET WS-RECB-EOF TO TRUE
                   END-IF
           END-READ.

       P212-ABATE-PARCELA.
           MOVE WS-CHAVE-MAIS-ANTIGA TO RECB-CHAVE
           READ RECEIVABLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PARCELA-ACHADA
                   GO TO P212-FIM
           END-READ
      * O credito paga a parcela como um pagamento em caixa feito na
      * data de negocio: os encargos primeiro (a mora corre ate hoje),
      * o principal limitado ao saldo.
           MOVE WS-DATA-PROCESSO TO WS-DATA-COBRANCA
           MOVE CRED-SALDO TO WS-VALOR-DISPONIVEL
           PERFORM P170-CALCULA-ENCARGOS THRU P170-FIM
           COMPUTE WS-SALDO-PARCELA =
               RECB-VALOR-PARCELA - RECB-VALOR-PAGO
           IF WS-VALOR-PRINCIPAL GREATER WS-SALDO-PARCELA
               MOVE WS-SALDO-PARCELA TO WS-VALOR-PRINCIPAL
           END-IF
           COMPUTE WS-VALOR-APLICADO =
               WS-VALOR-ENCARGOS + WS-VALOR-PRINCIPAL
           ADD WS-VALOR-PRINCIPAL TO RECB-VALOR-PAGO
           SUBTRACT WS-VALOR-PRINCIPAL FROM WS-SALDO-PARCELA
           MOVE WS-DATA-PROCESSO TO RECB-DATA-PAGAMENTO
           EVALUATE TRUE
               WHEN WS-SALDO-PARCELA NOT GREATER 0
                   SET RECB-LIQUIDADA TO TRUE
      * Boleto registrado de parcela fechada pelo credito: a remessa
      * seguinte pede a baixa.
                   IF RECB-REM-REGISTRADA
                       SET RECB-REM-ALTERAR TO TRUE
                   END-IF
               WHEN RECB-VALOR-PAGO GREATER 0
                   SET RECB-PARCIAL TO TRUE
               WHEN OTHER
      * Credito todo consumido pelos encargos: a parcela segue
      * aberta, como no pagamento em caixa.
                   CONTINUE
           END-EVALUATE
           REWRITE RECEBIVEL-RECORD
           SUBTRACT WS-VALOR-APLICADO FROM CRED-SALDO
           MOVE WS-DATA-PROCESSO TO CRED-DATA-ULT-MOVTO
           IF WS-MULTA-COBRADA GREATER 0
               MOVE WS-MULTA-COBRADA TO WS-JRNL-VALOR
               MOVE "MULTA" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
           IF WS-MORA-COBRADA GREATER 0
               MOVE WS-MORA-COBRADA TO WS-JRNL-VALOR
               MOVE "MORA" TO WS-JRNL-ORIGEM
               PERFORM P096-GRAVA-JORNAL
           END-IF
      * O lancamento CREDITO sai sempre, mesmo com principal zero: e
      * ele que marca a multa e a mora logo acima como pagas com
      * credito, que o estorno de pagamento nao devolve ao caixa.
           MOVE WS-VALOR-PRINCIPAL TO WS-JRNL-VALOR
           PERFORM P097-ABRE-JORNAL
           SET JRNL-ORIG-CREDITO TO TRUE
           PERFORM P098-GRAVA-REG-JORNAL
           ADD 1 TO WS-CONT-CREDITOS-APL
           ADD WS-VALOR-PRINCIPAL TO WS-TOT-CREDITO-APLICADO
           ADD WS-MULTA-COBRADA TO WS-TOT-MULTA
           ADD WS-MORA-COBRADA TO WS-TOT-MORA
           ADD WS-VALOR-ENCARGOS TO WS-TOT-ENCARGOS-CREDITO
           MOVE WS-VALOR-APLICADO TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "VENDA " DELIMITED BY SIZE
                  RECB-VENDA-ID DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  RECB-PARCELA DELIMITED BY SIZE
                  " - CREDITO DO CLIENTE APLICADO=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  RECB-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VALOR-ENCARGOS GREATER 0
               MOVE WS-VALOR-ENCARGOS TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  ENCARGOS COBRADOS DO CREDITO "
                          DELIMITED BY SIZE
                      "(MULTA + MORA)=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           COMPUTE WS-VALOR-PENDENTE =
               RECB-MULTA-PENDENTE + RECB-MORA-PENDENTE
           IF WS-VALOR-PENDENTE GREATER 0
               MOVE WS-VALOR-PENDENTE TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "  ENCARGOS NAO COBERTOS, PENDENTES NA PARCELA "
                          DELIMITED BY SIZE
                      "(MULTA + MORA)=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       P212-FIM.
           EXIT.

       P220-VERIFICA-REEMBOLSO.
           IF CRED-SALDO NOT GREATER 0
               GO TO P220-FIM
           END-IF
           COMPUTE WS-DIAS-CREDITO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               - FUNCTION INTEGER-OF-DATE(CRED-DATA-ORIGEM)
           IF WS-DIAS-CREDITO LESS WS-DIAS-REEMBOLSO
               GO TO P220-FIM
           END-IF
           MOVE CRED-CLIENTE-ID TO REEM-CLIENTE-ID
           MOVE CRED-SALDO TO REEM-VALOR
           MOVE CRED-DATA-ORIGEM TO REEM-DATA-ORIGEM
           MOVE WS-DATA-PROCESSO TO REEM-DATA-LISTA
           WRITE REFUND-RECORD
           MOVE CRED-SALDO TO CRED-VALOR-REEMBOLSO
           MOVE WS-DATA-PROCESSO TO CRED-DATA-REEMBOLSO
           MOVE WS-DATA-PROCESSO TO CRED-DATA-ULT-MOVTO
           MOVE 0 TO CRED-SALDO
           ADD 1 TO WS-CONT-REEMBOLSOS
           MOVE CRED-VALOR-REEMBOLSO TO WS-MASCARA-PADRAO
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENTE " DELIMITED BY SIZE
                  CRED-CLIENTE-ID DELIMITED BY SIZE
                  " - CREDITO SEM USO DESDE " DELIMITED BY SIZE
                  CRED-DATA-ORIGEM DELIMITED BY SIZE
                  " ENVIADO PARA REEMBOLSO=" DELIMITED BY SIZE
                  WS-MASCARA-PADRAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
       P220-FIM.
           EXIT.

       P140-GRAVA-CONTROLE-QUIT.
      * Registro de ajuste da conciliacao do razao: o hash leva o
      * abatimento de juros do dia com sinal negativo, porque ele
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CREDITOS GERADOS=" DELIMITED BY SIZE
                  WS-CONT-CREDITOS-GER DELIMITED BY SIZE
                  " CREDITOS APLICADOS=" DELIMITED BY SIZE
                  WS-CONT-CREDITOS-APL DELIMITED BY SIZE
                  " ENVIADOS A REEMBOLSO=" DELIMITED BY SIZE
                  WS-CONT-REEMBOLSOS DELIMITED BY SIZE
                  " RECUPERACOES DE PERDA=" DELIMITED BY SIZE
                  WS-CONT-RECUPERACOES DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOT-ENCARGOS-CREDITO GREATER 0
               MOVE WS-TOT-ENCARGOS-CREDITO TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "ENCARGOS PAGOS COM CREDITO DO CLIENTE="
                          DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-TOT-ENCARGOS-DISPENS GREATER 0
               MOVE WS-TOT-ENCARGOS-DISPENS TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "ENCARGOS PENDENTES DISPENSADOS EM QUITACOES="
                          DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "BAIXA DE PAGAMENTOS - PROCESSADOS "
               WS-CONT-PAGTOS " REJEITADOS " WS-CONT-REJEITADOS.

       P300-GRAVA-LOTE-CAIXA.
      * Lote contabil dos recebimentos do dia no layout do GLPOSTNG:
      * caixa a debito pelo total recebido, recebiveis a credito pelo
      * principal, receitas de multa e mora a credito; os estornos
      * de pagamento fazem o caminho inverso. O excedente credita o
      * passivo de creditos de cliente, e o credito aplicado sai do
      * passivo contra os recebiveis (principal) e as receitas de
      * multa e mora (encargos, ja somados nelas). O recebido sobre
      * parcela baixada como perda credita a receita de recuperacao.
      * Trailer fecha em zero.
           MOVE 0 TO WS-QTD-LANC-GL
           OPEN OUTPUT GL-FILE
           MOVE WS-DATA-PROCESSO TO WS-GLH-DATA
           MOVE WS-GL-CABECALHO TO GL-RECORD
           WRITE GL-RECORD

           IF WS-TOT-RECEBIDO GREATER 0
               MOVE WS-CONTA-CAIXA TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-TOT-RECEBIDO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-PRINCIPAL GREATER 0
               MOVE WS-CONTA-RECEBER TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-PRINCIPAL TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-MULTA GREATER 0
               MOVE WS-CONTA-MULTA TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-MULTA TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-MORA GREATER 0
               MOVE WS-CONTA-MORA TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-MORA TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-RECUPERADO GREATER 0
               MOVE WS-CONTA-RECUPERACAO TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-RECUPERADO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-CREDITO-GERADO GREATER 0
               MOVE WS-CONTA-CREDITO-CLI TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-CREDITO-GERADO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           COMPUTE WS-TOT-CREDITO-USADO =
               WS-TOT-CREDITO-APLICADO + WS-TOT-ENCARGOS-CREDITO
           IF WS-TOT-CREDITO-USADO GREATER 0
               MOVE WS-CONTA-CREDITO-CLI TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-TOT-CREDITO-USADO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-CREDITO-APLICADO GREATER 0
               MOVE WS-CONTA-RECEBER TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-CREDITO-APLICADO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
      * Quitacoes: o diferido liberado sai de juros a apropriar, o
      * abatimento baixa os recebiveis e a diferenca e receita de
      * juros (despesa, se o abatimento passou do diferido).
           IF WS-JUROS-LIBERADOS GREATER 0
               MOVE WS-CONTA-JUROS-DIFER TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-JUROS-LIBERADOS TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-ABATIMENTO-DIA GREATER 0
               MOVE WS-CONTA-RECEBER TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-ABATIMENTO-DIA TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           COMPUTE WS-JUROS-GANHOS-QUIT =
               WS-JUROS-LIBERADOS - WS-ABATIMENTO-DIA
           IF WS-JUROS-GANHOS-QUIT NOT EQUAL 0
               MOVE WS-CONTA-REC-JUROS TO WS-GLD-CONTA
               IF WS-JUROS-GANHOS-QUIT GREATER 0
                   SET WS-GLD-CREDITO TO TRUE
                   MOVE WS-JUROS-GANHOS-QUIT TO WS-GLD-VALOR
               ELSE
                   SET WS-GLD-DEBITO TO TRUE
                   COMPUTE WS-GLD-VALOR = 0 - WS-JUROS-GANHOS-QUIT
               END-IF
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-ESTORNADO GREATER 0
               MOVE WS-CONTA-RECEBER TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-TOT-ESTORNADO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-MULTA-ESTORNADA GREATER 0
               MOVE WS-CONTA-MULTA TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-TOT-MULTA-ESTORNADA TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-MORA-ESTORNADA GREATER 0
               MOVE WS-CONTA-MORA TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-TOT-MORA-ESTORNADA TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF
           COMPUTE WS-TOT-CAIXA-ESTORNADO = WS-TOT-ESTORNADO
               + WS-TOT-MULTA-ESTORNADA + WS-TOT-MORA-ESTORNADA
           IF WS-TOT-CAIXA-ESTORNADO GREATER 0
               MOVE WS-CONTA-CAIXA TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-CAIXA-ESTORNADO TO WS-GLD-VALOR
               PERFORM P301-GRAVA-LANCAMENTO
           END-IF

           MOVE WS-QTD-LANC-GL TO WS-GLT-QTD-LANC
           MOVE 0 TO WS-GLT-LIQUIDO
           MOVE WS-GL-TRAILER TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE.

       P301-GRAVA-LANCAMENTO.
           MOVE WS-GL-LANCAMENTO TO GL-RECORD
           WRITE GL-RECORD
           ADD 1 TO WS-QTD-LANC-GL.

       END PROGRAM RECEB_BAIXA.
