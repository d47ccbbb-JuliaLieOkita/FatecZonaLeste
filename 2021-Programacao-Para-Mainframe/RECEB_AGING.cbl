      * Modified: 07/01/2023 (JLOS) - O filtro agora e positivo (so
      *           aberta ou parcial entra no aging), cobrindo tambem o
      *           novo status "R" de parcela renegociada.
      * Modified: 11/11/2023 (JLOS) - Parcela vencida em sabado,
      *           domingo ou feriado do calendario HOLIFILE so entra
      *           em atraso depois do primeiro dia util seguinte ao
      *           vencimento; ate la fica na faixa em dia, sem mora.
      * Modified: 09/12/2023 (JLOS) - O aging passa a ser calculado
      *           na data de negocio do DATAPROC (data do sistema na
      *           ausencia dele), como os demais programas do lote: o
      *           fechamento mensal grava ali o ultimo dia do mes
      *           fechado e a posicao sai na data de corte.
      * Modified: 03/08/2024 (JLOS) - A tabela AGINPARM agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio. A data de negocio passa a ser lida antes do
      *           parametro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_AGING.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLI.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       01  PARM-RECORD.
           05  PARM-TAXA-MORA-MES      PIC 9V9999.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-AGING.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-DIA-UTIL              PIC X(01) VALUE "S".
               88 WS-E-DIA-UTIL        VALUE "S".

       01 WS-PARAMETROS-AGING.
           05 WS-TAXA-MORA-MES         PIC 9V9999 VALUE 0,0100.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-VENC             PIC S9(07) COMP.
           05 WS-DIAS-ATRASO           PIC S9(05) COMP.
           05 WS-DIAS-PRAZO            PIC S9(07) COMP.
           05 WS-DATA-PRAZO            PIC 9(08).
           05 WS-DIA-SEMANA            PIC 9(01).
           05 WS-DIAS-ATRASO-ED        PIC -Z(4)9.
           05 WS-SALDO-PARCELA         PIC S9(09)V99.
           05 WS-JUROS-MORA            PIC S9(09)V99.
           05 WS-FAIXA                 PIC X(10).
           05 WS-MASCARA-TOTAL         PIC -Z(9)9,99.

       01 WS-TABELA-FERIADOS.
           05 WS-QTD-FERIADOS          PIC 9(03) COMP VALUE 0.
           05 WS-FERIADO-ITEM OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-QTD-FERIADOS
                   INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-DATA      PIC 9(08).

           COPY MASCNUM.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-MORA
           PERFORM P030-CARREGA-FERIADOS
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-HOJE)

           MOVE 0 TO RETURN-CODE
           GOBACK.

       P099-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN INPUT PROC-DATE-FILE
           IF WS-FS-DPRC EQUAL "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-DATA-HOJE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

       P010-LE-PARM-MORA.
           MOVE "AGINPARM" TO PCON-TABELA
           MOVE WS-DATA-HOJE TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
           COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE(
               RECB-DATA-VENCIMENTO)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
           IF WS-DIAS-ATRASO GREATER 0
               PERFORM P125-PRAZO-DIA-UTIL
           END-IF
           MOVE 0 TO WS-JUROS-MORA

           EVALUATE TRUE
               WRITE REPORT-LINE
           END-IF.

       P030-CARREGA-FERIADOS.
           MOVE 0 TO WS-QTD-FERIADOS
           MOVE "N" TO WS-EOF-HOLI
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLI EQUAL "00"
               PERFORM P031-LER-FERIADO
               PERFORM UNTIL WS-HOLI-EOF
                   IF WS-QTD-FERIADOS LESS 400
                       AND HOLIDAY-RECORD IS NUMERIC
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE HOLIDAY-RECORD
                           TO WS-FERIADO-DATA(WS-QTD-FERIADOS)
                   END-IF
                   PERFORM P031-LER-FERIADO
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       P031-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   SET WS-HOLI-EOF TO TRUE
           END-READ.

      * Vencimento em sabado, domingo ou feriado do HOLIFILE so e
      * atraso depois do primeiro dia util seguinte; passado esse
      * prazo o atraso conta do vencimento original.
       P125-PRAZO-DIA-UTIL.
           MOVE WS-DIAS-VENC TO WS-DIAS-PRAZO
           PERFORM P126-TESTA-DIA-UTIL
           PERFORM UNTIL WS-E-DIA-UTIL
               ADD 1 TO WS-DIAS-PRAZO
               PERFORM P126-TESTA-DIA-UTIL
           END-PERFORM
           IF WS-DIAS-HOJE NOT GREATER WS-DIAS-PRAZO
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF.

       P126-TESTA-DIA-UTIL.
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

       P130-IMPRIME-TOTAIS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
