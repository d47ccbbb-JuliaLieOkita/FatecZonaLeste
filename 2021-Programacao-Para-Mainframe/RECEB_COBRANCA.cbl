      *          quando a parcela sobe de nivel - e nao o mesmo
      *          lembrete toda noite.
      * Tectonics: cobc
      * Modified: 11/11/2023 (JLOS) - Parcela vencida em sabado,
      *           domingo ou feriado do calendario HOLIFILE so conta
      *           atraso depois do primeiro dia util seguinte ao
      *           vencimento: o cliente que paga nesse dia nao recebe
      *           lembrete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_COBRANCA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLI.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-COBRANCA.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
               88 WS-CLIE-EOF          VALUE "S".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-DIA-UTIL              PIC X(01) VALUE "S".
               88 WS-E-DIA-UTIL        VALUE "S".
           05 WS-CABECALHO-EMITIDO     PIC X(01) VALUE "N".
               88 WS-CLIENTE-NO-AVISO  VALUE "S".

           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-VENC             PIC S9(07) COMP.
           05 WS-DIAS-ATRASO           PIC S9(05) COMP.
           05 WS-DIAS-PRAZO            PIC S9(07) COMP.
           05 WS-DATA-PRAZO            PIC 9(08).
           05 WS-DIA-SEMANA            PIC 9(01).
           05 WS-DIAS-ATRASO-ED        PIC -Z(4)9.
           05 WS-SALDO-PARCELA         PIC S9(09)V99.
           05 WS-NIVEL-DEVIDO          PIC 9(01).
           05 WS-CONT-NOTIFICACOES     PIC 9(05) VALUE 0.
           05 WS-CONT-FINAIS           PIC 9(05) VALUE 0.

       01 WS-TABELA-FERIADOS.
           05 WS-QTD-FERIADOS          PIC 9(03) COMP VALUE 0.
           05 WS-FERIADO-ITEM OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-QTD-FERIADOS
                   INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-DATA      PIC 9(08).

           COPY MASCNUM.
       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P030-CARREGA-FERIADOS
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)

           COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE(
               RECB-DATA-VENCIMENTO)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
           IF WS-DIAS-ATRASO GREATER 0
               PERFORM P155-PRAZO-DIA-UTIL
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT LESS 60
                   MOVE 3 TO WS-NIVEL-DEVIDO
       P150-EXIT.
           EXIT.

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
       P155-PRAZO-DIA-UTIL.
           MOVE WS-DIAS-VENC TO WS-DIAS-PRAZO
           PERFORM P156-TESTA-DIA-UTIL
           PERFORM UNTIL WS-E-DIA-UTIL
               ADD 1 TO WS-DIAS-PRAZO
               PERFORM P156-TESTA-DIA-UTIL
           END-PERFORM
           IF WS-DIAS-HOJE NOT GREATER WS-DIAS-PRAZO
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF.

       P156-TESTA-DIA-UTIL.
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

       P160-CONSULTA-NIVEL-EMITIDO.
           MOVE 0 TO WS-NIVEL-EMITIDO
           MOVE RECB-VENDA-ID TO NOTI-VENDA-ID
