      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 08/06/2024
      * Purpose: Agendamento do checkup anual de IMC a partir do
      *          roster de rechamada (ROSTRECK, gerado pelo
      *          IMC_RECHAMADA): cada funcionario recebe um horario no
      *          ambulatorio, gravado na agenda indexada AGNDFILE (copy
      *          AGNDMST), e uma carta-convite em CONVITES - o
      *          ambulatorio deixa de marcar por telefone a partir da
      *          listagem. A capacidade vem do CAPAFILE (primeiro dia
      *          da campanha, quantidade de dias, vagas por dia,
      *          maximo do mesmo departamento por dia, hora da
      *          primeira vaga e minutos por vaga); sabados, domingos
      *          e feriados do HOLIFILE nao recebem horario. O limite
      *          por departamento espalha cada FUNC-DEPARTAMENTO pelos
      *          dias da campanha, para que um setor inteiro nao pare
      *          a linha na mesma manha. O comparecimento registrado
      *          no dia (AGNDPRES: funcionario, data, C ou F) baixa o
      *          horario e a falta e remarcada sozinha na proxima vaga
      *          livre, com carta nova, ate o limite de remarcacoes.
      *          RC 4 com funcionario sem vaga na janela, rejeitado ou
      *          no limite de remarcacoes; RC 8 sem cadastro ou agenda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC_AGENDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTRECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROST.

           SELECT CAPACITY-FILE ASSIGN TO "CAPAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAPA.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLI.

           SELECT ATTENDANCE-FILE ASSIGN TO "AGNDPRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRES.

           SELECT EMPLOYEE-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-FUNC.

           SELECT AGENDA-FILE ASSIGN TO "AGNDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGND-CHAVE
               FILE STATUS IS WS-FS-AGND.

           SELECT LETTER-FILE ASSIGN TO "CONVITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONV.

           SELECT REPORT-FILE ASSIGN TO "AGNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORDING MODE IS F.
       01  ROSTER-RECORD.
           05  ROST-EMP-ID             PIC X(10).
           05  ROST-PESO               PIC S9(03)V99.
           05  ROST-ALTURA             PIC S9(01)V99.

       FD  CAPACITY-FILE
           RECORDING MODE IS F.
       01  CAPACITY-RECORD.
           05  CAPA-DATA-INICIO        PIC 9(08).
           05  CAPA-QTD-DIAS           PIC 9(03).
           05  CAPA-VAGAS-DIA          PIC 9(02).
           05  CAPA-MAX-DEPTO-DIA      PIC 9(02).
           05  CAPA-HORA-INICIO        PIC 9(04).
           05  CAPA-MINUTOS-VAGA       PIC 9(03).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

       FD  ATTENDANCE-FILE
           RECORDING MODE IS F.
       01  ATTENDANCE-RECORD.
           05  PRES-EMP-ID             PIC X(10).
           05  PRES-DATA               PIC 9(08).
           05  PRES-SITUACAO           PIC X(01).
               88  PRES-COMPARECEU     VALUE "C".
               88  PRES-FALTOU         VALUE "F".

       FD  EMPLOYEE-FILE.
       COPY FUNCMST.

       FD  AGENDA-FILE.
       COPY AGNDMST.

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-LINE                 PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-AGND.
           05 WS-FS-ROST               PIC X(02) VALUE SPACES.
           05 WS-FS-CAPA               PIC X(02) VALUE SPACES.
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-FS-PRES               PIC X(02) VALUE SPACES.
           05 WS-FS-FUNC               PIC X(02) VALUE SPACES.
           05 WS-FS-AGND               PIC X(02) VALUE SPACES.
           05 WS-FS-CONV               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-ROST              PIC X(01) VALUE "N".
               88 WS-ROST-EOF          VALUE "S".
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-EOF-PRES              PIC X(01) VALUE "N".
               88 WS-PRES-EOF          VALUE "S".
           05 WS-EOF-AGND              PIC X(01) VALUE "N".
               88 WS-AGND-EOF          VALUE "S".
           05 WS-VAGA-ACHADA           PIC X(01) VALUE "N".
               88 WS-ACHOU-VAGA        VALUE "S".
           05 WS-DEPTO-ACHADO          PIC X(01) VALUE "N".
               88 WS-DEPTO-NA-TABELA   VALUE "S".
           05 WS-MARCACAO-ABERTA       PIC X(01) VALUE "N".
               88 WS-TEM-MARCACAO      VALUE "S".
           05 WS-DIA-UTIL              PIC X(01) VALUE "S".
               88 WS-E-DIA-UTIL        VALUE "S".
           05 WS-ALERTA                PIC X(01) VALUE "N".
               88 WS-HOUVE-ALERTA      VALUE "S".

      * Capacidade padrao quando nao ha CAPAFILE: campanha de 30 dias
      * a partir de amanha, 16 vagas de 20 minutos desde as 08:00 e
      * no maximo 4 pessoas do mesmo departamento por dia.
       01 WS-CAPACIDADE.
           05 WS-CAP-DATA-INICIO       PIC 9(08) VALUE 0.
           05 WS-CAP-QTD-DIAS          PIC 9(03) VALUE 30.
           05 WS-CAP-VAGAS-DIA         PIC 9(02) VALUE 16.
           05 WS-CAP-MAX-DEPTO-DIA     PIC 9(02) VALUE 4.
           05 WS-CAP-HORA-INICIO       PIC 9(04) VALUE 0800.
           05 WS-CAP-MINUTOS-VAGA      PIC 9(03) VALUE 20.
           05 WS-MAX-REMARCACOES       PIC 9(02) VALUE 3.

       01 WS-CAMPOS-AGND.
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-INICIO           PIC S9(07) COMP.
           05 WS-DIAS-DATA             PIC S9(07) COMP.
           05 WS-DIA-SEMANA            PIC 9(01).
           05 WS-DEPARTAMENTO          PIC X(15) VALUE SPACES.
           05 WS-NOME                  PIC X(30) VALUE SPACES.
           05 WS-QTD-REMARCACOES       PIC 9(02) VALUE 0.
           05 WS-DATA-ANTERIOR         PIC 9(08) VALUE 0.
           05 WS-DATA-MARCADA          PIC 9(08) VALUE 0.
           05 WS-HORA-MARCADA          PIC 9(04) VALUE 0.
           05 WS-HORA-MARCADA-R REDEFINES WS-HORA-MARCADA.
               10 WS-HORA-HH           PIC 9(02).
               10 WS-HORA-MM           PIC 9(02).
           05 WS-MINUTOS               PIC 9(05) VALUE 0.
           05 WS-MOTIVO                PIC X(40) VALUE SPACES.
           05 WS-DATA-EDICAO           PIC 9(08) VALUE 0.
           05 WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
               10 WS-ED-ANO            PIC 9(04).
               10 WS-ED-MES            PIC 9(02).
               10 WS-ED-DIA            PIC 9(02).
           05 WS-DATA-ED               PIC X(10) VALUE SPACES.
           05 WS-HORA-ED               PIC X(05) VALUE SPACES.

      * Calendario da campanha: um item por dia, com as vagas do dia
      * (espaco = livre) e a quantidade ja ocupada.
       01 WS-CALENDARIO.
           05 WS-QTD-DIAS              PIC 9(03) COMP VALUE 0.
           05 WS-DIA-ITEM OCCURS 366 TIMES.
               10 WS-DIA-DATA          PIC 9(08).
               10 WS-DIA-SITUACAO      PIC X(01).
                   88 WS-DIA-ABERTO    VALUE "S".
               10 WS-DIA-OCUPADAS      PIC 9(02).
               10 WS-DIA-VAGA          PIC X(01) OCCURS 40 TIMES.

      * Departamentos vistos na agenda e no roster, com a contagem de
      * horarios marcados do departamento em cada dia da campanha.
       01 WS-TABELA-DEPTOS.
           05 WS-QTD-DEPTOS            PIC 9(03) COMP VALUE 0.
           05 WS-DEPTO-ITEM OCCURS 60 TIMES.
               10 WS-DEPTO-NOME        PIC X(15).
               10 WS-DEPTO-NO-DIA      PIC 9(02) OCCURS 366 TIMES.

       01 WS-SUBSCRITOS.
           05 WS-SUB-DIA               PIC 9(03) COMP VALUE 0.
           05 WS-SUB-VAGA              PIC 9(02) COMP VALUE 0.
           05 WS-SUB-DEPTO             PIC 9(03) COMP VALUE 0.
           05 WS-DIA-ESCOLHIDO         PIC 9(03) COMP VALUE 0.
           05 WS-VAGA-ESCOLHIDA        PIC 9(02) COMP VALUE 0.

       01 WS-TABELA-FERIADOS.
           05 WS-QTD-FERIADOS          PIC 9(03) COMP VALUE 0.
           05 WS-FERIADO-ITEM OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-QTD-FERIADOS
                   INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-DATA      PIC 9(08).

       01 WS-CONTADORES-AGND.
           05 WS-CONT-ROSTER           PIC 9(05) VALUE 0.
           05 WS-CONT-MARCADOS         PIC 9(05) VALUE 0.
           05 WS-CONT-JA-AGENDADOS     PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-VAGA         PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-COMPARECERAM     PIC 9(05) VALUE 0.
           05 WS-CONT-FALTARAM         PIC 9(05) VALUE 0.
           05 WS-CONT-REMARCADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-LIMITE           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)
           PERFORM P010-LE-CAPACIDADE
           PERFORM P030-CARREGA-FERIADOS
           PERFORM P040-MONTA-CALENDARIO

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-FUNC NOT EQUAL "00"
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL - FS "
                   WS-FS-FUNC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O AGENDA-FILE
           IF WS-FS-AGND EQUAL "35"
               OPEN OUTPUT AGENDA-FILE
               CLOSE AGENDA-FILE
               OPEN I-O AGENDA-FILE
           END-IF
           IF WS-FS-AGND NOT EQUAL "00"
               DISPLAY "AGENDA DO CHECKUP INDISPONIVEL - FS "
                   WS-FS-AGND
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P050-CARREGA-OCUPACAO

           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-CAP-DATA-INICIO TO WS-DATA-EDICAO
           PERFORM P420-EDITA-DATA
           MOVE SPACES TO REPORT-LINE
           STRING "AGENDA DO CHECKUP ANUAL DE IMC - CAMPANHA DE "
                      DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-CAP-QTD-DIAS DELIMITED BY SIZE
                  " DIAS, " DELIMITED BY SIZE
                  WS-CAP-VAGAS-DIA DELIMITED BY SIZE
                  " VAGAS/DIA, MAXIMO " DELIMITED BY SIZE
                  WS-CAP-MAX-DEPTO-DIA DELIMITED BY SIZE
                  " POR DEPARTAMENTO/DIA" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT ATTENDANCE-FILE
           IF WS-FS-PRES EQUAL "00"
               PERFORM P100-BAIXA-COMPARECIMENTO
           ELSE
               DISPLAY "ARQUIVO AGNDPRES AUSENTE - NENHUM "
                   "COMPARECIMENTO A BAIXAR"
           END-IF

           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROST EQUAL "00"
               PERFORM P200-AGENDA-ROSTER
           ELSE
               DISPLAY "ROSTER ROSTRECK AUSENTE - NINGUEM A AGENDAR"
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ROSTER=" DELIMITED BY SIZE
                  WS-CONT-ROSTER DELIMITED BY SIZE
                  " MARCADOS=" DELIMITED BY SIZE
                  WS-CONT-MARCADOS DELIMITED BY SIZE
                  " JA AGENDADOS=" DELIMITED BY SIZE
                  WS-CONT-JA-AGENDADOS DELIMITED BY SIZE
                  " SEM VAGA=" DELIMITED BY SIZE
                  WS-CONT-SEM-VAGA DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPARECERAM=" DELIMITED BY SIZE
                  WS-CONT-COMPARECERAM DELIMITED BY SIZE
                  " FALTARAM=" DELIMITED BY SIZE
                  WS-CONT-FALTARAM DELIMITED BY SIZE
                  " REMARCADOS=" DELIMITED BY SIZE
                  WS-CONT-REMARCADOS DELIMITED BY SIZE
                  " NO LIMITE DE REMARCACOES=" DELIMITED BY SIZE
                  WS-CONT-LIMITE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE LETTER-FILE
           CLOSE AGENDA-FILE
           CLOSE EMPLOYEE-FILE
           DISPLAY "AGENDA DO CHECKUP - MARCADOS=" WS-CONT-MARCADOS
               " REMARCADOS=" WS-CONT-REMARCADOS
               " SEM VAGA=" WS-CONT-SEM-VAGA

           IF WS-HOUVE-ALERTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P010-LE-CAPACIDADE.
           MOVE WS-DATA-PROCESSO TO WS-CAP-DATA-INICIO
           OPEN INPUT CAPACITY-FILE
           IF WS-FS-CAPA EQUAL "00"
               READ CAPACITY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM P020-VALIDA-CAPACIDADE
               END-READ
               CLOSE CAPACITY-FILE
           ELSE
               DISPLAY "CAPAFILE AUSENTE - CAPACIDADE PADRAO DO "
                   "AMBULATORIO"
           END-IF
      * Sem data de inicio a campanha comeca no dia seguinte ao da
      * data de negocio.
           IF WS-CAP-DATA-INICIO EQUAL WS-DATA-PROCESSO
               COMPUTE WS-DIAS-INICIO = WS-DIAS-HOJE + 1
               COMPUTE WS-CAP-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO)
           ELSE
               COMPUTE WS-DIAS-INICIO = FUNCTION INTEGER-OF-DATE(
                   WS-CAP-DATA-INICIO)
           END-IF.

       P020-VALIDA-CAPACIDADE.
           IF CAPA-DATA-INICIO IS NUMERIC
               AND CAPA-DATA-INICIO GREATER 19000101
               MOVE CAPA-DATA-INICIO TO WS-CAP-DATA-INICIO
           END-IF
           IF CAPA-QTD-DIAS IS NUMERIC
               AND CAPA-QTD-DIAS GREATER 0
               AND CAPA-QTD-DIAS NOT GREATER 366
               MOVE CAPA-QTD-DIAS TO WS-CAP-QTD-DIAS
           ELSE
               DISPLAY "CAPAFILE: QUANTIDADE DE DIAS INVALIDA - "
                   "USADO " WS-CAP-QTD-DIAS
               SET WS-HOUVE-ALERTA TO TRUE
           END-IF
           IF CAPA-VAGAS-DIA IS NUMERIC
               AND CAPA-VAGAS-DIA GREATER 0
               AND CAPA-VAGAS-DIA NOT GREATER 40
               MOVE CAPA-VAGAS-DIA TO WS-CAP-VAGAS-DIA
           ELSE
               DISPLAY "CAPAFILE: VAGAS POR DIA INVALIDAS - USADO "
                   WS-CAP-VAGAS-DIA
               SET WS-HOUVE-ALERTA TO TRUE
           END-IF
           IF CAPA-MAX-DEPTO-DIA IS NUMERIC
               AND CAPA-MAX-DEPTO-DIA GREATER 0
               MOVE CAPA-MAX-DEPTO-DIA TO WS-CAP-MAX-DEPTO-DIA
           ELSE
               DISPLAY "CAPAFILE: MAXIMO POR DEPARTAMENTO INVALIDO - "
                   "USADO " WS-CAP-MAX-DEPTO-DIA
               SET WS-HOUVE-ALERTA TO TRUE
           END-IF
           IF CAPA-HORA-INICIO IS NUMERIC
               AND CAPA-HORA-INICIO LESS 2400
               MOVE CAPA-HORA-INICIO TO WS-CAP-HORA-INICIO
           END-IF
           IF CAPA-MINUTOS-VAGA IS NUMERIC
               AND CAPA-MINUTOS-VAGA GREATER 0
               MOVE CAPA-MINUTOS-VAGA TO WS-CAP-MINUTOS-VAGA
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

      * Dia da campanha ate a data de negocio ja passou; sabado,
      * domingo e feriado do HOLIFILE ficam fechados.
       P040-MONTA-CALENDARIO.
           MOVE WS-CAP-QTD-DIAS TO WS-QTD-DIAS
           PERFORM P045-MONTA-DIA
               VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA GREATER WS-QTD-DIAS.

       P045-MONTA-DIA.
           COMPUTE WS-DIAS-DATA = WS-DIAS-INICIO + WS-SUB-DIA - 1
           COMPUTE WS-DIA-DATA(WS-SUB-DIA) =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-DATA)
           MOVE 0 TO WS-DIA-OCUPADAS(WS-SUB-DIA)
           MOVE SPACES TO WS-DIA-ITEM(WS-SUB-DIA)(12:40)
           MOVE "S" TO WS-DIA-UTIL
           IF WS-DIAS-DATA NOT GREATER WS-DIAS-HOJE
               MOVE "N" TO WS-DIA-UTIL
           ELSE
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-DATA - 1, 7) + 1
               IF WS-DIA-SEMANA GREATER 5
                   MOVE "N" TO WS-DIA-UTIL
               ELSE
                   IF WS-QTD-FERIADOS GREATER 0
                       SET WS-IDX-FERIADO TO 1
                       SEARCH WS-FERIADO-ITEM VARYING WS-IDX-FERIADO
                           AT END
                               CONTINUE
                           WHEN WS-FERIADO-DATA(WS-IDX-FERIADO)
                                   EQUAL WS-DIA-DATA(WS-SUB-DIA)
                               MOVE "N" TO WS-DIA-UTIL
                       END-SEARCH
                   END-IF
               END-IF
           END-IF
           MOVE WS-DIA-UTIL TO WS-DIA-SITUACAO(WS-SUB-DIA).

      * Horarios ainda marcados de rodadas anteriores ocupam a vaga e
      * contam no limite do departamento do dia.
       P050-CARREGA-OCUPACAO.
           MOVE "N" TO WS-EOF-AGND
           MOVE LOW-VALUES TO AGND-CHAVE
           START AGENDA-FILE KEY NOT LESS AGND-CHAVE
               INVALID KEY
                   SET WS-AGND-EOF TO TRUE
           END-START
           PERFORM P055-LER-AGENDA
           PERFORM UNTIL WS-AGND-EOF
               IF AGND-MARCADA
                   PERFORM P060-OCUPA-VAGA THRU P060-FIM
               END-IF
               PERFORM P055-LER-AGENDA
           END-PERFORM.

       P055-LER-AGENDA.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   SET WS-AGND-EOF TO TRUE
           END-READ.

       P060-OCUPA-VAGA.
           COMPUTE WS-DIAS-DATA = FUNCTION INTEGER-OF-DATE(AGND-DATA)
           IF WS-DIAS-DATA LESS WS-DIAS-INICIO
               OR WS-DIAS-DATA - WS-DIAS-INICIO NOT LESS WS-QTD-DIAS
               GO TO P060-FIM
           END-IF
           COMPUTE WS-SUB-DIA = WS-DIAS-DATA - WS-DIAS-INICIO + 1
           IF AGND-VAGA GREATER 0 AND AGND-VAGA NOT GREATER 40
               IF WS-DIA-VAGA(WS-SUB-DIA, AGND-VAGA) EQUAL SPACE
                   MOVE "X" TO WS-DIA-VAGA(WS-SUB-DIA, AGND-VAGA)
                   ADD 1 TO WS-DIA-OCUPADAS(WS-SUB-DIA)
               END-IF
           END-IF
           MOVE AGND-DEPARTAMENTO TO WS-DEPARTAMENTO
           PERFORM P070-ACHA-DEPARTAMENTO
           IF WS-SUB-DEPTO GREATER 0
               ADD 1 TO WS-DEPTO-NO-DIA(WS-SUB-DEPTO, WS-SUB-DIA)
           END-IF.
       P060-FIM.
           EXIT.

       P070-ACHA-DEPARTAMENTO.
           MOVE "N" TO WS-DEPTO-ACHADO
           PERFORM P075-PROCURA-DEPARTAMENTO
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO GREATER WS-QTD-DEPTOS
                   OR WS-DEPTO-NA-TABELA
           IF WS-DEPTO-NA-TABELA
               SUBTRACT 1 FROM WS-SUB-DEPTO
           ELSE
               IF WS-QTD-DEPTOS LESS 60
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-SUB-DEPTO
                   MOVE WS-DEPARTAMENTO TO WS-DEPTO-NOME(WS-SUB-DEPTO)
                   MOVE ZEROS TO WS-DEPTO-ITEM(WS-SUB-DEPTO)(16:732)
               ELSE
                   MOVE 0 TO WS-SUB-DEPTO
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - "
                       WS-DEPARTAMENTO " SEM LIMITE POR DIA"
                   SET WS-HOUVE-ALERTA TO TRUE
               END-IF
           END-IF.

       P075-PROCURA-DEPARTAMENTO.
           IF WS-DEPTO-NOME(WS-SUB-DEPTO) EQUAL WS-DEPARTAMENTO
               SET WS-DEPTO-NA-TABELA TO TRUE
           END-IF.

      ******** BAIXA DO COMPARECIMENTO DO DIA ********
       P100-BAIXA-COMPARECIMENTO.
           MOVE "N" TO WS-EOF-PRES
           PERFORM P110-LER-COMPARECIMENTO
           PERFORM UNTIL WS-PRES-EOF
               PERFORM P120-APLICA-COMPARECIMENTO THRU P120-FIM
               PERFORM P110-LER-COMPARECIMENTO
           END-PERFORM
           CLOSE ATTENDANCE-FILE.

       P110-LER-COMPARECIMENTO.
           READ ATTENDANCE-FILE
               AT END
                   SET WS-PRES-EOF TO TRUE
           END-READ.

       P120-APLICA-COMPARECIMENTO.
           IF NOT PRES-COMPARECEU AND NOT PRES-FALTOU
               MOVE "SITUACAO DIFERENTE DE C / F" TO WS-MOTIVO
               PERFORM P190-REJEITA-COMPARECIMENTO
               GO TO P120-FIM
           END-IF
           MOVE PRES-EMP-ID TO AGND-EMP-ID
           MOVE PRES-DATA TO AGND-DATA
           READ AGENDA-FILE
               INVALID KEY
                   MOVE "SEM HORARIO MARCADO NA DATA" TO WS-MOTIVO
                   PERFORM P190-REJEITA-COMPARECIMENTO
                   GO TO P120-FIM
           END-READ
           IF NOT AGND-MARCADA
               MOVE "HORARIO JA BAIXADO" TO WS-MOTIVO
               PERFORM P190-REJEITA-COMPARECIMENTO
               GO TO P120-FIM
           END-IF

           MOVE PRES-SITUACAO TO AGND-STATUS
           REWRITE AGENDA-RECORD
           MOVE AGND-DATA TO WS-DATA-EDICAO
           PERFORM P420-EDITA-DATA
           IF AGND-COMPARECEU
               ADD 1 TO WS-CONT-COMPARECERAM
               MOVE SPACES TO REPORT-LINE
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                      AGND-EMP-ID DELIMITED BY SIZE
                      " COMPARECEU EM " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P120-FIM
           END-IF

           ADD 1 TO WS-CONT-FALTARAM
           MOVE SPACES TO REPORT-LINE
           STRING "FUNCIONARIO " DELIMITED BY SIZE
                  AGND-EMP-ID DELIMITED BY SIZE
                  " FALTOU EM " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P130-REMARCA-FALTA THRU P130-FIM.
       P120-FIM.
           EXIT.

      * A falta volta para a proxima vaga livre com carta nova; quem
      * ja faltou o limite de remarcacoes vai para a enfermagem.
       P130-REMARCA-FALTA.
           IF AGND-QTD-REMARCACOES NOT LESS WS-MAX-REMARCACOES
               ADD 1 TO WS-CONT-LIMITE
               SET WS-HOUVE-ALERTA TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "  LIMITE DE " DELIMITED BY SIZE
                      WS-MAX-REMARCACOES DELIMITED BY SIZE
                      " REMARCACOES - NAO REMARCADO, ENCAMINHAR A "
                          DELIMITED BY SIZE
                      "ENFERMAGEM" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P130-FIM
           END-IF
           COMPUTE WS-QTD-REMARCACOES = AGND-QTD-REMARCACOES + 1
           MOVE AGND-DATA TO WS-DATA-ANTERIOR
           MOVE AGND-DEPARTAMENTO TO WS-DEPARTAMENTO
           MOVE SPACES TO WS-NOME
           MOVE AGND-EMP-ID TO FUNC-EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNC-NOME TO WS-NOME
                   MOVE FUNC-DEPARTAMENTO TO WS-DEPARTAMENTO
           END-READ

           PERFORM P150-PROCURA-MARCACAO THRU P150-FIM
           IF WS-TEM-MARCACAO
               MOVE SPACES TO REPORT-LINE
               STRING "  JA TEM HORARIO MARCADO EM " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      " - NAO REMARCADO" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P130-FIM
           END-IF

           PERFORM P300-MARCA-HORARIO THRU P300-FIM
           IF WS-ACHOU-VAGA
               ADD 1 TO WS-CONT-REMARCADOS
           END-IF.
       P130-FIM.
           EXIT.

      * Procura horario ainda marcado do funcionario (a chave comeca
      * pelo id, como no historico de IMC).
       P150-PROCURA-MARCACAO.
           MOVE "N" TO WS-MARCACAO-ABERTA
           MOVE "N" TO WS-EOF-AGND
           MOVE FUNC-EMP-ID TO AGND-EMP-ID
           MOVE 0 TO AGND-DATA
           START AGENDA-FILE KEY NOT LESS AGND-CHAVE
               INVALID KEY
                   GO TO P150-FIM
           END-START
           PERFORM P155-LER-AGENDA-FUNC
           PERFORM UNTIL WS-AGND-EOF OR WS-TEM-MARCACAO
               IF AGND-MARCADA
                   AND AGND-DATA GREATER WS-DATA-PROCESSO
                   SET WS-TEM-MARCACAO TO TRUE
                   MOVE AGND-DATA TO WS-DATA-EDICAO
                   PERFORM P420-EDITA-DATA
               ELSE
                   PERFORM P155-LER-AGENDA-FUNC
               END-IF
           END-PERFORM.
       P150-FIM.
           EXIT.

       P155-LER-AGENDA-FUNC.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   SET WS-AGND-EOF TO TRUE
               NOT AT END
                   IF AGND-EMP-ID NOT EQUAL FUNC-EMP-ID
                       SET WS-AGND-EOF TO TRUE
                   END-IF
           END-READ.

       P190-REJEITA-COMPARECIMENTO.
           ADD 1 TO WS-CONT-REJEITADOS
           SET WS-HOUVE-ALERTA TO TRUE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPARECIMENTO REJEITADO - FUNCIONARIO "
                      DELIMITED BY SIZE
                  PRES-EMP-ID DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  PRES-DATA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******** AGENDAMENTO DO ROSTER DE RECHAMADA ********
       P200-AGENDA-ROSTER.
           MOVE "N" TO WS-EOF-ROST
           PERFORM P210-LER-ROSTER
           PERFORM UNTIL WS-ROST-EOF
               IF ROST-EMP-ID NOT EQUAL SPACES
                   ADD 1 TO WS-CONT-ROSTER
                   PERFORM P220-AGENDA-FUNCIONARIO THRU P220-FIM
               END-IF
               PERFORM P210-LER-ROSTER
           END-PERFORM
           CLOSE ROSTER-FILE.

       P210-LER-ROSTER.
           READ ROSTER-FILE
               AT END
                   SET WS-ROST-EOF TO TRUE
           END-READ.

       P220-AGENDA-FUNCIONARIO.
           MOVE ROST-EMP-ID TO FUNC-EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-REJEITADOS
                   SET WS-HOUVE-ALERTA TO TRUE
                   MOVE SPACES TO REPORT-LINE
                   STRING "FUNCIONARIO " DELIMITED BY SIZE
                          ROST-EMP-ID DELIMITED BY SIZE
                          " FORA DO CADASTRO - NAO AGENDADO"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO P220-FIM
           END-READ

           PERFORM P150-PROCURA-MARCACAO THRU P150-FIM
           IF WS-TEM-MARCACAO
               ADD 1 TO WS-CONT-JA-AGENDADOS
               MOVE SPACES TO REPORT-LINE
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                      FUNC-EMP-ID DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNC-NOME DELIMITED BY SIZE
                      " JA AGENDADO PARA " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P220-FIM
           END-IF

           MOVE FUNC-NOME TO WS-NOME
           MOVE FUNC-DEPARTAMENTO TO WS-DEPARTAMENTO
           MOVE 0 TO WS-QTD-REMARCACOES
           MOVE 0 TO WS-DATA-ANTERIOR
           PERFORM P300-MARCA-HORARIO THRU P300-FIM
           IF WS-ACHOU-VAGA
               ADD 1 TO WS-CONT-MARCADOS
           END-IF.
       P220-FIM.
           EXIT.

      ******** ESCOLHA DA VAGA E GRAVACAO DO HORARIO ********
      * Primeiro dia aberto da campanha com vaga livre e abaixo do
      * maximo do departamento; dentro do dia, a primeira vaga livre.
       P300-MARCA-HORARIO.
           PERFORM P070-ACHA-DEPARTAMENTO
           MOVE "N" TO WS-VAGA-ACHADA
           MOVE 0 TO WS-DIA-ESCOLHIDO
           MOVE 0 TO WS-VAGA-ESCOLHIDA
           PERFORM P310-TESTA-DIA
               VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA GREATER WS-QTD-DIAS
                   OR WS-ACHOU-VAGA
           IF NOT WS-ACHOU-VAGA
               ADD 1 TO WS-CONT-SEM-VAGA
               SET WS-HOUVE-ALERTA TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                      FUNC-EMP-ID DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-NOME DELIMITED BY SIZE
                      " SEM VAGA NA CAMPANHA - DEPTO "
                          DELIMITED BY SIZE
                      WS-DEPARTAMENTO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P300-FIM
           END-IF

           MOVE WS-DIA-DATA(WS-DIA-ESCOLHIDO) TO WS-DATA-MARCADA
           DIVIDE WS-CAP-HORA-INICIO BY 100 GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM
           COMPUTE WS-MINUTOS = WS-HORA-HH * 60 + WS-HORA-MM
               + (WS-VAGA-ESCOLHIDA - 1) * WS-CAP-MINUTOS-VAGA
           DIVIDE WS-MINUTOS BY 60 GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM

           MOVE SPACES TO AGENDA-RECORD
           MOVE FUNC-EMP-ID TO AGND-EMP-ID
           MOVE WS-DATA-MARCADA TO AGND-DATA
           MOVE WS-VAGA-ESCOLHIDA TO AGND-VAGA
           MOVE WS-HORA-MARCADA TO AGND-HORA
           MOVE WS-DEPARTAMENTO TO AGND-DEPARTAMENTO
           SET AGND-MARCADA TO TRUE
           MOVE WS-DATA-PROCESSO TO AGND-DATA-MARCACAO
           MOVE WS-QTD-REMARCACOES TO AGND-QTD-REMARCACOES
           MOVE WS-DATA-ANTERIOR TO AGND-DATA-ANTERIOR
           WRITE AGENDA-RECORD
               INVALID KEY
                   MOVE "N" TO WS-VAGA-ACHADA
                   ADD 1 TO WS-CONT-REJEITADOS
                   SET WS-HOUVE-ALERTA TO TRUE
                   DISPLAY "HORARIO DUPLICADO NA AGENDA: "
                       AGND-CHAVE
                   GO TO P300-FIM
           END-WRITE

           MOVE "X" TO WS-DIA-VAGA(WS-DIA-ESCOLHIDO, WS-VAGA-ESCOLHIDA)
           ADD 1 TO WS-DIA-OCUPADAS(WS-DIA-ESCOLHIDO)
           IF WS-SUB-DEPTO GREATER 0
               ADD 1 TO WS-DEPTO-NO-DIA(WS-SUB-DEPTO, WS-DIA-ESCOLHIDO)
           END-IF

           MOVE WS-DATA-MARCADA TO WS-DATA-EDICAO
           PERFORM P420-EDITA-DATA
           MOVE SPACES TO REPORT-LINE
           IF WS-QTD-REMARCACOES GREATER 0
               STRING "  REMARCADO PARA " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      " AS " DELIMITED BY SIZE
                      WS-HORA-ED DELIMITED BY SIZE
                      " - REMARCACAO " DELIMITED BY SIZE
                      WS-QTD-REMARCACOES DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                      FUNC-EMP-ID DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-NOME DELIMITED BY SIZE
                      " DEPTO " DELIMITED BY SIZE
                      WS-DEPARTAMENTO DELIMITED BY SIZE
                      " MARCADO PARA " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      " AS " DELIMITED BY SIZE
                      WS-HORA-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           PERFORM P400-EMITE-CONVITE.
       P300-FIM.
           EXIT.

       P310-TESTA-DIA.
           IF WS-DIA-ABERTO(WS-SUB-DIA)
               AND WS-DIA-OCUPADAS(WS-SUB-DIA) LESS WS-CAP-VAGAS-DIA
               IF WS-SUB-DEPTO EQUAL 0
                   PERFORM P320-PROCURA-VAGA
                       VARYING WS-SUB-VAGA FROM 1 BY 1
                       UNTIL WS-SUB-VAGA GREATER WS-CAP-VAGAS-DIA
                           OR WS-ACHOU-VAGA
               ELSE
                   IF WS-DEPTO-NO-DIA(WS-SUB-DEPTO, WS-SUB-DIA)
                           LESS WS-CAP-MAX-DEPTO-DIA
                       PERFORM P320-PROCURA-VAGA
                           VARYING WS-SUB-VAGA FROM 1 BY 1
                           UNTIL WS-SUB-VAGA GREATER WS-CAP-VAGAS-DIA
                               OR WS-ACHOU-VAGA
                   END-IF
               END-IF
           END-IF.

       P320-PROCURA-VAGA.
           IF WS-DIA-VAGA(WS-SUB-DIA, WS-SUB-VAGA) EQUAL SPACE
               SET WS-ACHOU-VAGA TO TRUE
               MOVE WS-SUB-DIA TO WS-DIA-ESCOLHIDO
               MOVE WS-SUB-VAGA TO WS-VAGA-ESCOLHIDA
           END-IF.

      ******** CARTA-CONVITE ********
       P400-EMITE-CONVITE.
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "CONVITE - CHECKUP ANUAL DE IMC" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PARA: " DELIMITED BY SIZE
                  WS-NOME DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNC-EMP-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-DEPARTAMENTO DELIMITED BY SIZE
                  INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "SEU HORARIO NO AMBULATORIO: " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  WS-HORA-ED DELIMITED BY SIZE
                  INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-QTD-REMARCACOES GREATER 0
               MOVE WS-DATA-ANTERIOR TO WS-DATA-EDICAO
               PERFORM P420-EDITA-DATA
               MOVE SPACES TO LETTER-LINE
               STRING "HORARIO REMARCADO - NAO HOUVE COMPARECIMENTO EM "
                          DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "OS HORARIOS SAO DISTRIBUIDOS PARA NAO PARAR O SEU "
               & "SETOR." TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "SE NAO PUDER COMPARECER, AVISE O AMBULATORIO COM "
               & "ANTECEDENCIA." TO LETTER-LINE
           WRITE LETTER-LINE.

       P420-EDITA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-ED-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ED-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ED-ANO DELIMITED BY SIZE
                  INTO WS-DATA-ED
           MOVE SPACES TO WS-HORA-ED
           STRING WS-HORA-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HORA-MM DELIMITED BY SIZE
                  INTO WS-HORA-ED.

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

       END PROGRAM IMC_AGENDA.
