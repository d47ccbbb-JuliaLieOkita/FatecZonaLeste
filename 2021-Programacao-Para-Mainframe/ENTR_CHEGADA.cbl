      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 22/06/2024
      * Purpose: Controle de chegada dos arquivos de entrada, rodado
      *          como passo 0- do job noturno, antes da critica de
      *          entrada (EDIT_ENTRADA): confere contra o cadastro de
      *          entradas esperadas (ENTRESP - arquivo, loja ou equipe
      *          de origem, dias da semana, hora de corte e se e
      *          obrigatoria) o que de fato chegou nos arquivos brutos
      *          (TRANBRUT por loja, EQUABRUT por equipe solicitante,
      *          os demais pelo arquivo inteiro). Entrada obrigatoria
      *          ausente segura o passo, conferindo de novo a cada
      *          intervalo, ate a hora de corte mais a carencia; vencida
      *          a carencia, o ENTRPARM decide se o job segue com
      *          excecao severa (RC 4) ou para com a condicao 12. Em
      *          feriado (HOLIFILE) nenhuma entrada e obrigatoria. A
      *          situacao de cada entrada do dia vai para o ENTRSIT
      *          (copy ENTRSIT), lido pela passagem de turno; atrasos
      *          e faltas tambem vao para o EXCPLOG (ENTA, ENTO, ENTF)
      *          e os totais de controle para o CTRLFILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTR_CHEGADA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTED-FILE ASSIGN TO "ENTRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPR.

           SELECT INPUT-FILE ASSIGN TO WS-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTR.

           SELECT STATUS-FILE ASSIGN TO "ENTRSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESIT.

           SELECT PARM-FILE ASSIGN TO "ENTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLI.

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
       FD  EXPECTED-FILE
           RECORDING MODE IS F.
       01  ESPERADO-RECORD.
           05  ESPR-ARQUIVO            PIC X(08).
           05  ESPR-ORIGEM             PIC X(04).
           05  ESPR-DIAS               PIC X(07).
           05  ESPR-HORA-CORTE         PIC 9(04).
           05  ESPR-HORA-CORTE-R REDEFINES ESPR-HORA-CORTE.
               10  ESPR-CORTE-HH       PIC 9(02).
               10  ESPR-CORTE-MM       PIC 9(02).
           05  ESPR-OBRIGATORIO        PIC X(01).
           05  ESPR-DESCRICAO          PIC X(20).

      * Um registro bruto qualquer; as visoes abaixo dao a origem nos
      * dois arquivos que a trazem (loja na venda e no estorno do
      * TRANBRUT, equipe solicitante no EQUABRUT).
       FD  INPUT-FILE
           RECORDING MODE IS F.
       01  ENTRADA-RECORD              PIC X(150).
       01  ENTRADA-VENDA-RECORD.
           05  EVEN-TIPO-REG           PIC X(01).
               88  EVEN-REG-DETALHE    VALUE "D".
               88  EVEN-REG-ESTORNO    VALUE "E".
           05  FILLER                  PIC X(23).
           05  EVEN-LOJA-ID            PIC X(04).
           05  FILLER                  PIC X(122).
       01  ENTRADA-EQUACAO-RECORD.
           05  FILLER                  PIC X(45).
           05  EEQU-SOLICITANTE        PIC X(04).
           05  FILLER                  PIC X(101).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       COPY ENTRSIT.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-CARENCIA-MIN       PIC 9(03).
           05  PARM-ACAO-FALTA         PIC X(01).
           05  PARM-INTERVALO-SEG      PIC 9(03).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD              PIC 9(08).

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

       01 WS-SWITCHES-CHEGADA.
           05 WS-FS-ESPR               PIC X(02) VALUE SPACES.
           05 WS-FS-ENTR               PIC X(02) VALUE SPACES.
           05 WS-FS-ESIT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-ESPR              PIC X(01) VALUE "N".
               88 WS-ESPR-EOF          VALUE "S".
           05 WS-EOF-ENTR              PIC X(01) VALUE "N".
               88 WS-ENTR-EOF          VALUE "S".
           05 WS-EOF-HOLI              PIC X(01) VALUE "N".
               88 WS-HOLI-EOF          VALUE "S".
           05 WS-EH-FERIADO            PIC X(01) VALUE "N".
               88 WS-HOJE-E-FERIADO    VALUE "S".
           05 WS-ARQ-ACHADO            PIC X(01) VALUE "N".
               88 WS-ACHOU-ARQUIVO     VALUE "S".
           05 WS-HA-PENDENTE           PIC X(01) VALUE "N".
               88 WS-TEM-PENDENTE      VALUE "S".
           05 WS-FIM-ESPERA            PIC X(01) VALUE "N".
               88 WS-ESPERA-ENCERRADA  VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.
       01 WS-NOME-ENTRADA              PIC X(30) VALUE SPACES.

      * Carencia e acao na falta - ENTRPARM sobrepoe o que vier valido
      * (carencia zero = nao segura o job; intervalo maior que zero).
       01 WS-PARAMETROS-CHEGADA.
           05 WS-CARENCIA-MIN          PIC 9(03) VALUE 30.
           05 WS-ACAO-FALTA            PIC X(01) VALUE "C".
               88 WS-ACAO-CONTINUA     VALUE "C".
               88 WS-ACAO-PARA         VALUE "P".
           05 WS-INTERVALO-SEG         PIC 9(03) VALUE 60.

      * Horarios em minutos contados da meia-noite do dia em que o
      * passo comecou; a hora de corte vale na ocorrencia mais perto
      * do inicio (corte de 23h visto as 2h da manha e o de ontem).
       01 WS-TABELA-ESPERADOS.
           05 WS-QTD-ESPERADOS         PIC 9(03) COMP VALUE 0.
           05 WS-ESP-ITEM OCCURS 100 TIMES
                   INDEXED BY WS-IDX-ESP.
               10 WS-ESP-ARQUIVO       PIC X(08).
               10 WS-ESP-ORIGEM        PIC X(04).
               10 WS-ESP-DESCRICAO     PIC X(20).
               10 WS-ESP-OBRIGATORIO   PIC X(01).
               10 WS-ESP-HORA-CORTE    PIC 9(04).
               10 WS-ESP-CORTE-MIN     PIC S9(07) COMP.
               10 WS-ESP-LIMITE-MIN    PIC S9(07) COMP.
               10 WS-ESP-SITUACAO      PIC X(01).
               10 WS-ESP-HORA-VERIF    PIC 9(04).
               10 WS-ESP-QTD           PIC 9(07).

       01 WS-TABELA-RODADA.
           05 WS-QTD-ARQ-RODADA        PIC 9(02) COMP VALUE 0.
           05 WS-ARQ-NOME OCCURS 20 TIMES
                   INDEXED BY WS-IDX-ARQ
                                       PIC X(08).

       01 WS-MOMENTO.
           05 WS-MOM-DATA              PIC 9(08).
           05 WS-MOM-HORA              PIC 9(02).
           05 WS-MOM-MINUTO            PIC 9(02).
           05 FILLER                   PIC X(09).

       01 WS-CAMPOS-CHEGADA.
           05 WS-DIAS-DATA             PIC S9(07) COMP VALUE 0.
           05 WS-DIA-SEMANA            PIC 9(01) VALUE 0.
           05 WS-DIA-INICIO            PIC S9(07) COMP VALUE 0.
           05 WS-MIN-INICIO            PIC S9(07) COMP VALUE 0.
           05 WS-MIN-AGORA             PIC S9(07) COMP VALUE 0.
           05 WS-HORA-AGORA            PIC 9(04) VALUE 0.
           05 WS-QTD-RODADAS           PIC 9(05) COMP VALUE 0.
           05 WS-ORIGEM-REG            PIC X(04) VALUE SPACES.

       01 WS-CONTADORES-CHEGADA.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-INVALIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-CHEGARAM         PIC 9(07) VALUE 0.
           05 WS-CONT-ATRASADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-FALTA-OBRIG      PIC 9(05) VALUE 0.
           05 WS-CONT-FALTA-OPC        PIC 9(05) VALUE 0.
           05 WS-TOT-REGISTROS         PIC 9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARAMETROS
           PERFORM P030-VERIFICA-FERIADO
           MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO
           COMPUTE WS-DIA-INICIO = FUNCTION INTEGER-OF-DATE(
               WS-MOM-DATA)
           PERFORM P910-HORA-ATUAL
           MOVE WS-MIN-AGORA TO WS-MIN-INICIO

           PERFORM P020-CARREGA-ESPERADOS THRU P020-FIM
           IF WS-QTD-ESPERADOS EQUAL 0
               DISPLAY "NENHUMA ENTRADA ESPERADA PARA HOJE - NADA A "
                   "CONFERIR"
               OPEN OUTPUT STATUS-FILE
               CLOSE STATUS-FILE
               PERFORM P040-GRAVA-CONTROLE
               CLOSE EXCEPTION-LOG-FILE
               IF WS-CONT-INVALIDOS GREATER 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM P200-CONFERE-ARQUIVOS
           MOVE "N" TO WS-FIM-ESPERA
           PERFORM P300-AGUARDA-OBRIGATORIOS THRU P300-FIM
               UNTIL WS-ESPERA-ENCERRADA

           OPEN OUTPUT STATUS-FILE
           PERFORM P400-REGISTRA-SITUACAO
               VARYING WS-IDX-ESP FROM 1 BY 1
               UNTIL WS-IDX-ESP GREATER WS-QTD-ESPERADOS
           CLOSE STATUS-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           DISPLAY "CHEGADA DE ARQUIVOS - ESPERADOS=" WS-CONT-LIDOS
               " CHEGARAM=" WS-CONT-CHEGARAM
               " ATRASADOS=" WS-CONT-ATRASADOS
               " FALTAS OBRIGATORIAS=" WS-CONT-FALTA-OBRIG
               " FALTAS OPCIONAIS=" WS-CONT-FALTA-OPC
           EVALUATE TRUE
               WHEN WS-CONT-FALTA-OBRIG GREATER 0 AND WS-ACAO-PARA
                   DISPLAY "ENTRADA OBRIGATORIA AUSENTE APOS A "
                       "CARENCIA - JOB DEVE PARAR (CONDICAO 12)"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CONT-FALTA-OBRIG GREATER 0
                   DISPLAY "ENTRADA OBRIGATORIA AUSENTE APOS A "
                       "CARENCIA - JOB SEGUE COM EXCECAO SEVERA"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONT-FALTA-OPC GREATER 0
                   OR WS-CONT-ATRASADOS GREATER 0
                   OR WS-CONT-INVALIDOS GREATER 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "ENTR_CHEGADA" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "ENTF"
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
           END-IF
           COMPUTE WS-DIAS-DATA = FUNCTION INTEGER-OF-DATE(
               WS-DATA-PROCESSO)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-DATA - 1, 7) + 1.

       P010-LE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARENCIA-MIN IS NUMERIC
                           MOVE PARM-CARENCIA-MIN TO WS-CARENCIA-MIN
                       END-IF
                       IF PARM-ACAO-FALTA EQUAL "C" OR "P"
                           MOVE PARM-ACAO-FALTA TO WS-ACAO-FALTA
                       END-IF
                       IF PARM-INTERVALO-SEG IS NUMERIC
                           AND PARM-INTERVALO-SEG GREATER 0
                           MOVE PARM-INTERVALO-SEG
                               TO WS-INTERVALO-SEG
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "CARENCIA APOS O CORTE (MIN)=" WS-CARENCIA-MIN
               " ACAO NA FALTA=" WS-ACAO-FALTA
               " INTERVALO (S)=" WS-INTERVALO-SEG.

      * Entradas do cadastro que valem para o dia da semana da data de
      * negocio; hora de corte invalida fica de fora com um alerta.
       P020-CARREGA-ESPERADOS.
           MOVE 0 TO WS-QTD-ESPERADOS
           MOVE "N" TO WS-EOF-ESPR
           OPEN INPUT EXPECTED-FILE
           IF WS-FS-ESPR NOT EQUAL "00"
               DISPLAY "CADASTRO DE ENTRADAS ESPERADAS (ENTRESP) "
                   "AUSENTE"
               GO TO P020-FIM
           END-IF
           PERFORM P025-LER-ESPERADO
           PERFORM UNTIL WS-ESPR-EOF
               IF ESPR-DIAS(WS-DIA-SEMANA:1) EQUAL "S"
                   PERFORM P027-GUARDA-ESPERADO
               END-IF
               PERFORM P025-LER-ESPERADO
           END-PERFORM
           CLOSE EXPECTED-FILE.
       P020-FIM.
           EXIT.

       P025-LER-ESPERADO.
           READ EXPECTED-FILE
               AT END
                   SET WS-ESPR-EOF TO TRUE
           END-READ.

       P027-GUARDA-ESPERADO.
           IF ESPR-HORA-CORTE IS NOT NUMERIC
               OR ESPR-CORTE-HH GREATER 23
               OR ESPR-CORTE-MM GREATER 59
               OR ESPR-ARQUIVO EQUAL SPACES
               ADD 1 TO WS-CONT-INVALIDOS
               MOVE "ENTC" TO WS-EXCP-CODIGO
               MOVE SPACES TO WS-EXCP-DESCRICAO
               STRING "ENTRESP INVALIDO (ARQUIVO/HORA DE CORTE): "
                          DELIMITED BY SIZE
                      ESPR-ARQUIVO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ESPR-ORIGEM DELIMITED BY SIZE
                      INTO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           ELSE
               IF WS-QTD-ESPERADOS LESS 100
                   ADD 1 TO WS-QTD-ESPERADOS
                   ADD 1 TO WS-CONT-LIDOS
                   SET WS-IDX-ESP TO WS-QTD-ESPERADOS
                   PERFORM P028-MONTA-ESPERADO
               ELSE
                   DISPLAY "TABELA DE ENTRADAS ESPERADAS CHEIA - "
                       "IGNORADA: " ESPR-ARQUIVO " " ESPR-ORIGEM
               END-IF
           END-IF.

       P028-MONTA-ESPERADO.
           MOVE ESPR-ARQUIVO TO WS-ESP-ARQUIVO(WS-IDX-ESP)
           MOVE ESPR-ORIGEM TO WS-ESP-ORIGEM(WS-IDX-ESP)
           MOVE ESPR-DESCRICAO TO WS-ESP-DESCRICAO(WS-IDX-ESP)
           MOVE ESPR-HORA-CORTE TO WS-ESP-HORA-CORTE(WS-IDX-ESP)
           IF ESPR-OBRIGATORIO EQUAL "S" AND NOT WS-HOJE-E-FERIADO
               MOVE "S" TO WS-ESP-OBRIGATORIO(WS-IDX-ESP)
           ELSE
               MOVE "N" TO WS-ESP-OBRIGATORIO(WS-IDX-ESP)
           END-IF
           MOVE SPACE TO WS-ESP-SITUACAO(WS-IDX-ESP)
           MOVE 0 TO WS-ESP-HORA-VERIF(WS-IDX-ESP)
           MOVE 0 TO WS-ESP-QTD(WS-IDX-ESP)
           COMPUTE WS-ESP-CORTE-MIN(WS-IDX-ESP) =
               ESPR-CORTE-HH * 60 + ESPR-CORTE-MM
           IF WS-ESP-CORTE-MIN(WS-IDX-ESP) - WS-MIN-INICIO
               GREATER 720
               SUBTRACT 1440 FROM WS-ESP-CORTE-MIN(WS-IDX-ESP)
           END-IF
           IF WS-MIN-INICIO - WS-ESP-CORTE-MIN(WS-IDX-ESP)
               GREATER 720
               ADD 1440 TO WS-ESP-CORTE-MIN(WS-IDX-ESP)
           END-IF
           COMPUTE WS-ESP-LIMITE-MIN(WS-IDX-ESP) =
               WS-ESP-CORTE-MIN(WS-IDX-ESP) + WS-CARENCIA-MIN.

       P030-VERIFICA-FERIADO.
           MOVE "N" TO WS-EH-FERIADO
           MOVE "N" TO WS-EOF-HOLI
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLI EQUAL "00"
               PERFORM P035-LER-FERIADO
               PERFORM UNTIL WS-HOLI-EOF
                   IF HOLIDAY-RECORD EQUAL WS-DATA-PROCESSO
                       SET WS-HOJE-E-FERIADO TO TRUE
                   END-IF
                   PERFORM P035-LER-FERIADO
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-HOJE-E-FERIADO
               DISPLAY "FERIADO - NENHUMA ENTRADA OBRIGATORIA HOJE"
           END-IF.

       P035-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   SET WS-HOLI-EOF TO TRUE
           END-READ.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "ENTR_CHEGADA" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDOS TO CTRL-LIDOS
           MOVE WS-CONT-CHEGARAM TO CTRL-GRAVADOS
           COMPUTE CTRL-REJEITADOS =
               WS-CONT-FALTA-OBRIG + WS-CONT-FALTA-OPC
           MOVE WS-TOT-REGISTROS TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

      * Uma rodada de conferencia: cada arquivo com entrada ainda
      * pendente e lido uma vez, contando os registros de cada origem.
       P200-CONFERE-ARQUIVOS.
           ADD 1 TO WS-QTD-RODADAS
           MOVE 0 TO WS-QTD-ARQ-RODADA
           PERFORM P210-LISTA-ARQUIVO
               VARYING WS-IDX-ESP FROM 1 BY 1
               UNTIL WS-IDX-ESP GREATER WS-QTD-ESPERADOS
           PERFORM P220-VARRE-ARQUIVO THRU P220-FIM
               VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ GREATER WS-QTD-ARQ-RODADA
           PERFORM P910-HORA-ATUAL
           PERFORM P240-MARCA-CHEGADA
               VARYING WS-IDX-ESP FROM 1 BY 1
               UNTIL WS-IDX-ESP GREATER WS-QTD-ESPERADOS.

       P210-LISTA-ARQUIVO.
           IF WS-ESP-SITUACAO(WS-IDX-ESP) EQUAL SPACE
               MOVE 0 TO WS-ESP-QTD(WS-IDX-ESP)
               MOVE "N" TO WS-ARQ-ACHADO
               PERFORM P215-PROCURA-ARQUIVO
                   VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ GREATER WS-QTD-ARQ-RODADA
                       OR WS-ACHOU-ARQUIVO
               IF NOT WS-ACHOU-ARQUIVO
                   AND WS-QTD-ARQ-RODADA LESS 20
                   ADD 1 TO WS-QTD-ARQ-RODADA
                   SET WS-IDX-ARQ TO WS-QTD-ARQ-RODADA
                   MOVE WS-ESP-ARQUIVO(WS-IDX-ESP)
                       TO WS-ARQ-NOME(WS-IDX-ARQ)
               END-IF
           END-IF.

       P215-PROCURA-ARQUIVO.
           IF WS-ARQ-NOME(WS-IDX-ARQ) EQUAL WS-ESP-ARQUIVO(WS-IDX-ESP)
               SET WS-ACHOU-ARQUIVO TO TRUE
           END-IF.

       P220-VARRE-ARQUIVO.
           MOVE WS-ARQ-NOME(WS-IDX-ARQ) TO WS-NOME-ENTRADA
           MOVE "N" TO WS-EOF-ENTR
           OPEN INPUT INPUT-FILE
           IF WS-FS-ENTR NOT EQUAL "00"
               GO TO P220-FIM
           END-IF
           PERFORM P225-LER-ENTRADA
           PERFORM UNTIL WS-ENTR-EOF
               PERFORM P230-IDENTIFICA-ORIGEM
               PERFORM P235-CONTA-REGISTRO
                   VARYING WS-IDX-ESP FROM 1 BY 1
                   UNTIL WS-IDX-ESP GREATER WS-QTD-ESPERADOS
               PERFORM P225-LER-ENTRADA
           END-PERFORM
           CLOSE INPUT-FILE.
       P220-FIM.
           EXIT.

       P225-LER-ENTRADA.
           MOVE SPACES TO ENTRADA-RECORD
           READ INPUT-FILE
               AT END
                   SET WS-ENTR-EOF TO TRUE
           END-READ.

       P230-IDENTIFICA-ORIGEM.
           MOVE SPACES TO WS-ORIGEM-REG
           EVALUATE WS-ARQ-NOME(WS-IDX-ARQ)
               WHEN "TRANBRUT"
                   IF EVEN-REG-DETALHE OR EVEN-REG-ESTORNO
                       MOVE EVEN-LOJA-ID TO WS-ORIGEM-REG
                   END-IF
               WHEN "EQUABRUT"
                   MOVE EEQU-SOLICITANTE TO WS-ORIGEM-REG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P235-CONTA-REGISTRO.
           IF WS-ESP-SITUACAO(WS-IDX-ESP) EQUAL SPACE
               AND WS-ESP-ARQUIVO(WS-IDX-ESP)
                   EQUAL WS-ARQ-NOME(WS-IDX-ARQ)
               IF WS-ESP-ORIGEM(WS-IDX-ESP) EQUAL SPACES
                   OR WS-ESP-ORIGEM(WS-IDX-ESP) EQUAL WS-ORIGEM-REG
                   ADD 1 TO WS-ESP-QTD(WS-IDX-ESP)
               END-IF
           END-IF.

      * O que ja estava la na primeira conferencia conta como no
      * prazo; so e atrasado o que chegou depois de visto ausente
      * com o corte ja passado.
       P240-MARCA-CHEGADA.
           IF WS-ESP-SITUACAO(WS-IDX-ESP) EQUAL SPACE
               AND WS-ESP-QTD(WS-IDX-ESP) GREATER 0
               MOVE WS-HORA-AGORA TO WS-ESP-HORA-VERIF(WS-IDX-ESP)
               IF WS-QTD-RODADAS GREATER 1
                   AND WS-MIN-AGORA
                       GREATER WS-ESP-CORTE-MIN(WS-IDX-ESP)
                   MOVE "A" TO WS-ESP-SITUACAO(WS-IDX-ESP)
               ELSE
                   MOVE "N" TO WS-ESP-SITUACAO(WS-IDX-ESP)
               END-IF
               DISPLAY "ENTRADA RECEBIDA: "
                   WS-ESP-ARQUIVO(WS-IDX-ESP) " "
                   WS-ESP-ORIGEM(WS-IDX-ESP)
                   " REGISTROS=" WS-ESP-QTD(WS-IDX-ESP)
           END-IF.

      * Segura o passo enquanto houver entrada obrigatoria ausente
      * dentro do corte mais a carencia, conferindo de novo a cada
      * intervalo.
       P300-AGUARDA-OBRIGATORIOS.
           PERFORM P910-HORA-ATUAL
           MOVE "N" TO WS-HA-PENDENTE
           PERFORM P310-CONFERE-PENDENTE
               VARYING WS-IDX-ESP FROM 1 BY 1
               UNTIL WS-IDX-ESP GREATER WS-QTD-ESPERADOS
           IF NOT WS-TEM-PENDENTE
               SET WS-ESPERA-ENCERRADA TO TRUE
               GO TO P300-FIM
           END-IF
           DISPLAY "AGUARDANDO ENTRADA OBRIGATORIA - HORA "
               WS-HORA-AGORA " - NOVA CONFERENCIA EM "
               WS-INTERVALO-SEG " SEGUNDOS"
           CALL "C$SLEEP" USING WS-INTERVALO-SEG
           PERFORM P200-CONFERE-ARQUIVOS.
       P300-FIM.
           EXIT.

       P310-CONFERE-PENDENTE.
           IF WS-ESP-SITUACAO(WS-IDX-ESP) EQUAL SPACE
               AND WS-ESP-OBRIGATORIO(WS-IDX-ESP) EQUAL "S"
               AND WS-ESP-LIMITE-MIN(WS-IDX-ESP) GREATER WS-MIN-AGORA
               SET WS-TEM-PENDENTE TO TRUE
           END-IF.

       P400-REGISTRA-SITUACAO.
           MOVE SPACES TO ENTR-SITUACAO-RECORD
           MOVE WS-DATA-PROCESSO TO ESIT-DATA-NEGOCIO
           MOVE WS-ESP-ARQUIVO(WS-IDX-ESP) TO ESIT-ARQUIVO
           MOVE WS-ESP-ORIGEM(WS-IDX-ESP) TO ESIT-ORIGEM
           MOVE WS-ESP-DESCRICAO(WS-IDX-ESP) TO ESIT-DESCRICAO
           MOVE WS-ESP-OBRIGATORIO(WS-IDX-ESP) TO ESIT-OBRIGATORIO
           MOVE WS-ESP-HORA-CORTE(WS-IDX-ESP) TO ESIT-HORA-CORTE
           MOVE WS-ESP-QTD(WS-IDX-ESP) TO ESIT-QTD-REGISTROS
           ADD WS-ESP-QTD(WS-IDX-ESP) TO WS-TOT-REGISTROS
           IF WS-ESP-SITUACAO(WS-IDX-ESP) EQUAL SPACE
               MOVE "F" TO WS-ESP-SITUACAO(WS-IDX-ESP)
               MOVE WS-HORA-AGORA TO WS-ESP-HORA-VERIF(WS-IDX-ESP)
           END-IF
           MOVE WS-ESP-SITUACAO(WS-IDX-ESP) TO ESIT-SITUACAO
           MOVE WS-ESP-HORA-VERIF(WS-IDX-ESP) TO ESIT-HORA-VERIFICACAO
           MOVE SPACES TO WS-EXCP-DESCRICAO
           EVALUATE TRUE
               WHEN ESIT-AUSENTE AND ESIT-EH-OBRIGATORIO
                   ADD 1 TO WS-CONT-FALTA-OBRIG
                   MOVE WS-ACAO-FALTA TO ESIT-ACAO
                   MOVE "ENTF" TO WS-EXCP-CODIGO
                   STRING "ENTRADA OBRIGATORIA AUSENTE: "
                              DELIMITED BY SIZE
                          ESIT-ARQUIVO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ESIT-ORIGEM DELIMITED BY SIZE
                          " CORTE " DELIMITED BY SIZE
                          ESIT-HORA-CORTE DELIMITED BY SIZE
                          INTO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
               WHEN ESIT-AUSENTE
                   ADD 1 TO WS-CONT-FALTA-OPC
                   MOVE "ENTO" TO WS-EXCP-CODIGO
                   STRING "ENTRADA OPCIONAL AUSENTE: "
                              DELIMITED BY SIZE
                          ESIT-ARQUIVO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ESIT-ORIGEM DELIMITED BY SIZE
                          INTO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
               WHEN ESIT-ATRASADO
                   ADD 1 TO WS-CONT-CHEGARAM
                   ADD 1 TO WS-CONT-ATRASADOS
                   MOVE "ENTA" TO WS-EXCP-CODIGO
                   STRING "ENTRADA ATRASADA: " DELIMITED BY SIZE
                          ESIT-ARQUIVO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ESIT-ORIGEM DELIMITED BY SIZE
                          " CORTE " DELIMITED BY SIZE
                          ESIT-HORA-CORTE DELIMITED BY SIZE
                          " CHEGOU " DELIMITED BY SIZE
                          ESIT-HORA-VERIFICACAO DELIMITED BY SIZE
                          INTO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
               WHEN OTHER
                   ADD 1 TO WS-CONT-CHEGARAM
           END-EVALUATE
           WRITE ENTR-SITUACAO-RECORD.

      * Minutos contados da meia-noite do dia em que o passo comecou.
       P910-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO
           COMPUTE WS-MIN-AGORA = FUNCTION INTEGER-OF-DATE(
               WS-MOM-DATA) - WS-DIA-INICIO
           COMPUTE WS-MIN-AGORA = WS-MIN-AGORA * 1440
               + WS-MOM-HORA * 60 + WS-MOM-MINUTO
           COMPUTE WS-HORA-AGORA = WS-MOM-HORA * 100 + WS-MOM-MINUTO.

       END PROGRAM ENTR_CHEGADA.
