      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 23/12/2023
      * Purpose: Revisao pelo supervisor da fila de vendas retidas
      *          pela triagem (VENDRETE, copy VENDRETE): aplica as
      *          decisoes do arquivo VENDREVW quando presente (acao L
      *          liberar, C cancelar a venda retida), ou a entrada
      *          interativa na ausencia dele. Exige operador do
      *          OPERMST com a autoridade de supervisor (posicao 7 de
      *          OPMS-OPCOES). A venda liberada vai para o arquivo de
      *          resubmissao TRANRESS, com a data do lote original
      *          como primeira vista, e entra na liquidacao do lote da
      *          noite seguinte pela critica de entrada; a cancelada
      *          nunca e liquidada. Cada decisao grava quem e quando
      *          na propria fila e a trilha no SESSLOG (opcao 7), com
      *          o mesmo timestamp. Ao final lista no RETERPT as vendas
      *          que continuam aguardando revisao.
      * Tectonics: cobc
      * Modified: 06/01/2024 (JLOS) - A venda liberada volta ao
      *           TRANRESS com o vendedor acrescentado ao final do
      *           registro de transacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND_REVISAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "VENDRETE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETE-CHAVE
               FILE STATUS IS WS-FS-RETE.

           SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPMS.

           SELECT REVIEW-FILE ASSIGN TO "VENDREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVW.

           SELECT TRANS-RESS-FILE ASSIGN TO "TRANRESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRSS.

           SELECT REPORT-FILE ASSIGN TO "RETERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY VENDRETE.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY OPERMST.

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  REVIEW-RECORD.
           05  VREV-DATA-LOTE          PIC 9(08).
           05  VREV-SEQUENCIA          PIC 9(04).
           05  VREV-ACAO               PIC X(01).
               88  VREV-LIBERAR        VALUE "L".
               88  VREV-CANCELAR       VALUE "C".

       FD  TRANS-RESS-FILE
           RECORDING MODE IS F.
       01  TRANS-RESS-RECORD.
           05  TRSS-DATA-PRIMEIRA      PIC 9(08).
           05  TRSS-DADOS              PIC X(34).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  SESSION-LOG-FILE
           RECORDING MODE IS F.
       01  SESSION-LOG-RECORD.
           05  SESS-OPERADOR           PIC X(08).
           05  SESS-TIMESTAMP          PIC X(21).
           05  SESS-OPCAO              PIC 9(01).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-REVISAO.
           05 WS-FS-RETE               PIC X(02) VALUE SPACES.
           05 WS-FS-OPMS               PIC X(02) VALUE SPACES.
           05 WS-FS-REVW               PIC X(02) VALUE SPACES.
           05 WS-FS-TRSS               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-SESS               PIC X(02) VALUE SPACES.
           05 WS-EOF-OPMS              PIC X(01) VALUE "N".
               88 WS-OPMS-EOF          VALUE "S".
           05 WS-EOF-REVW              PIC X(01) VALUE "N".
               88 WS-REVW-EOF          VALUE "S".
           05 WS-EOF-RETE              PIC X(01) VALUE "N".
               88 WS-RETE-EOF          VALUE "S".
           05 WS-OPERADOR-ACHADO       PIC X(01) VALUE "N".
               88 WS-OPERADOR-EXISTE   VALUE "S".
           05 WS-OPERADOR-OK           PIC X(01) VALUE "N".
               88 WS-OPERADOR-VALIDO   VALUE "S".

       01 WS-CAMPOS-REVISAO.
           05 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
           05 WS-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05 WS-OPCOES-OPERADOR       PIC X(07) VALUE "NNNNNNN".
           05 WS-ACAO                  PIC X(01) VALUE SPACES.
           05 WS-CHAVE-ALVO            PIC X(12) VALUE SPACES.
           05 WS-CHAVE-ALVO-NUM REDEFINES WS-CHAVE-ALVO.
               10 WS-ALVO-DATA         PIC 9(08).
               10 WS-ALVO-SEQUENCIA    PIC 9(04).
           05 WS-TIMESTAMP             PIC X(21) VALUE SPACES.

       01 WS-CONTADORES-REVISAO.
           05 WS-CONT-LIBERADAS        PIC 9(05) VALUE 0.
           05 WS-CONT-CANCELADAS       PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-PENDENTES        PIC 9(05) VALUE 0.
           05 WS-TOT-PENDENTE          PIC 9(13)V99 VALUE 0.

       01 WS-EDICAO-REVISAO.
           05 WS-MASCARA-VALOR         PIC Z(8)9,99.
           05 WS-MASCARA-TOTAL         PIC Z(12)9,99.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           DISPLAY "INFORME O SEU ID DE OPERADOR: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "INFORME A SENHA: "
           ACCEPT WS-SENHA-INFORMADA
           PERFORM P010-VALIDA-OPERADOR THRU P010-FIM
           IF NOT WS-OPERADOR-VALIDO
               DISPLAY "OPERADOR NAO AUTORIZADO - NENHUMA VENDA "
                   "REVISADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Liberar uma venda suspeita para a liquidacao e decisao de
      * supervisor - o operador comum nem chega a fila.
           IF WS-OPCOES-OPERADOR(7:1) NOT EQUAL "S"
               DISPLAY "REVISAO DE VENDAS RETIDAS EXIGE AUTORIDADE "
                   "DE SUPERVISOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HOLD-FILE
           IF WS-FS-RETE NOT EQUAL "00"
               DISPLAY "FILA DE VENDAS RETIDAS INDISPONIVEL - FS "
                   WS-FS-RETE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REVIEW-FILE
           IF WS-FS-REVW EQUAL "00"
               PERFORM P100-LOTE-REVISOES
           ELSE
               PERFORM P200-REVISAO-INTERATIVA
           END-IF

           PERFORM P300-LISTA-PENDENTES
           CLOSE HOLD-FILE

           DISPLAY "REVISAO DE VENDAS RETIDAS - LIBERADAS="
               WS-CONT-LIBERADAS " CANCELADAS=" WS-CONT-CANCELADAS
               " REJEITADAS=" WS-CONT-REJEITADOS
               " PENDENTES=" WS-CONT-PENDENTES
           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Mesma verificacao do sign-on do MENU_PRINCIPAL: operador
      * cadastrado, ativo e com a senha conferida. Senha ainda nao
      * definida nao serve aqui - o operador passa antes pelo menu.
       P010-VALIDA-OPERADOR.
           MOVE "N" TO WS-OPERADOR-ACHADO
           MOVE "N" TO WS-OPERADOR-OK
           MOVE "N" TO WS-EOF-OPMS
           OPEN INPUT OPERATOR-FILE
           IF WS-FS-OPMS NOT EQUAL "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - FS "
                   WS-FS-OPMS
               GO TO P010-FIM
           END-IF
           PERFORM P011-LER-OPERADOR
           PERFORM UNTIL WS-OPMS-EOF OR WS-OPERADOR-EXISTE
               IF OPMS-ID EQUAL WS-OPERADOR-ID
                   SET WS-OPERADOR-EXISTE TO TRUE
               ELSE
                   PERFORM P011-LER-OPERADOR
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF NOT WS-OPERADOR-EXISTE
               DISPLAY "OPERADOR NAO CADASTRADO"
               GO TO P010-FIM
           END-IF
           IF OPMS-DESATIVADO
               DISPLAY "OPERADOR DESATIVADO - PROCURE O SUPERVISOR"
               GO TO P010-FIM
           END-IF
           IF OPMS-SENHA EQUAL SPACES
               OR WS-SENHA-INFORMADA NOT EQUAL OPMS-SENHA
               DISPLAY "SENHA INVALIDA"
               GO TO P010-FIM
           END-IF
           MOVE OPMS-OPCOES TO WS-OPCOES-OPERADOR
           SET WS-OPERADOR-VALIDO TO TRUE.
       P010-FIM.
           EXIT.

       P011-LER-OPERADOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPMS-EOF TO TRUE
           END-READ.

       P100-LOTE-REVISOES.
           MOVE "N" TO WS-EOF-REVW
           PERFORM P110-LER-REVISAO
           PERFORM UNTIL WS-REVW-EOF
               MOVE VREV-ACAO TO WS-ACAO
               MOVE VREV-DATA-LOTE TO WS-ALVO-DATA
               MOVE VREV-SEQUENCIA TO WS-ALVO-SEQUENCIA
               PERFORM P120-APLICA-REVISAO THRU P120-EXIT
               PERFORM P110-LER-REVISAO
           END-PERFORM
           CLOSE REVIEW-FILE.

       P110-LER-REVISAO.
           READ REVIEW-FILE
               AT END
                   SET WS-REVW-EOF TO TRUE
           END-READ.

       P200-REVISAO-INTERATIVA.
           DISPLAY "VENDA RETIDA - DATA DO LOTE (AAAAMMDD) E "
               "SEQUENCIA (9999): "
           ACCEPT WS-CHAVE-ALVO
           DISPLAY "ACAO - (L)IBERAR OU (C)ANCELAR A VENDA: "
           ACCEPT WS-ACAO
           PERFORM P120-APLICA-REVISAO THRU P120-EXIT.

       P120-APLICA-REVISAO.
           IF WS-CHAVE-ALVO IS NOT NUMERIC
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "CHAVE DA FILA INVALIDA: " WS-CHAVE-ALVO
               GO TO P120-EXIT
           END-IF
           IF WS-ACAO NOT EQUAL "L" AND WS-ACAO NOT EQUAL "C"
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "ACAO INVALIDA: " WS-ACAO
               GO TO P120-EXIT
           END-IF

           MOVE WS-CHAVE-ALVO TO RETE-CHAVE
           READ HOLD-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "VENDA " WS-ALVO-DATA "/" WS-ALVO-SEQUENCIA
                       " NAO ESTA NA FILA"
                   GO TO P120-EXIT
           END-READ
           IF NOT RETE-RETIDA
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "VENDA " WS-ALVO-DATA "/" WS-ALVO-SEQUENCIA
                   " JA REVISADA POR " RETE-REVISADO-POR
                   " EM " RETE-REVISADO-EM(1:8)
               GO TO P120-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-ACAO EQUAL "L"
               SET RETE-LIBERADA TO TRUE
           ELSE
               SET RETE-CANCELADA TO TRUE
           END-IF
           MOVE WS-OPERADOR-ID TO RETE-REVISADO-POR
           MOVE WS-TIMESTAMP TO RETE-REVISADO-EM
           REWRITE RETIDA-RECORD
           IF WS-FS-RETE NOT EQUAL "00"
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "ERRO AO GRAVAR A VENDA " WS-ALVO-DATA "/"
                   WS-ALVO-SEQUENCIA " - FS " WS-FS-RETE
               GO TO P120-EXIT
           END-IF

           IF RETE-LIBERADA
               PERFORM P130-REAPRESENTA-VENDA
               ADD 1 TO WS-CONT-LIBERADAS
               DISPLAY "VENDA " WS-ALVO-DATA "/" WS-ALVO-SEQUENCIA
                   " LIBERADA - ENTRA NO LOTE DA PROXIMA NOITE"
           ELSE
               ADD 1 TO WS-CONT-CANCELADAS
               DISPLAY "VENDA " WS-ALVO-DATA "/" WS-ALVO-SEQUENCIA
                   " CANCELADA"
           END-IF
           PERFORM P160-GRAVA-TRILHA.
       P120-EXIT.
           EXIT.

      * A venda liberada volta pelo mesmo caminho das transacoes
      * corrigidas: o TRANRESS que a critica de entrada consome na
      * frente do lote bruto da noite seguinte.
       P130-REAPRESENTA-VENDA.
           OPEN EXTEND TRANS-RESS-FILE
           IF WS-FS-TRSS NOT EQUAL "00"
               OPEN OUTPUT TRANS-RESS-FILE
           END-IF
           MOVE RETE-DATA-LOTE TO TRSS-DATA-PRIMEIRA
           MOVE RETE-TRANSACAO TO TRSS-DADOS(1:28)
           MOVE RETE-VENDEDOR-ID TO TRSS-DADOS(29:6)
           WRITE TRANS-RESS-RECORD
           CLOSE TRANS-RESS-FILE.

       P160-GRAVA-TRILHA.
           OPEN EXTEND SESSION-LOG-FILE
           IF WS-FS-SESS NOT EQUAL "00"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF
           MOVE WS-OPERADOR-ID TO SESS-OPERADOR
           MOVE WS-TIMESTAMP TO SESS-TIMESTAMP
           MOVE 7 TO SESS-OPCAO
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE.

       P300-LISTA-PENDENTES.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "VENDAS RETIDAS AGUARDANDO REVISAO - SUPERVISOR "
                      DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-RETE
           MOVE LOW-VALUES TO RETE-CHAVE
           START HOLD-FILE KEY NOT LESS RETE-CHAVE
               INVALID KEY
                   SET WS-RETE-EOF TO TRUE
           END-START
           PERFORM P310-LER-RETIDA
           PERFORM UNTIL WS-RETE-EOF
               IF RETE-RETIDA
                   PERFORM P320-LINHA-PENDENTE
               END-IF
               PERFORM P310-LER-RETIDA
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-PENDENTE TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PENDENTES=" DELIMITED BY SIZE
                  WS-CONT-PENDENTES DELIMITED BY SIZE
                  " VALOR RETIDO=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P310-LER-RETIDA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-RETE-EOF TO TRUE
           END-READ.

       P320-LINHA-PENDENTE.
           ADD 1 TO WS-CONT-PENDENTES
           IF RETE-VALOR-COMPRA IS NUMERIC
               ADD RETE-VALOR-COMPRA TO WS-TOT-PENDENTE
               MOVE RETE-VALOR-COMPRA TO WS-MASCARA-VALOR
           ELSE
               MOVE 0 TO WS-MASCARA-VALOR
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING RETE-DATA-LOTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RETE-SEQUENCIA DELIMITED BY SIZE
                  " LOTE " DELIMITED BY SIZE
                  RETE-LOTE-ID DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  RETE-CLIENTE-ID DELIMITED BY SIZE
                  " LOJA " DELIMITED BY SIZE
                  RETE-LOJA-ID DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-MASCARA-VALOR DELIMITED BY SIZE
                  " MOTIVOS M/V/F=" DELIMITED BY SIZE
                  RETE-MOT-MULTILOJA DELIMITED BY SIZE
                  RETE-MOT-VALOR DELIMITED BY SIZE
                  RETE-MOT-FREQUENCIA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM VEND_REVISAO.
