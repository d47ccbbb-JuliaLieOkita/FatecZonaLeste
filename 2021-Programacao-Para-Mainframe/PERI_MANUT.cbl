      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 25/11/2023
      * Purpose: Fechamento e reabertura dos periodos contabeis
      *          (PERIMST, copy PERIMST): aplica os movimentos do
      *          arquivo PERITRAN quando presente (acao F fechar o
      *          mes, A reabrir), ou a entrada interativa na ausencia
      *          dele. O operador se identifica com id e senha do
      *          OPERMST; fechar exige so um operador ativo, mas
      *          reabrir um mes ja fechado e reportado exige a
      *          autoridade de supervisor (posicao 7 de OPMS-OPCOES).
      *          Cada movimento aplicado grava quem e quando no
      *          proprio PERIMST e a trilha no SESSLOG (opcao 8), com
      *          o mesmo timestamp. Os programas que gravam lote
      *          contabil recusam postar uma data de negocio de mes
      *          fechado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERI_MANUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERI-ANO-MES
               FILE STATUS IS WS-FS-PERI.

           SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPMS.

           SELECT UPDATE-FILE ASSIGN TO "PERITRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UPDT.

           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PERIMST.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY OPERMST.

       FD  UPDATE-FILE
           RECORDING MODE IS F.
       01  UPDATE-RECORD.
           05  PETR-ACAO               PIC X(01).
               88  PETR-FECHAR         VALUE "F".
               88  PETR-REABRIR        VALUE "A".
           05  PETR-ANO-MES            PIC 9(06).

       FD  SESSION-LOG-FILE
           RECORDING MODE IS F.
       01  SESSION-LOG-RECORD.
           05  SESS-OPERADOR           PIC X(08).
           05  SESS-TIMESTAMP          PIC X(21).
           05  SESS-OPCAO              PIC 9(01).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-PERI.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-FS-OPMS               PIC X(02) VALUE SPACES.
           05 WS-FS-UPDT               PIC X(02) VALUE SPACES.
           05 WS-FS-SESS               PIC X(02) VALUE SPACES.
           05 WS-EOF-OPMS              PIC X(01) VALUE "N".
               88 WS-OPMS-EOF          VALUE "S".
           05 WS-EOF-UPDT              PIC X(01) VALUE "N".
               88 WS-UPDT-EOF          VALUE "S".
           05 WS-OPERADOR-ACHADO       PIC X(01) VALUE "N".
               88 WS-OPERADOR-EXISTE   VALUE "S".
           05 WS-OPERADOR-OK           PIC X(01) VALUE "N".
               88 WS-OPERADOR-VALIDO   VALUE "S".
           05 WS-PERIODO-ACHADO        PIC X(01) VALUE "N".
               88 WS-PERIODO-EXISTE    VALUE "S".

       01 WS-CAMPOS-PERI.
           05 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
           05 WS-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05 WS-OPCOES-OPERADOR       PIC X(07) VALUE "NNNNNNN".
           05 WS-ACAO                  PIC X(01) VALUE SPACES.
           05 WS-ANO-MES-ALVO          PIC X(06) VALUE SPACES.
           05 WS-ANO-MES-NUM REDEFINES WS-ANO-MES-ALVO.
               10 WS-ALVO-ANO          PIC 9(04).
               10 WS-ALVO-MES          PIC 9(02).
           05 WS-ANO-MES-HOJE          PIC 9(06) VALUE 0.
           05 WS-TIMESTAMP             PIC X(21) VALUE SPACES.

       01 WS-CONTADORES-PERI.
           05 WS-CONT-APLICADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANO-MES-HOJE

           DISPLAY "INFORME O SEU ID DE OPERADOR: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "INFORME A SENHA: "
           ACCEPT WS-SENHA-INFORMADA
           PERFORM P010-VALIDA-OPERADOR THRU P010-FIM
           IF NOT WS-OPERADOR-VALIDO
               DISPLAY "OPERADOR NAO AUTORIZADO - NENHUM PERIODO "
                   "ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PERIOD-FILE
           IF WS-FS-PERI EQUAL "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           IF WS-FS-PERI NOT EQUAL "00"
               DISPLAY "CADASTRO DE PERIODOS INDISPONIVEL - FS "
                   WS-FS-PERI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT UPDATE-FILE
           IF WS-FS-UPDT EQUAL "00"
               PERFORM P100-LOTE-MOVIMENTOS
           ELSE
               PERFORM P200-MOVIMENTO-INTERATIVO
           END-IF
           CLOSE PERIOD-FILE

           DISPLAY "MANUTENCAO DE PERIODOS - APLICADOS="
               WS-CONT-APLICADOS " REJEITADOS=" WS-CONT-REJEITADOS
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

       P100-LOTE-MOVIMENTOS.
           MOVE "N" TO WS-EOF-UPDT
           PERFORM P110-LER-MOVIMENTO
           PERFORM UNTIL WS-UPDT-EOF
               MOVE PETR-ACAO    TO WS-ACAO
               MOVE PETR-ANO-MES TO WS-ANO-MES-ALVO
               PERFORM P120-APLICA-MOVIMENTO THRU P120-EXIT
               PERFORM P110-LER-MOVIMENTO
           END-PERFORM
           CLOSE UPDATE-FILE.

       P110-LER-MOVIMENTO.
           READ UPDATE-FILE
               AT END
                   SET WS-UPDT-EOF TO TRUE
           END-READ.

       P200-MOVIMENTO-INTERATIVO.
           DISPLAY "ACAO - (F)ECHAR OU (A) REABRIR O PERIODO: "
           ACCEPT WS-ACAO
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WS-ANO-MES-ALVO
           PERFORM P120-APLICA-MOVIMENTO THRU P120-EXIT.

       P120-APLICA-MOVIMENTO.
           IF WS-ANO-MES-ALVO IS NOT NUMERIC
               OR WS-ALVO-MES LESS 1 OR WS-ALVO-MES GREATER 12
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "PERIODO INVALIDO: " WS-ANO-MES-ALVO
               GO TO P120-EXIT
           END-IF

           MOVE "N" TO WS-PERIODO-ACHADO
           MOVE WS-ANO-MES-NUM TO PERI-ANO-MES
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERIODO-EXISTE TO TRUE
           END-READ
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           EVALUATE WS-ACAO
               WHEN "F"
                   PERFORM P130-FECHA-PERIODO THRU P130-FIM
               WHEN "A"
                   PERFORM P140-REABRE-PERIODO THRU P140-FIM
               WHEN OTHER
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "ACAO INVALIDA: " WS-ACAO
                   GO TO P120-EXIT
           END-EVALUATE.
       P120-EXIT.
           EXIT.

       P130-FECHA-PERIODO.
           IF WS-ANO-MES-NUM GREATER WS-ANO-MES-HOJE
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "PERIODO FUTURO NAO PODE SER FECHADO: "
                   WS-ANO-MES-ALVO
               GO TO P130-FIM
           END-IF
           IF WS-PERIODO-EXISTE AND PERI-SIT-FECHADO
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "PERIODO " WS-ANO-MES-ALVO " JA FECHADO POR "
                   PERI-FECHADO-POR " EM " PERI-FECHADO-EM(1:8)
               GO TO P130-FIM
           END-IF
           IF NOT WS-PERIODO-EXISTE
               MOVE SPACES TO PERIODO-RECORD
               MOVE WS-ANO-MES-NUM TO PERI-ANO-MES
           END-IF
           SET PERI-SIT-FECHADO TO TRUE
           MOVE WS-OPERADOR-ID TO PERI-FECHADO-POR
           MOVE WS-TIMESTAMP TO PERI-FECHADO-EM
           IF WS-PERIODO-EXISTE
               REWRITE PERIODO-RECORD
           ELSE
               WRITE PERIODO-RECORD
           END-IF
           IF WS-FS-PERI NOT EQUAL "00"
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "ERRO AO GRAVAR O PERIODO " WS-ANO-MES-ALVO
                   " - FS " WS-FS-PERI
               GO TO P130-FIM
           END-IF
           ADD 1 TO WS-CONT-APLICADOS
           PERFORM P160-GRAVA-TRILHA
           DISPLAY "PERIODO " WS-ANO-MES-ALVO " FECHADO".
       P130-FIM.
           EXIT.

      * Reabrir um mes ja reportado libera de novo as postagens com
      * data nele - so o supervisor pode, e fica na trilha.
       P140-REABRE-PERIODO.
           IF WS-OPCOES-OPERADOR(7:1) NOT EQUAL "S"
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "REABERTURA DO PERIODO " WS-ANO-MES-ALVO
                   " EXIGE AUTORIDADE DE SUPERVISOR"
               GO TO P140-FIM
           END-IF
           IF NOT WS-PERIODO-EXISTE OR NOT PERI-SIT-FECHADO
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "PERIODO " WS-ANO-MES-ALVO " NAO ESTA FECHADO"
               GO TO P140-FIM
           END-IF
           SET PERI-SIT-ABERTO TO TRUE
           MOVE WS-OPERADOR-ID TO PERI-REABERTO-POR
           MOVE WS-TIMESTAMP TO PERI-REABERTO-EM
           REWRITE PERIODO-RECORD
           IF WS-FS-PERI NOT EQUAL "00"
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "ERRO AO GRAVAR O PERIODO " WS-ANO-MES-ALVO
                   " - FS " WS-FS-PERI
               GO TO P140-FIM
           END-IF
           ADD 1 TO WS-CONT-APLICADOS
           PERFORM P160-GRAVA-TRILHA
           DISPLAY "PERIODO " WS-ANO-MES-ALVO " REABERTO PELO "
               "SUPERVISOR " WS-OPERADOR-ID.
       P140-FIM.
           EXIT.

       P160-GRAVA-TRILHA.
           OPEN EXTEND SESSION-LOG-FILE
           IF WS-FS-SESS NOT EQUAL "00"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF
           MOVE WS-OPERADOR-ID TO SESS-OPERADOR
           MOVE WS-TIMESTAMP TO SESS-TIMESTAMP
           MOVE 8 TO SESS-OPCAO
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE.

       END PROGRAM PERI_MANUT.
