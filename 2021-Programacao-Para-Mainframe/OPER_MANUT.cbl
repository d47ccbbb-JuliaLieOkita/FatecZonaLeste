      *          proximo sign-on. Cada movimento aplicado grava a sua
      *          trilha no SESSLOG com o id do administrador.
      * Tectonics: cobc
      * Modified: 20/07/2024 (JLOS) - Cada movimento aplicado tambem
      *           grava a trilha de alteracoes dos cadastros MUDALOG
      *           (copy MUDALOG) com o registro do operador antes e
      *           depois, a data de negocio (DATAPROC) e o id do
      *           administrador. A senha nunca vai para a trilha: sai
      *           mascarada, e como *TROCADA quando o movimento a muda.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER_MANUT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESS.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           05  SESS-TIMESTAMP          PIC X(21).
           05  SESS-OPCAO              PIC 9(01).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-MANUT.
           05 WS-FS-OPMS               PIC X(02) VALUE SPACES.
           05 WS-FS-UPDT               PIC X(02) VALUE SPACES.
           05 WS-FS-SESS               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-OPMS              PIC X(01) VALUE "N".
               88 WS-OPMS-EOF          VALUE "S".
           05 WS-EOF-UPDT              PIC X(01) VALUE "N".
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-VALIDADE         PIC S9(07) COMP.
           05 WS-VALIDADE-NOVA         PIC 9(08) VALUE 0.
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.

       01 WS-TABELA-OPERADORES.
           05 WS-QTD-OPER              PIC 9(04) COMP VALUE 0.
                   15 WS-OPER-TAB-VAL  PIC 9(08).
                   15 WS-OPER-TAB-ATV  PIC X(01).

       01 WS-TRILHA-MUDANCA.
           05 WS-FS-MUDA               PIC X(02) VALUE SPACES.
           05 WS-MUDALOG-ABERTO        PIC X(01) VALUE "N".
               88 WS-TEM-MUDALOG       VALUE "S".
           05 WS-MUDA-ORIGEM           PIC X(08) VALUE SPACES.
           05 WS-IMAGEM-ANTES          PIC X(150) VALUE SPACES.
           05 WS-IMAGEM-DEPOIS         PIC X(150) VALUE SPACES.

       01 WS-CONTADORES-MANUT.
           05 WS-CONT-APLICADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           COMPUTE WS-DIAS-VALIDADE = WS-DIAS-HOJE + 90
           COMPUTE WS-VALIDADE-NOVA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-VALIDADE)
           PERFORM P099-LE-DATA-PROCESSO

           DISPLAY "INFORME O SEU ID DE OPERADOR (TRILHA): "
           ACCEPT WS-ADMIN-ID
               STOP RUN
           END-IF

           PERFORM P700-ABRE-MUDALOG
           OPEN INPUT UPDATE-FILE
           IF WS-FS-UPDT EQUAL "00"
               MOVE "OPERUPDT" TO WS-MUDA-ORIGEM
               PERFORM P100-LOTE-MOVIMENTOS
           ELSE
               MOVE "TERMINAL" TO WS-MUDA-ORIGEM
               PERFORM P200-MOVIMENTO-INTERATIVO
           END-IF
           PERFORM P300-REGRAVA-CADASTRO
           PERFORM P790-FECHA-MUDALOG

           DISPLAY "MANUTENCAO DE OPERADORES - APLICADOS="
               WS-CONT-APLICADOS " REJEITADOS=" WS-CONT-REJEITADOS
           END-IF
           STOP RUN.

       P099-LE-DATA-PROCESSO.
           MOVE WS-DATA-HOJE TO WS-DATA-PROCESSO
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

       P010-CARREGA-CADASTRO.
           MOVE 0 TO WS-QTD-OPER
           MOVE "N" TO WS-EOF-OPMS
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-QTD-OPER
                   OR WS-OPER-NA-TABELA
           IF WS-OPER-NA-TABELA
               SET WS-IDX-OPER TO WS-IDX-ACHADO
               MOVE WS-OPER-REGISTRO(WS-IDX-OPER) TO WS-IMAGEM-ANTES
           ELSE
               MOVE SPACES TO WS-IMAGEM-ANTES
           END-IF

           EVALUATE WS-ACAO
               WHEN "I"
           MOVE FUNCTION CURRENT-DATE TO SESS-TIMESTAMP
           MOVE 9 TO SESS-OPCAO
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE
           PERFORM P710-GRAVA-MUDANCA.

       P300-REGRAVA-CADASTRO.
           OPEN OUTPUT OPERATOR-FILE
           MOVE WS-OPER-REGISTRO(WS-IDX-OPER) TO OPERATOR-RECORD
           WRITE OPERATOR-RECORD.

      ******** Trilha de alteracoes do cadastro (MUDALOG) ********
       P700-ABRE-MUDALOG.
           MOVE "N" TO WS-MUDALOG-ABERTO
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-FS-MUDA NOT EQUAL "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-FS-MUDA EQUAL "00"
               SET WS-TEM-MUDALOG TO TRUE
           ELSE
               DISPLAY "TRILHA DE ALTERACOES MUDALOG NAO ABRIU - FS "
                   WS-FS-MUDA " - MOVIMENTOS SEM REGISTRO"
           END-IF.

      * Registro do operador em WS-IDX-OPER depois do movimento;
      * desativar, reativar e reset de senha sao alteracoes do
      * registro, nao exclusao.
       P710-GRAVA-MUDANCA.
           MOVE WS-OPER-REGISTRO(WS-IDX-OPER) TO WS-IMAGEM-DEPOIS
           IF WS-IMAGEM-DEPOIS(46:8) NOT EQUAL WS-IMAGEM-ANTES(46:8)
               AND WS-IMAGEM-ANTES(46:8) NOT EQUAL SPACES
               MOVE "*TROCADA" TO WS-IMAGEM-DEPOIS(46:8)
           ELSE
               IF WS-IMAGEM-DEPOIS(46:8) NOT EQUAL SPACES
                   MOVE "********" TO WS-IMAGEM-DEPOIS(46:8)
               END-IF
           END-IF
           IF WS-IMAGEM-ANTES(46:8) NOT EQUAL SPACES
               MOVE "********" TO WS-IMAGEM-ANTES(46:8)
           END-IF
           IF WS-TEM-MUDALOG
               MOVE WS-DATA-PROCESSO TO MUDA-DATA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO MUDA-TIMESTAMP
               MOVE "OPERMST" TO MUDA-CADASTRO
               MOVE WS-ID-ALVO TO MUDA-CHAVE
               IF WS-ACAO EQUAL "I"
                   SET MUDA-INCLUSAO TO TRUE
               ELSE
                   SET MUDA-ALTERACAO TO TRUE
               END-IF
               MOVE WS-ADMIN-ID TO MUDA-SUBMISSOR
               MOVE "OPER_MANUT" TO MUDA-PROGRAMA
               MOVE WS-MUDA-ORIGEM TO MUDA-ORIGEM
               MOVE WS-IMAGEM-ANTES TO MUDA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MUDA-IMAGEM-DEPOIS
               WRITE MUDANCA-LOG-RECORD
           END-IF.

       P790-FECHA-MUDALOG.
           IF WS-TEM-MUDALOG
               CLOSE CHANGE-LOG-FILE
           END-IF.

       END PROGRAM OPER_MANUT.
