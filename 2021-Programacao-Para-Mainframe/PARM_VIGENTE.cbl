      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 03/08/2024
      * Purpose: Extracao da versao em vigor de uma tabela de
      *          parametros do cadastro com vigencia (PARMVIG, copy
      *          PARMVIG). Chamado pelos programas que leem RATEFILE,
      *          AGINPARM, PROVPARM, RENGPARM, EFICPARM, COMBPARM,
      *          MNTPARM, ALRTPARM ou CONTFILE logo antes de abrir o
      *          arquivo, com a area da copy PARMCONS: para cada item
      *          da tabela pega a versao de maior vigencia ate a data
      *          de negocio do chamador e regrava o arquivo so com os
      *          itens ativos nela - a rodada de reprocessamento de um
      *          dia passado usa as taxas daquele dia, e a promocao
      *          cadastrada com vigencia futura so entra no dia certo.
      *          Tabela sem nenhuma versao no PARMVIG (ou PARMVIG
      *          ausente) deixa o arquivo como esta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM_VIGENTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-STORE-FILE ASSIGN TO "PARMVIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVIG-CHAVE
               FILE STATUS IS WS-FS-PVIG.

           SELECT EXTRACT-FILE ASSIGN TO WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTR.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-STORE-FILE.
       COPY PARMVIG.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-PVIG.
           05 WS-FS-PVIG               PIC X(02) VALUE SPACES.
           05 WS-FS-EXTR               PIC X(02) VALUE SPACES.
           05 WS-EOF-PVIG              PIC X(01) VALUE "N".
               88 WS-PVIG-EOF          VALUE "S".
           05 WS-CANDIDATO-ACHADO      PIC X(01) VALUE "N".
               88 WS-TEM-CANDIDATO     VALUE "S".

       01 WS-CAMPOS-PVIG.
           05 WS-NOME-EXTRATO          PIC X(08) VALUE SPACES.
           05 WS-ITEM-ATUAL            PIC X(12) VALUE SPACES.
           05 WS-CAND-SITUACAO         PIC X(01) VALUE SPACE.
           05 WS-CAND-CONTEUDO         PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       COPY PARMCONS.

       PROCEDURE DIVISION USING PARM-CONSULTA-AREA.
       MAIN-PROC SECTION.
       P000-INICIO.
           MOVE 0 TO PCON-QTD-ITENS
           SET PCON-FORA-DO-CADASTRO TO TRUE
           PERFORM P100-EXTRAI-TABELA THRU P100-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       P100-EXTRAI-TABELA.
           OPEN INPUT PARM-STORE-FILE
           IF WS-FS-PVIG NOT EQUAL "00"
               GO TO P100-FIM
           END-IF
           MOVE "N" TO WS-EOF-PVIG
           MOVE PCON-TABELA TO PVIG-TABELA
           MOVE LOW-VALUES TO PVIG-ITEM
           MOVE 0 TO PVIG-VIGENCIA
           START PARM-STORE-FILE KEY IS NOT LESS THAN PVIG-CHAVE
               INVALID KEY
                   SET WS-PVIG-EOF TO TRUE
           END-START
           IF NOT WS-PVIG-EOF
               PERFORM P110-LER-VERSAO
           END-IF
           IF WS-PVIG-EOF
               CLOSE PARM-STORE-FILE
               GO TO P100-FIM
           END-IF

           MOVE PCON-TABELA TO WS-NOME-EXTRATO
           OPEN OUTPUT EXTRACT-FILE
           IF WS-FS-EXTR NOT EQUAL "00"
               DISPLAY "ARQUIVO " PCON-TABELA " NAO PODE SER REGRAVADO "
                   "COM A VERSAO EM VIGOR - FS " WS-FS-EXTR
               SET PCON-ERRO TO TRUE
               CLOSE PARM-STORE-FILE
               GO TO P100-FIM
           END-IF
           PERFORM P120-ITEM-VIGENTE UNTIL WS-PVIG-EOF
           CLOSE EXTRACT-FILE
           CLOSE PARM-STORE-FILE
           SET PCON-EXTRAIDA TO TRUE
           IF PCON-QTD-ITENS EQUAL 0
               DISPLAY "TABELA " PCON-TABELA " SEM VERSAO EM VIGOR EM "
                   PCON-DATA-REFERENCIA
           END-IF.
       P100-FIM.
           EXIT.

       P110-LER-VERSAO.
           READ PARM-STORE-FILE NEXT RECORD
               AT END
                   SET WS-PVIG-EOF TO TRUE
           END-READ
           IF NOT WS-PVIG-EOF
               AND PVIG-TABELA NOT EQUAL PCON-TABELA
               SET WS-PVIG-EOF TO TRUE
           END-IF.

      * As versoes de um item vem em ordem de vigencia: a ultima que
      * ja comecou na data de referencia e a que vale. Item cuja
      * versao em vigor e um encerramento fica fora do arquivo.
       P120-ITEM-VIGENTE.
           MOVE PVIG-ITEM TO WS-ITEM-ATUAL
           MOVE "N" TO WS-CANDIDATO-ACHADO
           PERFORM P130-TESTA-VERSAO
               UNTIL WS-PVIG-EOF
                   OR PVIG-ITEM NOT EQUAL WS-ITEM-ATUAL
           IF WS-TEM-CANDIDATO
               AND WS-CAND-SITUACAO EQUAL "A"
               MOVE WS-CAND-CONTEUDO TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO PCON-QTD-ITENS
           END-IF.

       P130-TESTA-VERSAO.
           IF PVIG-VIGENCIA NOT GREATER PCON-DATA-REFERENCIA
               SET WS-TEM-CANDIDATO TO TRUE
               MOVE PVIG-SITUACAO TO WS-CAND-SITUACAO
               MOVE PVIG-CONTEUDO TO WS-CAND-CONTEUDO
           END-IF
           PERFORM P110-LER-VERSAO.

       END PROGRAM PARM_VIGENTE.
