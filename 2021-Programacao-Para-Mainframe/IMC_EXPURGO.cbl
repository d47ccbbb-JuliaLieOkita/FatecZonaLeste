      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 30/03/2024
      * Purpose: Expurgo LGPD dos dados de saude de ex-funcionarios:
      *          le o arquivo de desligamentos FUNCDESL (gravado pela
      *          manutencao delta do FUNCMST) e, para cada funcionario
      *          desligado ha mais que o prazo de retencao do LGPDPARM
      *          (padrao 20 anos) e que nao voltou ao cadastro, apaga
      *          do historico IMCHFILE os checkups ate a data do
      *          desligamento e o item da lista de trabalho WRKLFILE
      *          gerado ate ela. Tudo o que foi eliminado sai no
      *          certificado de eliminacao LGPDCERT (acrescentado a
      *          cada rodada, nunca sobrescrito): funcionario, data do
      *          desligamento, quantos checkups e de que periodo, e se
      *          havia item de acompanhamento. RC 8 quando um arquivo
      *          obrigatorio nao abre.
      * Tectonics: cobc
      * Modified: 07/09/2024 (JLOS) - Passada final pelo IMCHFILE:
      *           funcionario com checkup que nao esta no FUNCMST nem
      *           no FUNCDESL (saiu antes do arquivo de desligamentos
      *           existir) entra no FUNCDESL com a data do ultimo
      *           checkup como data de desligamento derivada e sai no
      *           certificado; a partir dai conta o prazo de retencao
      *           como qualquer desligado, em vez de ficar no
      *           historico para sempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC_EXPURGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVER-FILE ASSIGN TO "FUNCDESL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESL.

           SELECT EMPLOYEE-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-FUNC.

           SELECT HISTORY-FILE ASSIGN TO "IMCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT WORKLIST-FILE ASSIGN TO "WRKLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRKL-EMP-ID
               FILE STATUS IS WS-FS-WRKL.

           SELECT CERTIFICATE-FILE ASSIGN TO "LGPDCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERT.

           SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPP.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVER-FILE
           RECORDING MODE IS F.
       COPY FUNCDESL.

       FD  EMPLOYEE-FILE.
       COPY FUNCMST.

       FD  HISTORY-FILE.
       COPY IMCHIST.

       FD  WORKLIST-FILE.
       COPY WRKLMST.

       FD  CERTIFICATE-FILE
           RECORDING MODE IS F.
       01  CERTIFICATE-LINE            PIC X(120).

       FD  LGPD-PARM-FILE
           RECORDING MODE IS F.
       COPY LGPDPARM.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-EXPURGO.
           05 WS-FS-DESL               PIC X(02) VALUE SPACES.
           05 WS-FS-FUNC               PIC X(02) VALUE SPACES.
           05 WS-FS-HIST               PIC X(02) VALUE SPACES.
           05 WS-FS-WRKL               PIC X(02) VALUE SPACES.
           05 WS-FS-CERT               PIC X(02) VALUE SPACES.
           05 WS-FS-LGPP               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-DESL              PIC X(01) VALUE "N".
               88 WS-DESL-EOF          VALUE "S".
           05 WS-EOF-HIST              PIC X(01) VALUE "N".
               88 WS-HIST-EOF          VALUE "S".
           05 WS-LISTA-TRABALHO        PIC X(01) VALUE "N".
               88 WS-TEM-LISTA-TRABALHO VALUE "S".
           05 WS-ITEM-ELIMINADO        PIC X(01) VALUE "N".
               88 WS-ELIMINOU-ITEM     VALUE "S".
           05 WS-DESL-EXTEND           PIC X(01) VALUE "N".
               88 WS-DESL-EM-EXTEND    VALUE "S".
           05 WS-DESL-TAB-CHEIA        PIC X(01) VALUE "N".
               88 WS-TABELA-DESL-CHEIA VALUE "S".
           05 WS-DESL-ACHADO           PIC X(01) VALUE "N".
               88 WS-ACHOU-DESLIGADO   VALUE "S".

       01 WS-PARAMETROS-EXPURGO.
           05 WS-RETENCAO-ANOS         PIC 9(02) VALUE 20.
           05 WS-SOLICITANTE           PIC X(10) VALUE SPACES.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-DATA-CORTE            PIC 9(08).
           05 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
               10 WS-ANO-CORTE         PIC 9(04).
               10 WS-MESDIA-CORTE      PIC 9(04).

       01 WS-CAMPOS-EXPURGO.
           05 WS-QTD-CHECKUPS          PIC 9(05) VALUE 0.
           05 WS-PRIMEIRO-CHECKUP      PIC 9(08) VALUE 0.
           05 WS-ULTIMO-CHECKUP        PIC 9(08) VALUE 0.
           05 WS-EMP-ANTERIOR          PIC X(10) VALUE SPACES.

      * Funcionarios ja no FUNCDESL, para a passada pelo historico
      * nao registrar de novo quem ainda esta no prazo de retencao.
       01 WS-TABELA-DESLIGADOS.
           05 WS-QTD-DESL-TAB          PIC 9(05) COMP VALUE 0.
           05 WS-DESL-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-QTD-DESL-TAB
                   INDEXED BY WS-IDX-DESL.
               10 WS-DESL-EMP-ID       PIC X(10).

       01 WS-CONTADORES-EXPURGO.
           05 WS-CONT-DESLIGADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-NO-PRAZO         PIC 9(05) VALUE 0.
           05 WS-CONT-READMITIDOS      PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-DADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-EXPURGADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-CHECKUPS         PIC 9(07) VALUE 0.
           05 WS-CONT-ITENS            PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-DESLIG       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-LGPD
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           SUBTRACT WS-RETENCAO-ANOS FROM WS-ANO-CORTE

           OPEN INPUT LEAVER-FILE
           IF WS-FS-DESL NOT EQUAL "00"
               DISPLAY "ARQUIVO DE DESLIGAMENTOS FUNCDESL AUSENTE - "
                   "NADA A EXPURGAR"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

      * Sem o cadastro nao da para saber quem foi readmitido: o
      * expurgo nao roda as cegas.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-FUNC NOT EQUAL "00"
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO ABRIU - FS "
                   WS-FS-FUNC " - EXPURGO CANCELADO"
               CLOSE LEAVER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O HISTORY-FILE
           IF WS-FS-HIST NOT EQUAL "00"
               DISPLAY "HISTORICO DE IMC NAO ABRIU EM I-O - FS "
                   WS-FS-HIST " - EXPURGO CANCELADO"
               CLOSE LEAVER-FILE
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-LISTA-TRABALHO
           OPEN I-O WORKLIST-FILE
           IF WS-FS-WRKL EQUAL "00"
               SET WS-TEM-LISTA-TRABALHO TO TRUE
           ELSE
               DISPLAY "LISTA DE TRABALHO NAO ABRIU - FS " WS-FS-WRKL
                   " - SO O HISTORICO SERA EXPURGADO"
           END-IF

           PERFORM P020-ABRE-CERTIFICADO

           MOVE "N" TO WS-EOF-DESL
           PERFORM P110-LER-DESLIGAMENTO
           PERFORM UNTIL WS-DESL-EOF
               PERFORM P100-AVALIA-DESLIGADO THRU P100-FIM
               PERFORM P110-LER-DESLIGAMENTO
           END-PERFORM
           CLOSE LEAVER-FILE

           PERFORM P500-PROCURA-SEM-DESLIGAMENTO THRU P500-FIM

           PERFORM P400-FECHA-CERTIFICADO
           CLOSE EMPLOYEE-FILE
           CLOSE HISTORY-FILE
           IF WS-TEM-LISTA-TRABALHO
               CLOSE WORKLIST-FILE
           END-IF

           DISPLAY "EXPURGO LGPD - " WS-CONT-EXPURGADOS
               " FUNCIONARIO(S), " WS-CONT-CHECKUPS " CHECKUP(S), "
               WS-CONT-ITENS " ITEM(NS) DE ACOMPANHAMENTO ELIMINADOS"
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

       P010-LE-PARM-LGPD.
           OPEN INPUT LGPD-PARM-FILE
           IF WS-FS-LGPP EQUAL "00"
               READ LGPD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LGPD-RETENCAO-ANOS IS NUMERIC
                           AND LGPD-RETENCAO-ANOS GREATER 0
                           MOVE LGPD-RETENCAO-ANOS TO WS-RETENCAO-ANOS
                       END-IF
                       MOVE LGPD-SOLICITANTE TO WS-SOLICITANTE
               END-READ
               CLOSE LGPD-PARM-FILE
           END-IF.

       P020-ABRE-CERTIFICADO.
           OPEN EXTEND CERTIFICATE-FILE
           IF WS-FS-CERT NOT EQUAL "00"
               OPEN OUTPUT CERTIFICATE-FILE
           END-IF
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "CERTIFICADO DE ELIMINACAO DE DADOS DE SAUDE (LGPD)"
                      DELIMITED BY SIZE
                  " - EXECUCAO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " TIMESTAMP " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "RETENCAO DE " DELIMITED BY SIZE
                  WS-RETENCAO-ANOS DELIMITED BY SIZE
                  " ANOS APOS O DESLIGAMENTO - DESLIGADOS ANTES DE "
                      DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  " SOLICITANTE=" DELIMITED BY SIZE
                  WS-SOLICITANTE DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE ALL "-" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       P110-LER-DESLIGAMENTO.
           READ LEAVER-FILE
               AT END
                   SET WS-DESL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-DESLIGADOS
                   IF WS-QTD-DESL-TAB LESS 5000
                       ADD 1 TO WS-QTD-DESL-TAB
                       MOVE FDSL-EMP-ID
                           TO WS-DESL-EMP-ID(WS-QTD-DESL-TAB)
                   ELSE
                       SET WS-TABELA-DESL-CHEIA TO TRUE
                   END-IF
           END-READ.

      * Desligado ainda dentro do prazo, ou de volta ao cadastro,
      * fica como esta. Os dados apagados sao so os do vinculo que
      * terminou nesta data: checkup ou item posterior (readmissao
      * seguida de novo desligamento) espera o proprio prazo.
       P100-AVALIA-DESLIGADO.
           IF FDSL-DATA-DESLIGAMENTO NOT LESS WS-DATA-CORTE
               ADD 1 TO WS-CONT-NO-PRAZO
               GO TO P100-FIM
           END-IF

           MOVE FDSL-EMP-ID TO FUNC-EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-READMITIDOS
                   GO TO P100-FIM
           END-READ

           PERFORM P200-EXPURGA-HISTORICO
           PERFORM P300-EXPURGA-LISTA

           IF WS-QTD-CHECKUPS EQUAL 0
               AND NOT WS-ELIMINOU-ITEM
               ADD 1 TO WS-CONT-SEM-DADOS
               GO TO P100-FIM
           END-IF

           ADD 1 TO WS-CONT-EXPURGADOS
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "FUNCIONARIO " DELIMITED BY SIZE
                  FDSL-EMP-ID DELIMITED BY SIZE
                  " DESLIGADO EM " DELIMITED BY SIZE
                  FDSL-DATA-DESLIGAMENTO DELIMITED BY SIZE
                  " CHECKUPS ELIMINADOS=" DELIMITED BY SIZE
                  WS-QTD-CHECKUPS DELIMITED BY SIZE
                  " (DE " DELIMITED BY SIZE
                  WS-PRIMEIRO-CHECKUP DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-ULTIMO-CHECKUP DELIMITED BY SIZE
                  ") ITEM DE ACOMPANHAMENTO ELIMINADO="
                      DELIMITED BY SIZE
                  WS-ITEM-ELIMINADO DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.
       P100-FIM.
           EXIT.

       P200-EXPURGA-HISTORICO.
           MOVE 0 TO WS-QTD-CHECKUPS
           MOVE 0 TO WS-PRIMEIRO-CHECKUP
           MOVE 0 TO WS-ULTIMO-CHECKUP
           MOVE "N" TO WS-EOF-HIST
           MOVE FDSL-EMP-ID TO HIST-EMP-ID
           MOVE 0 TO HIST-DATA
           START HISTORY-FILE KEY NOT LESS HIST-CHAVE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM P210-LER-HISTORICO
           PERFORM UNTIL WS-HIST-EOF
               DELETE HISTORY-FILE RECORD
               ADD 1 TO WS-QTD-CHECKUPS
               ADD 1 TO WS-CONT-CHECKUPS
               IF WS-PRIMEIRO-CHECKUP EQUAL 0
                   MOVE HIST-DATA TO WS-PRIMEIRO-CHECKUP
               END-IF
               MOVE HIST-DATA TO WS-ULTIMO-CHECKUP
               PERFORM P210-LER-HISTORICO
           END-PERFORM.

       P210-LER-HISTORICO.
           IF NOT WS-HIST-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-EMP-ID NOT EQUAL FDSL-EMP-ID
                           OR HIST-DATA GREATER FDSL-DATA-DESLIGAMENTO
                           SET WS-HIST-EOF TO TRUE
                       END-IF
               END-READ
           END-IF.

       P300-EXPURGA-LISTA.
           MOVE "N" TO WS-ITEM-ELIMINADO
           IF WS-TEM-LISTA-TRABALHO
               MOVE FDSL-EMP-ID TO WRKL-EMP-ID
               READ WORKLIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRKL-DATA-GERACAO NOT GREATER
                           FDSL-DATA-DESLIGAMENTO
                           DELETE WORKLIST-FILE RECORD
                           SET WS-ELIMINOU-ITEM TO TRUE
                           ADD 1 TO WS-CONT-ITENS
                       END-IF
               END-READ
           END-IF.

       P400-FECHA-CERTIFICADO.
           MOVE ALL "-" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "DESLIGAMENTOS LIDOS=" DELIMITED BY SIZE
                  WS-CONT-DESLIGADOS DELIMITED BY SIZE
                  " AINDA NO PRAZO=" DELIMITED BY SIZE
                  WS-CONT-NO-PRAZO DELIMITED BY SIZE
                  " READMITIDOS=" DELIMITED BY SIZE
                  WS-CONT-READMITIDOS DELIMITED BY SIZE
                  " SEM DADOS A ELIMINAR=" DELIMITED BY SIZE
                  WS-CONT-SEM-DADOS DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "FUNCIONARIOS EXPURGADOS=" DELIMITED BY SIZE
                  WS-CONT-EXPURGADOS DELIMITED BY SIZE
                  " CHECKUPS ELIMINADOS=" DELIMITED BY SIZE
                  WS-CONT-CHECKUPS DELIMITED BY SIZE
                  " ITENS DE ACOMPANHAMENTO ELIMINADOS="
                      DELIMITED BY SIZE
                  WS-CONT-ITENS DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "HISTORICOS SEM CADASTRO NEM DESLIGAMENTO INCLUIDOS "
                      DELIMITED BY SIZE
                  "NO FUNCDESL=" DELIMITED BY SIZE
                  WS-CONT-SEM-DESLIG DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           CLOSE CERTIFICATE-FILE.

      * Historico de quem nao esta no cadastro nem nos desligamentos:
      * o funcionario saiu antes do FUNCDESL existir e nunca entraria
      * no expurgo. Vai para o FUNCDESL com o ultimo checkup como data
      * de desligamento e o prazo de retencao passa a correr dela.
       P500-PROCURA-SEM-DESLIGAMENTO.
           IF WS-TABELA-DESL-CHEIA
               DISPLAY "FUNCDESL ALEM DA TABELA - PASSADA DE "
                   "FUNCIONARIOS SEM DESLIGAMENTO NAO EXECUTADA"
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "FUNCDESL COM MAIS DE 5000 DESLIGAMENTOS - "
                          DELIMITED BY SIZE
                      "HISTORICO SEM DESLIGAMENTO NAO CONFERIDO"
                          DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               GO TO P500-FIM
           END-IF
           MOVE "N" TO WS-DESL-EXTEND
           MOVE "N" TO WS-EOF-HIST
           MOVE SPACES TO WS-EMP-ANTERIOR
           MOVE 0 TO WS-ULTIMO-CHECKUP
           MOVE LOW-VALUES TO HIST-CHAVE
           START HISTORY-FILE KEY NOT LESS HIST-CHAVE
               INVALID KEY
                   GO TO P500-FIM
           END-START
           PERFORM P510-LER-HISTORICO-TODO
           PERFORM UNTIL WS-HIST-EOF
               IF HIST-EMP-ID NOT EQUAL WS-EMP-ANTERIOR
                   PERFORM P520-CONFERE-FUNCIONARIO THRU P520-FIM
                   MOVE HIST-EMP-ID TO WS-EMP-ANTERIOR
               END-IF
               MOVE HIST-DATA TO WS-ULTIMO-CHECKUP
               PERFORM P510-LER-HISTORICO-TODO
           END-PERFORM
           PERFORM P520-CONFERE-FUNCIONARIO THRU P520-FIM
           IF WS-DESL-EM-EXTEND
               CLOSE LEAVER-FILE
           END-IF.
       P500-FIM.
           EXIT.

       P510-LER-HISTORICO-TODO.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

       P520-CONFERE-FUNCIONARIO.
           IF WS-EMP-ANTERIOR EQUAL SPACES
               GO TO P520-FIM
           END-IF
           MOVE WS-EMP-ANTERIOR TO FUNC-EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO P520-FIM
           END-READ
           MOVE "N" TO WS-DESL-ACHADO
           IF WS-QTD-DESL-TAB GREATER 0
               SET WS-IDX-DESL TO 1
               SEARCH WS-DESL-ITEM VARYING WS-IDX-DESL
                   AT END
                       CONTINUE
                   WHEN WS-DESL-EMP-ID(WS-IDX-DESL)
                           EQUAL WS-EMP-ANTERIOR
                       SET WS-ACHOU-DESLIGADO TO TRUE
               END-SEARCH
           END-IF
           IF WS-ACHOU-DESLIGADO
               GO TO P520-FIM
           END-IF

           IF NOT WS-DESL-EM-EXTEND
               OPEN EXTEND LEAVER-FILE
               IF WS-FS-DESL NOT EQUAL "00"
                   OPEN OUTPUT LEAVER-FILE
               END-IF
               SET WS-DESL-EM-EXTEND TO TRUE
           END-IF
           MOVE SPACES TO DESLIGAMENTO-RECORD
           MOVE WS-EMP-ANTERIOR TO FDSL-EMP-ID
           MOVE WS-ULTIMO-CHECKUP TO FDSL-DATA-DESLIGAMENTO
           MOVE "SEM CADASTRO" TO FDSL-DEPARTAMENTO
           WRITE DESLIGAMENTO-RECORD
           ADD 1 TO WS-CONT-SEM-DESLIG
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "FUNCIONARIO " DELIMITED BY SIZE
                  WS-EMP-ANTERIOR DELIMITED BY SIZE
                  " SEM CADASTRO NEM DESLIGAMENTO - " DELIMITED BY SIZE
                  "INCLUIDO NO FUNCDESL COM DATA " DELIMITED BY SIZE
                  WS-ULTIMO-CHECKUP DELIMITED BY SIZE
                  " (ULTIMO CHECKUP)" DELIMITED BY SIZE
                  INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.
       P520-FIM.
           EXIT.

       END PROGRAM IMC_EXPURGO.
