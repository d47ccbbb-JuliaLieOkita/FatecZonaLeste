      *           em mais que o percentual configurado em CARGPARM
      *           (padrao 20%) - um arquivo truncado ja esvaziou um
      *           cadastro no meio da semana.
      * Modified: 30/03/2024 (JLOS) - Cada exclusao aplicada pelo
      *           modo delta grava uma linha no arquivo de
      *           desligamentos FUNCDESL (copy FUNCDESL) com a data de
      *           negocio e o ultimo departamento: o cadastro nao
      *           guarda quem saiu, e o expurgo LGPD dos dados de
      *           saude (IMC_EXPURGO) conta o prazo de retencao a
      *           partir dela.
      * Modified: 20/07/2024 (JLOS) - Toda inclusao, alteracao ou
      *           exclusao aplicada (carga completa ou delta) grava a
      *           trilha MUDALOG (copy MUDALOG) com as imagens antes e
      *           depois do registro, a data de negocio e quem
      *           submeteu: o id no final do movimento FUNCDELT ou, sem
      *           ele, o informado no CARGPARM apos o percentual. A
      *           regravacao da carga completa que nao muda nada nao
      *           entra na trilha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC_CARGA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT LEAVER-FILE ASSIGN TO "FUNCDESL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESL.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           05  DELT-CHAVE REDEFINES DELT-DADOS.
               10  DELT-ID             PIC X(10).
               10  FILLER              PIC X(53).
           05  DELT-SUBMISSOR          PIC X(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-PCT-ENCOLHE        PIC 9(03).
           05  PARM-SUBMISSOR          PIC X(08).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  LEAVER-FILE
           RECORDING MODE IS F.
       COPY FUNCDESL.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CARGA.
           05 WS-FS-CARG               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-DESL               PIC X(02) VALUE SPACES.
           05 WS-EOF-CARG              PIC X(01) VALUE "N".
               88 WS-CARG-EOF          VALUE "S".
           05 WS-EOF-DELT              PIC X(01) VALUE "N".
           05 WS-QTD-CARGA             PIC 9(07) VALUE 0.
           05 WS-MINIMO-ACEITO         PIC 9(07) VALUE 0.

       01 WS-TRILHA-MUDANCA.
           05 WS-FS-MUDA               PIC X(02) VALUE SPACES.
           05 WS-MUDALOG-ABERTO        PIC X(01) VALUE "N".
               88 WS-TEM-MUDALOG       VALUE "S".
           05 WS-SUBMISSOR             PIC X(08) VALUE SPACES.
           05 WS-MUDA-SUBMISSOR        PIC X(08) VALUE SPACES.
           05 WS-MUDA-ACAO             PIC X(01) VALUE SPACE.
           05 WS-MUDA-ORIGEM           PIC X(08) VALUE SPACES.
           05 WS-IMAGEM-ANTES          PIC X(150) VALUE SPACES.
           05 WS-IMAGEM-DEPOIS         PIC X(150) VALUE SPACES.

       01 WS-CONTADORES-CARGA.
           05 WS-CONT-LIDOS            PIC 9(05) VALUE 0.
           05 WS-CONT-INCLUIDOS        PIC 9(05) VALUE 0.
               GOBACK
           END-IF

           MOVE "FUNCCARG" TO WS-MUDA-ORIGEM
           MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           PERFORM P700-ABRE-MUDALOG
           PERFORM P100-CARGA-CADASTRO
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE
           PERFORM P790-FECHA-MUDALOG
           PERFORM P300-GRAVA-CONTROLE

           DISPLAY "CARGA DO FUNCMST - LIDOS " WS-CONT-LIDOS
                           AND PARM-PCT-ENCOLHE LESS 100
                           MOVE PARM-PCT-ENCOLHE TO WS-PCT-ENCOLHE
                       END-IF
                       MOVE PARM-SUBMISSOR TO WS-SUBMISSOR
               END-READ
               CLOSE PARM-FILE
           END-IF.
               MOVE LOAD-RECORD TO FUNCIONARIO-RECORD
               WRITE FUNCIONARIO-RECORD
                   INVALID KEY
                       PERFORM P120-REGRAVA-CARGA
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-INCLUIDOS
                       MOVE SPACES TO WS-IMAGEM-ANTES
                       MOVE "I" TO WS-MUDA-ACAO
                       PERFORM P710-GRAVA-MUDANCA
               END-WRITE
               PERFORM P110-LER-CARGA
           END-PERFORM.

      * Le o registro que ja estava no cadastro so para guardar a
      * imagem anterior, e regrava com o conteudo da carga.
       P120-REGRAVA-CARGA.
           READ MASTER-FILE
           MOVE FUNCIONARIO-RECORD TO WS-IMAGEM-ANTES
           MOVE LOAD-RECORD TO FUNCIONARIO-RECORD
           REWRITE FUNCIONARIO-RECORD
           ADD 1 TO WS-CONT-REGRAVADOS
           MOVE "C" TO WS-MUDA-ACAO
           PERFORM P710-GRAVA-MUDANCA.

       P110-LER-CARGA.
           READ LOAD-FILE
               AT END
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN EXTEND LEAVER-FILE
           IF WS-FS-DESL NOT EQUAL "00"
               OPEN OUTPUT LEAVER-FILE
           END-IF

           MOVE "FUNCDELT" TO WS-MUDA-ORIGEM
           PERFORM P700-ABRE-MUDALOG
           MOVE "N" TO WS-EOF-DELT
           PERFORM P210-LER-DELTA
           PERFORM UNTIL WS-DELT-EOF
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE LEAVER-FILE
           CLOSE DELTA-FILE
           CLOSE MASTER-FILE
           PERFORM P790-FECHA-MUDALOG
           PERFORM P300-GRAVA-CONTROLE

           DISPLAY "MANUTENCAO DELTA DO FUNCMST - APLICADOS "
                           PERFORM P230-REJEITA-DELTA
                           GO TO P220-EXIT
                   END-WRITE
                   MOVE SPACES TO WS-IMAGEM-ANTES
               WHEN DELT-ALTERAR
                   MOVE DELT-ID TO FUNC-EMP-ID
                   READ MASTER-FILE
                           PERFORM P230-REJEITA-DELTA
                           GO TO P220-EXIT
                   END-READ
                   MOVE FUNCIONARIO-RECORD TO WS-IMAGEM-ANTES
                   MOVE DELT-DADOS TO FUNCIONARIO-RECORD
                   REWRITE FUNCIONARIO-RECORD
               WHEN DELT-EXCLUIR
                           PERFORM P230-REJEITA-DELTA
                           GO TO P220-EXIT
                   END-READ
                   MOVE FUNCIONARIO-RECORD TO WS-IMAGEM-ANTES
                   DELETE MASTER-FILE
                   PERFORM P240-GRAVA-DESLIGAMENTO
               WHEN OTHER
                   PERFORM P230-REJEITA-DELTA
                   GO TO P220-EXIT
           END-EVALUATE

           MOVE DELT-ACAO TO WS-MUDA-ACAO
           IF DELT-SUBMISSOR EQUAL SPACES
               MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           ELSE
               MOVE DELT-SUBMISSOR TO WS-MUDA-SUBMISSOR
           END-IF
           PERFORM P710-GRAVA-MUDANCA
           ADD 1 TO WS-CONT-APLICADOS
           MOVE SPACES TO REPORT-LINE
           STRING "ACAO " DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P240-GRAVA-DESLIGAMENTO.
           MOVE FUNC-EMP-ID TO FDSL-EMP-ID
           MOVE WS-DATA-PROCESSO TO FDSL-DATA-DESLIGAMENTO
           MOVE FUNC-DEPARTAMENTO TO FDSL-DEPARTAMENTO
           WRITE DESLIGAMENTO-RECORD.

       P300-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

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

      * Imagem depois = o registro que acabou de ir para o cadastro
      * (em branco na exclusao); imagem igual a anterior nao e
      * mudanca e nao entra na trilha.
       P710-GRAVA-MUDANCA.
           IF WS-MUDA-ACAO EQUAL "D"
               MOVE SPACES TO WS-IMAGEM-DEPOIS
           ELSE
               MOVE FUNCIONARIO-RECORD TO WS-IMAGEM-DEPOIS
           END-IF
           IF WS-TEM-MUDALOG
               AND WS-IMAGEM-DEPOIS NOT EQUAL WS-IMAGEM-ANTES
               MOVE WS-DATA-PROCESSO TO MUDA-DATA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO MUDA-TIMESTAMP
               MOVE "FUNCMST" TO MUDA-CADASTRO
               IF WS-MUDA-ACAO EQUAL "D"
                   MOVE WS-IMAGEM-ANTES(1:10) TO MUDA-CHAVE
               ELSE
                   MOVE FUNC-EMP-ID TO MUDA-CHAVE
               END-IF
               MOVE WS-MUDA-ACAO TO MUDA-ACAO
               MOVE WS-MUDA-SUBMISSOR TO MUDA-SUBMISSOR
               MOVE "FUNC_CARGA" TO MUDA-PROGRAMA
               MOVE WS-MUDA-ORIGEM TO MUDA-ORIGEM
               MOVE WS-IMAGEM-ANTES TO MUDA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MUDA-IMAGEM-DEPOIS
               WRITE MUDANCA-LOG-RECORD
           END-IF.

       P790-FECHA-MUDALOG.
           IF WS-TEM-MUDALOG
               CLOSE CHANGE-LOG-FILE
           END-IF.

       END PROGRAM FUNC_CARGA.
