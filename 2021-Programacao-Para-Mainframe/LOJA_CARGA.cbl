      *          registro pela chave - mesmo padrao da carga do
      *          cadastro de clientes.
      * Tectonics: cobc
      * Modified: 20/07/2024 (JLOS) - Toda inclusao ou alteracao
      *           aplicada grava a trilha MUDALOG (copy MUDALOG) com as
      *           imagens antes e depois do registro, a data de negocio
      *           (DATAPROC) e quem submeteu a carga, informado no
      *           CARGPARM apos o percentual (que esta carga nao usa).
      *           A regravacao que nao muda nada nao entra na trilha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJA_CARGA.
               RECORD KEY IS LOJA-ID
               FILE STATUS IS WS-FS-MSTR.

           SELECT PARM-FILE ASSIGN TO "CARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
       FD  MASTER-FILE.
       COPY LOJAMST.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-PCT-ENCOLHE        PIC 9(03).
           05  PARM-SUBMISSOR          PIC X(08).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CARGA.
           05 WS-FS-CARG               PIC X(02) VALUE SPACES.
           05 WS-FS-MSTR               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-CARG              PIC X(01) VALUE "N".
               88 WS-CARG-EOF          VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

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
       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-SUBMISSOR

           OPEN INPUT LOAD-FILE
           IF WS-FS-CARG NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CARGA LOJACARG AUSENTE - FS "
               GOBACK
           END-IF

           MOVE "LOJACARG" TO WS-MUDA-ORIGEM
           MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           PERFORM P700-ABRE-MUDALOG
           PERFORM P100-CARGA-CADASTRO
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE
           PERFORM P790-FECHA-MUDALOG

           DISPLAY "CARGA DO LOJAMST - LIDOS " WS-CONT-LIDOS
               " INCLUIDOS " WS-CONT-INCLUIDOS
           MOVE 0 TO RETURN-CODE
           GOBACK.

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

       P010-LE-PARM-SUBMISSOR.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-SUBMISSOR TO WS-SUBMISSOR
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P100-CARGA-CADASTRO.
           PERFORM P110-LER-CARGA
           PERFORM UNTIL WS-CARG-EOF
               MOVE LOAD-RECORD TO LOJA-RECORD
               WRITE LOJA-RECORD
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
           MOVE LOJA-RECORD TO WS-IMAGEM-ANTES
           MOVE LOAD-RECORD TO LOJA-RECORD
           REWRITE LOJA-RECORD
           ADD 1 TO WS-CONT-REGRAVADOS
           MOVE "C" TO WS-MUDA-ACAO
           PERFORM P710-GRAVA-MUDANCA.

       P110-LER-CARGA.
           READ LOAD-FILE
               AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

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
               MOVE LOJA-RECORD TO WS-IMAGEM-DEPOIS
           END-IF
           IF WS-TEM-MUDALOG
               AND WS-IMAGEM-DEPOIS NOT EQUAL WS-IMAGEM-ANTES
               MOVE WS-DATA-PROCESSO TO MUDA-DATA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO MUDA-TIMESTAMP
               MOVE "LOJAMST" TO MUDA-CADASTRO
               IF WS-MUDA-ACAO EQUAL "D"
                   MOVE WS-IMAGEM-ANTES(1:4) TO MUDA-CHAVE
               ELSE
                   MOVE LOJA-ID TO MUDA-CHAVE
               END-IF
               MOVE WS-MUDA-ACAO TO MUDA-ACAO
               MOVE WS-MUDA-SUBMISSOR TO MUDA-SUBMISSOR
               MOVE "LOJA_CARGA" TO MUDA-PROGRAMA
               MOVE WS-MUDA-ORIGEM TO MUDA-ORIGEM
               MOVE WS-IMAGEM-ANTES TO MUDA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MUDA-IMAGEM-DEPOIS
               WRITE MUDANCA-LOG-RECORD
           END-IF.

       P790-FECHA-MUDALOG.
           IF WS-TEM-MUDALOG
               CLOSE CHANGE-LOG-FILE
           END-IF.

       END PROGRAM LOJA_CARGA.
