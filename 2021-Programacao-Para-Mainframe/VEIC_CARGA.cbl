      *           percentual de CARGPARM (padrao 20%). Prioridade
      *           dos modos: VEICDELT, depois VEICMNT, depois a
      *           carga completa.
      * Modified: 02/03/2024 (JLOS) - Toda mudanca de status aplicada
      *           (carga completa, VEICMNT ou VEICDELT, e a inclusao
      *           de veiculo novo) agora grava uma linha no historico
      *           VEICHIST com o status anterior e o novo, a data de
      *           vigencia e a origem: o cadastro so guarda o status
      *           atual e ninguem sabia quantos dias um caminhao
      *           ficou na oficina. Status em branco vale como ativo.
      * Modified: 20/07/2024 (JLOS) - Toda inclusao, alteracao ou
      *           exclusao aplicada (carga completa, VEICMNT ou
      *           VEICDELT) grava a trilha MUDALOG (copy MUDALOG) com
      *           as imagens antes e depois do registro, a data de
      *           negocio e quem submeteu: o id no final do movimento
      *           VEICMNT/VEICDELT ou, sem ele, o informado no CARGPARM
      *           apos o percentual. A regravacao da carga completa que
      *           nao muda nada nao entra na trilha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEIC_CARGA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT HISTORY-FILE ASSIGN TO "VEICHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VSTH.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           05  MNTS-VEICULO-ID         PIC X(10).
           05  MNTS-STATUS             PIC X(01).
           05  MNTS-DATA               PIC 9(08).
           05  MNTS-SUBMISSOR          PIC X(08).

       FD  DELTA-FILE
           RECORDING MODE IS F.
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

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY VSTHIST.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CARGA.
           05 WS-FS-CARG               PIC X(02) VALUE SPACES.
               88 WS-DELT-EOF          VALUE "S".
           05 WS-EOF-MSTR              PIC X(01) VALUE "N".
               88 WS-MSTR-EOF          VALUE "S".
           05 WS-FS-VSTH               PIC X(02) VALUE SPACES.
           05 WS-HISTORICO-ABERTO      PIC X(01) VALUE "N".
               88 WS-TEM-HISTORICO     VALUE "S".

       01 WS-MUDANCA-STATUS.
           05 WS-ORIGEM-HIST           PIC X(15) VALUE SPACES.
           05 WS-STATUS-ANTERIOR       PIC X(01) VALUE SPACES.
           05 WS-STATUS-NOVO           PIC X(01) VALUE SPACES.
           05 WS-DATA-VIGENCIA         PIC 9(08) VALUE 0.

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

       01 WS-PARAMETROS-CARGA.
           05 WS-PCT-ENCOLHE           PIC 9(03) VALUE 20.
           05 WS-CONT-ATUALIZADOS      PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-APLICADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-HISTORICO        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
               GOBACK
           END-IF

           MOVE "VEICCARG" TO WS-ORIGEM-HIST
           PERFORM P500-ABRE-HISTORICO
           MOVE "VEICCARG" TO WS-MUDA-ORIGEM
           MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           PERFORM P700-ABRE-MUDALOG
           PERFORM P100-CARGA-CADASTRO
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE
           PERFORM P590-FECHA-HISTORICO
           PERFORM P790-FECHA-MUDALOG
           PERFORM P400-GRAVA-CONTROLE

           DISPLAY "CARGA DO VEICMST - LIDOS " WS-CONT-LIDOS
               " INCLUIDOS " WS-CONT-INCLUIDOS
               " REGRAVADOS " WS-CONT-REGRAVADOS
               " MUDANCAS DE STATUS " WS-CONT-HISTORICO
           MOVE 0 TO RETURN-CODE
           GOBACK.

                           AND PARM-PCT-ENCOLHE LESS 100
                           MOVE PARM-PCT-ENCOLHE TO WS-PCT-ENCOLHE
                       END-IF
                       MOVE PARM-SUBMISSOR TO WS-SUBMISSOR
               END-READ
               CLOSE PARM-FILE
           END-IF.
               MOVE LOAD-RECORD TO VEICULO-RECORD
               WRITE VEICULO-RECORD
                   INVALID KEY
                       PERFORM P120-REGRAVA-CARGA
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-INCLUIDOS
                       MOVE SPACE TO WS-STATUS-ANTERIOR
                       PERFORM P505-HISTORICO-DO-REGISTRO
                       MOVE SPACES TO WS-IMAGEM-ANTES
                       MOVE "I" TO WS-MUDA-ACAO
                       PERFORM P710-GRAVA-MUDANCA
               END-WRITE
               PERFORM P110-LER-CARGA
           END-PERFORM.

      * Le o registro que ja estava no cadastro so para guardar o
      * status e a imagem anteriores, e regrava com o conteudo da
      * carga.
       P120-REGRAVA-CARGA.
           READ MASTER-FILE
           PERFORM P506-GUARDA-STATUS-ANTERIOR
           MOVE VEICULO-RECORD TO WS-IMAGEM-ANTES
           MOVE LOAD-RECORD TO VEICULO-RECORD
           REWRITE VEICULO-RECORD
           ADD 1 TO WS-CONT-REGRAVADOS
           PERFORM P505-HISTORICO-DO-REGISTRO
           MOVE "C" TO WS-MUDA-ACAO
           PERFORM P710-GRAVA-MUDANCA.

       P110-LER-CARGA.
           READ LOAD-FILE
               AT END
               GOBACK
           END-IF

           MOVE "VEICMNT" TO WS-ORIGEM-HIST
           PERFORM P500-ABRE-HISTORICO
           MOVE "VEICMNT" TO WS-MUDA-ORIGEM
           PERFORM P700-ABRE-MUDALOG
           PERFORM P210-LER-STATUS
           PERFORM UNTIL WS-MNTS-EOF
               ADD 1 TO WS-CONT-LIDOS
           END-PERFORM
           CLOSE STATUS-FILE
           CLOSE MASTER-FILE
           PERFORM P590-FECHA-HISTORICO
           PERFORM P790-FECHA-MUDALOG

           DISPLAY "MANUTENCAO DE STATUS DO VEICMST - LIDOS "
               WS-CONT-LIDOS " ATUALIZADOS " WS-CONT-ATUALIZADOS
                   GO TO P220-EXIT
           END-READ

           PERFORM P506-GUARDA-STATUS-ANTERIOR
           MOVE VEICULO-RECORD TO WS-IMAGEM-ANTES
           MOVE MNTS-STATUS TO VEIC-STATUS
           MOVE MNTS-DATA   TO VEIC-DATA-STATUS
           REWRITE VEICULO-RECORD
           ADD 1 TO WS-CONT-ATUALIZADOS
           PERFORM P505-HISTORICO-DO-REGISTRO
           MOVE "C" TO WS-MUDA-ACAO
           IF MNTS-SUBMISSOR EQUAL SPACES
               MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           ELSE
               MOVE MNTS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           END-IF
           PERFORM P710-GRAVA-MUDANCA
           DISPLAY "VEICULO " VEIC-ID " AGORA COM STATUS "
               VEIC-STATUS " DESDE " VEIC-DATA-STATUS.
       P220-EXIT.
               GOBACK
           END-IF

           MOVE "VEICDELT" TO WS-ORIGEM-HIST
           PERFORM P500-ABRE-HISTORICO
           MOVE "VEICDELT" TO WS-MUDA-ORIGEM
           PERFORM P700-ABRE-MUDALOG
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MANUTENCAO DELTA DO VEICMST EM "
           CLOSE REPORT-FILE
           CLOSE DELTA-FILE
           CLOSE MASTER-FILE
           PERFORM P590-FECHA-HISTORICO
           PERFORM P790-FECHA-MUDALOG
           PERFORM P400-GRAVA-CONTROLE

           DISPLAY "MANUTENCAO DELTA DO VEICMST - APLICADOS "
                           PERFORM P330-REJEITA-DELTA
                           GO TO P320-EXIT
                   END-WRITE
                   MOVE SPACE TO WS-STATUS-ANTERIOR
                   PERFORM P505-HISTORICO-DO-REGISTRO
                   MOVE SPACES TO WS-IMAGEM-ANTES
               WHEN DELT-ALTERAR
                   MOVE DELT-ID TO VEIC-ID
                   READ MASTER-FILE
                           PERFORM P330-REJEITA-DELTA
                           GO TO P320-EXIT
                   END-READ
                   PERFORM P506-GUARDA-STATUS-ANTERIOR
                   MOVE VEICULO-RECORD TO WS-IMAGEM-ANTES
                   MOVE DELT-DADOS TO VEICULO-RECORD
                   REWRITE VEICULO-RECORD
                   PERFORM P505-HISTORICO-DO-REGISTRO
               WHEN DELT-EXCLUIR
                   MOVE DELT-ID TO VEIC-ID
                   READ MASTER-FILE
                           PERFORM P330-REJEITA-DELTA
                           GO TO P320-EXIT
                   END-READ
                   MOVE VEICULO-RECORD TO WS-IMAGEM-ANTES
                   DELETE MASTER-FILE
               WHEN OTHER
                   PERFORM P330-REJEITA-DELTA
                   GO TO P320-EXIT
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
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P500-ABRE-HISTORICO.
           MOVE "N" TO WS-HISTORICO-ABERTO
           OPEN EXTEND HISTORY-FILE
           IF WS-FS-VSTH NOT EQUAL "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-FS-VSTH EQUAL "00"
               SET WS-TEM-HISTORICO TO TRUE
           ELSE
               DISPLAY "HISTORICO DE STATUS VEICHIST NAO ABRIU - FS "
                   WS-FS-VSTH " - MUDANCAS SEM REGISTRO"
           END-IF.

      * Status do registro que acabou de ser gravado no cadastro; a
      * data de vigencia ilegivel assume a data de processamento.
       P505-HISTORICO-DO-REGISTRO.
           MOVE VEIC-STATUS TO WS-STATUS-NOVO
           IF WS-STATUS-NOVO EQUAL SPACE
               MOVE "A" TO WS-STATUS-NOVO
           END-IF
           IF VEIC-DATA-STATUS IS NUMERIC
               AND VEIC-DATA-STATUS GREATER 0
               MOVE VEIC-DATA-STATUS TO WS-DATA-VIGENCIA
           ELSE
               MOVE WS-DATA-PROCESSO TO WS-DATA-VIGENCIA
           END-IF
           IF WS-STATUS-NOVO NOT EQUAL WS-STATUS-ANTERIOR
               PERFORM P510-GRAVA-HISTORICO
           END-IF.

       P506-GUARDA-STATUS-ANTERIOR.
           IF VEIC-STATUS EQUAL SPACE
               MOVE "A" TO WS-STATUS-ANTERIOR
           ELSE
               MOVE VEIC-STATUS TO WS-STATUS-ANTERIOR
           END-IF.

       P510-GRAVA-HISTORICO.
           IF WS-TEM-HISTORICO
               MOVE VEIC-ID TO VSTH-VEICULO-ID
               MOVE WS-DATA-VIGENCIA TO VSTH-DATA-VIGENCIA
               MOVE WS-STATUS-ANTERIOR TO VSTH-STATUS-ANTERIOR
               MOVE WS-STATUS-NOVO TO VSTH-STATUS-NOVO
               MOVE WS-ORIGEM-HIST TO VSTH-ORIGEM
               MOVE WS-DATA-PROCESSO TO VSTH-DATA-REGISTRO
               WRITE STATUS-HISTORICO-RECORD
               ADD 1 TO WS-CONT-HISTORICO
           END-IF.

       P590-FECHA-HISTORICO.
           IF WS-TEM-HISTORICO
               CLOSE HISTORY-FILE
           END-IF.

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
               MOVE VEICULO-RECORD TO WS-IMAGEM-DEPOIS
           END-IF
           IF WS-TEM-MUDALOG
               AND WS-IMAGEM-DEPOIS NOT EQUAL WS-IMAGEM-ANTES
               MOVE WS-DATA-PROCESSO TO MUDA-DATA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO MUDA-TIMESTAMP
               MOVE "VEICMST" TO MUDA-CADASTRO
               IF WS-MUDA-ACAO EQUAL "D"
                   MOVE WS-IMAGEM-ANTES(1:10) TO MUDA-CHAVE
               ELSE
                   MOVE VEIC-ID TO MUDA-CHAVE
               END-IF
               MOVE WS-MUDA-ACAO TO MUDA-ACAO
               MOVE WS-MUDA-SUBMISSOR TO MUDA-SUBMISSOR
               MOVE "VEIC_CARGA" TO MUDA-PROGRAMA
               MOVE WS-MUDA-ORIGEM TO MUDA-ORIGEM
               MOVE WS-IMAGEM-ANTES TO MUDA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MUDA-IMAGEM-DEPOIS
               WRITE MUDANCA-LOG-RECORD
           END-IF.

       P790-FECHA-MUDALOG.
           IF WS-TEM-MUDALOG
               CLOSE CHANGE-LOG-FILE
           END-IF.

       END PROGRAM VEIC_CARGA.
