      *          planejamento (FROTA_MANUT). Mesmo padrao de
      *          atualizacao da fila de revisao (FROTA_REVISAO).
      * Tectonics: cobc
      * Modified: 03/02/2024 (JLOS) - A baixa passa a trazer o custo do
      *           servico e o tipo (P = preventivo, C = corretivo),
      *           gravados no item para o custo mensal por KM
      *           (FROTA_CUSTO). Servico corretivo sem item na lista
      *           vem com id zero e o veiculo, e entra como item novo
      *           ja fechado (id da sequencia MNTWSEQ). So o servico
      *           preventivo atualiza o ultimo servico em SERVMST - o
      *           conserto nao zera o intervalo de revisao.
      * Modified: 02/03/2024 (JLOS) - A baixa pode liberar o veiculo
      *           (indicador S no fim do registro, ou resposta na
      *           entrada interativa): o veiculo em manutencao no
      *           VEICMST volta a ativo na data do servico e a mudanca
      *           vai para o historico de status VEICHIST, como as
      *           do VEIC_CARGA. Sem VEICMST a baixa segue sem liberar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_OFICINA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UPDT.

           SELECT MNTW-SEQ-FILE ASSIGN TO "MNTWSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MSEQ.

           SELECT VEHICLE-FILE ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT HISTORY-FILE ASSIGN TO "VEICHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VSTH.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
           05  UPDT-ID                 PIC 9(06).
           05  UPDT-DATA-SERVICO       PIC 9(08).
           05  UPDT-OFICINA            PIC X(20).
           05  UPDT-CUSTO              PIC 9(07)V99.
           05  UPDT-TIPO-SERVICO       PIC X(01).
           05  UPDT-VEICULO-ID         PIC X(10).
           05  UPDT-LIBERA-VEICULO     PIC X(01).

       FD  MNTW-SEQ-FILE
           RECORDING MODE IS F.
       01  MNTW-SEQ-RECORD             PIC 9(06).

       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY VSTHIST.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-OFICINA.
           05 WS-FS-MNTW               PIC X(02) VALUE SPACES.
           05 WS-FS-SERV               PIC X(02) VALUE SPACES.
           05 WS-FS-UPDT               PIC X(02) VALUE SPACES.
           05 WS-FS-MSEQ               PIC X(02) VALUE SPACES.
           05 WS-EOF-UPDT              PIC X(01) VALUE "N".
               88 WS-UPDT-EOF          VALUE "S".
           05 WS-FS-VEIC               PIC X(02) VALUE SPACES.
           05 WS-FS-VSTH               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-CADASTRO-VEICULOS     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VEIC VALUE "S".
           05 WS-HISTORICO-ABERTO      PIC X(01) VALUE "N".
               88 WS-TEM-HISTORICO     VALUE "S".

       01 WS-CAMPOS-OFICINA.
           05 WS-ID-INFORMADO          PIC 9(06) VALUE 0.
           05 WS-DATA-INFORMADA        PIC 9(08) VALUE 0.
           05 WS-OFICINA-INFORMADA     PIC X(20) VALUE SPACES.
           05 WS-CUSTO-INFORMADO       PIC 9(07)V99 VALUE 0.
           05 WS-TIPO-INFORMADO        PIC X(01) VALUE SPACES.
               88 WS-TIPO-PREVENTIVO   VALUE "P".
               88 WS-TIPO-CORRETIVO    VALUE "C".
           05 WS-VEICULO-INFORMADO     PIC X(10) VALUE SPACES.
           05 WS-PROX-MNTW-ID          PIC 9(06) VALUE 0.
           05 WS-LIBERA-INFORMADA      PIC X(01) VALUE SPACES.
               88 WS-LIBERA-VEICULO    VALUE "S".
           05 WS-DATA-HOJE             PIC 9(08) VALUE 0.

       01 WS-CONTADORES-OFICINA.
           05 WS-CONT-FECHADOS         PIC 9(05) VALUE 0.
           05 WS-CONT-CORRETIVOS       PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-LIBERADOS        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
               GOBACK
           END-IF

           PERFORM P010-LE-SEQUENCIA
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P030-ABRE-CADASTRO-VEICULOS

           OPEN INPUT UPDATE-FILE
           IF WS-FS-UPDT EQUAL "00"
               PERFORM P100-LOTE-BAIXAS
               PERFORM P200-BAIXA-INTERATIVA
           END-IF

           IF WS-CONT-CORRETIVOS GREATER 0
               PERFORM P020-GRAVA-SEQUENCIA
           END-IF
           IF WS-TEM-CADASTRO-VEIC
               CLOSE VEHICLE-FILE
           END-IF
           IF WS-TEM-HISTORICO
               CLOSE HISTORY-FILE
           END-IF
           CLOSE SERVICE-FILE
           CLOSE WORKLIST-FILE
           DISPLAY "BAIXAS DE SERVICO - FECHADOS=" WS-CONT-FECHADOS
               " CORRETIVOS FORA DA LISTA=" WS-CONT-CORRETIVOS
               " REJEITADOS=" WS-CONT-REJEITADOS
               " VEICULOS LIBERADOS=" WS-CONT-LIBERADOS

           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       P010-LE-SEQUENCIA.
           OPEN INPUT MNTW-SEQ-FILE
           IF WS-FS-MSEQ EQUAL "00"
               READ MNTW-SEQ-FILE
                   AT END
                       MOVE 0 TO WS-PROX-MNTW-ID
                   NOT AT END
                       MOVE MNTW-SEQ-RECORD TO WS-PROX-MNTW-ID
               END-READ
               CLOSE MNTW-SEQ-FILE
           ELSE
               MOVE 0 TO WS-PROX-MNTW-ID
           END-IF.

       P020-GRAVA-SEQUENCIA.
           OPEN OUTPUT MNTW-SEQ-FILE
           MOVE WS-PROX-MNTW-ID TO MNTW-SEQ-RECORD
           WRITE MNTW-SEQ-RECORD
           CLOSE MNTW-SEQ-FILE.

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

       P030-ABRE-CADASTRO-VEICULOS.
           MOVE "N" TO WS-CADASTRO-VEICULOS
           OPEN I-O VEHICLE-FILE
           IF WS-FS-VEIC EQUAL "00"
               SET WS-TEM-CADASTRO-VEIC TO TRUE
               OPEN EXTEND HISTORY-FILE
               IF WS-FS-VSTH NOT EQUAL "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-FS-VSTH EQUAL "00"
                   SET WS-TEM-HISTORICO TO TRUE
               ELSE
                   DISPLAY "HISTORICO DE STATUS VEICHIST NAO ABRIU - "
                       "FS " WS-FS-VSTH
               END-IF
           ELSE
               DISPLAY "CADASTRO DE VEICULOS INDISPONIVEL - BAIXAS "
                   "SEGUEM SEM LIBERAR VEICULO"
           END-IF.

       P100-LOTE-BAIXAS.
           MOVE "N" TO WS-EOF-UPDT
           PERFORM P110-LER-BAIXA
               MOVE UPDT-ID           TO WS-ID-INFORMADO
               MOVE UPDT-DATA-SERVICO TO WS-DATA-INFORMADA
               MOVE UPDT-OFICINA      TO WS-OFICINA-INFORMADA
               MOVE UPDT-TIPO-SERVICO TO WS-TIPO-INFORMADO
               MOVE UPDT-VEICULO-ID   TO WS-VEICULO-INFORMADO
               MOVE UPDT-LIBERA-VEICULO TO WS-LIBERA-INFORMADA
               IF UPDT-CUSTO IS NUMERIC
                   MOVE UPDT-CUSTO    TO WS-CUSTO-INFORMADO
               ELSE
                   MOVE 0             TO WS-CUSTO-INFORMADO
                   MOVE "X"           TO WS-TIPO-INFORMADO
               END-IF
               PERFORM P120-APLICA-BAIXA THRU P120-EXIT
               PERFORM P110-LER-BAIXA
           END-PERFORM
           ACCEPT WS-DATA-INFORMADA
           DISPLAY "INFORME A OFICINA: "
           ACCEPT WS-OFICINA-INFORMADA
           DISPLAY "INFORME O TIPO (P=PREVENTIVO C=CORRETIVO): "
           ACCEPT WS-TIPO-INFORMADO
           DISPLAY "INFORME O CUSTO DO SERVICO: "
           ACCEPT WS-CUSTO-INFORMADO
           IF WS-ID-INFORMADO EQUAL 0
               DISPLAY "SERVICO FORA DA LISTA - INFORME O VEICULO: "
               ACCEPT WS-VEICULO-INFORMADO
           END-IF
           DISPLAY "LIBERAR O VEICULO PARA USO (S/N): "
           ACCEPT WS-LIBERA-INFORMADA
           PERFORM P120-APLICA-BAIXA THRU P120-EXIT.

       P120-APLICA-BAIXA.
           IF WS-TIPO-INFORMADO EQUAL SPACE
               SET WS-TIPO-PREVENTIVO TO TRUE
           END-IF
           IF NOT WS-TIPO-PREVENTIVO AND NOT WS-TIPO-CORRETIVO
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "TIPO OU CUSTO DE SERVICO INVALIDO NO ITEM: "
                   WS-ID-INFORMADO
               GO TO P120-EXIT
           END-IF

      * Id zero: conserto que nao nasceu na lista de trabalho.
           IF WS-ID-INFORMADO EQUAL 0
               PERFORM P140-REGISTRA-CORRETIVA THRU P140-EXIT
               GO TO P120-EXIT
           END-IF

           MOVE WS-ID-INFORMADO TO MNTW-ID
           READ WORKLIST-FILE
               INVALID KEY
           SET MNTW-FECHADA TO TRUE
           MOVE WS-DATA-INFORMADA TO MNTW-DATA-SERVICO
           MOVE WS-OFICINA-INFORMADA TO MNTW-OFICINA
           MOVE WS-CUSTO-INFORMADO TO MNTW-CUSTO-SERVICO
           MOVE WS-TIPO-INFORMADO TO MNTW-TIPO-SERVICO
           REWRITE MANUTENCAO-RECORD
           IF MNTW-PREVENTIVA
               PERFORM P130-ATUALIZA-ULTIMO-SERVICO
           END-IF
           ADD 1 TO WS-CONT-FECHADOS
           DISPLAY "ITEM " MNTW-ID " FECHADO - VEICULO "
               MNTW-VEICULO-ID " SERVIDO EM " MNTW-DATA-SERVICO
           IF WS-LIBERA-VEICULO
               PERFORM P150-LIBERA-VEICULO THRU P150-EXIT
           END-IF.
       P120-EXIT.
           EXIT.

                   REWRITE SERVICO-RECORD
           END-WRITE.

       P140-REGISTRA-CORRETIVA.
           IF NOT WS-TIPO-CORRETIVO
               OR WS-VEICULO-INFORMADO EQUAL SPACES
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "SERVICO FORA DA LISTA PRECISA SER CORRETIVO "
                   "E TRAZER O VEICULO"
               GO TO P140-EXIT
           END-IF

           ADD 1 TO WS-PROX-MNTW-ID
           MOVE WS-PROX-MNTW-ID TO MNTW-ID
           MOVE WS-VEICULO-INFORMADO TO MNTW-VEICULO-ID
           MOVE SPACES TO MNTW-CLASSE
           MOVE 0 TO MNTW-KM-ACUMULADO
           MOVE 0 TO MNTW-INTERVALO-KM
           MOVE WS-DATA-INFORMADA TO MNTW-DATA-ABERTURA
           MOVE WS-DATA-INFORMADA TO MNTW-DATA-LIMITE
           SET MNTW-FECHADA TO TRUE
           MOVE WS-DATA-INFORMADA TO MNTW-DATA-SERVICO
           MOVE WS-OFICINA-INFORMADA TO MNTW-OFICINA
           MOVE WS-CUSTO-INFORMADO TO MNTW-CUSTO-SERVICO
           SET MNTW-CORRETIVA TO TRUE
           WRITE MANUTENCAO-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "ID DE ITEM DUPLICADO NA LISTA: " MNTW-ID
                   GO TO P140-EXIT
           END-WRITE
           ADD 1 TO WS-CONT-CORRETIVOS
           DISPLAY "CORRETIVO REGISTRADO COMO ITEM " MNTW-ID
               " - VEICULO " MNTW-VEICULO-ID " EM " MNTW-DATA-SERVICO
           IF WS-LIBERA-VEICULO
               PERFORM P150-LIBERA-VEICULO THRU P150-EXIT
           END-IF.
       P140-EXIT.
           EXIT.

      * So o veiculo que esta em manutencao volta a ativo; desativado
      * continua desativado e ativo nao gera historico.
       P150-LIBERA-VEICULO.
           IF NOT WS-TEM-CADASTRO-VEIC
               GO TO P150-EXIT
           END-IF
           MOVE MNTW-VEICULO-ID TO VEIC-ID
           READ VEHICLE-FILE
               INVALID KEY
                   DISPLAY "VEICULO " MNTW-VEICULO-ID
                       " NAO CADASTRADO - NAO LIBERADO"
                   GO TO P150-EXIT
           END-READ
           IF NOT VEIC-EM-MANUTENCAO
               DISPLAY "VEICULO " VEIC-ID " NAO ESTA EM MANUTENCAO "
                   "(STATUS " VEIC-STATUS ") - STATUS MANTIDO"
               GO TO P150-EXIT
           END-IF

           SET VEIC-ATIVO TO TRUE
           MOVE MNTW-DATA-SERVICO TO VEIC-DATA-STATUS
           REWRITE VEICULO-RECORD
           ADD 1 TO WS-CONT-LIBERADOS
           DISPLAY "VEICULO " VEIC-ID " LIBERADO - ATIVO DESDE "
               VEIC-DATA-STATUS
           IF WS-TEM-HISTORICO
               MOVE VEIC-ID TO VSTH-VEICULO-ID
               MOVE VEIC-DATA-STATUS TO VSTH-DATA-VIGENCIA
               MOVE "M" TO VSTH-STATUS-ANTERIOR
               MOVE "A" TO VSTH-STATUS-NOVO
               MOVE "FROTA_OFICINA" TO VSTH-ORIGEM
               MOVE WS-DATA-HOJE TO VSTH-DATA-REGISTRO
               WRITE STATUS-HISTORICO-RECORD
           END-IF.
       P150-EXIT.
           EXIT.

       END PROGRAM FROTA_OFICINA.
