      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 17/02/2024
      * Purpose: Manutencao do cadastro de documentos dos veiculos
      *          (VDOCMST, copy VDOCMST): aplica os movimentos do
      *          arquivo VDOCTRAN quando presente (acao I incluir, A
      *          alterar - a renovacao, com numero e validade novos -
      *          e E excluir), ou a entrada interativa na ausencia
      *          dele. Cada movimento e conferido antes de gravar:
      *          veiculo no VEICMST (quando presente), tipo IPVA /
      *          CRLV / SEGU / TACO, validade AAAAMMDD. Marca de
      *          obrigatorio em branco assume o padrao do tipo: CRLV,
      *          seguro e tacografo obrigatorios, IPVA nao - o lote
      *          de viagens so bloqueia pelo documento obrigatorio.
      *          Mesmo padrao de lote-ou-interativo da baixa da
      *          oficina (FROTA_OFICINA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VDOC_MANUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-FILE ASSIGN TO "VDOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VDOC-CHAVE
               FILE STATUS IS WS-FS-VDOC.

           SELECT VEHICLE-FILE ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT UPDATE-FILE ASSIGN TO "VDOCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UPDT.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-FILE.
       COPY VDOCMST.

       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  UPDATE-FILE
           RECORDING MODE IS F.
       01  UPDATE-RECORD.
           05  VDTR-ACAO               PIC X(01).
           05  VDTR-VEICULO-ID         PIC X(10).
           05  VDTR-TIPO               PIC X(04).
           05  VDTR-NUMERO             PIC X(20).
           05  VDTR-VALIDADE           PIC X(08).
           05  VDTR-OBRIGATORIO        PIC X(01).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-VDOC.
           05 WS-FS-VDOC               PIC X(02) VALUE SPACES.
           05 WS-FS-VEIC               PIC X(02) VALUE SPACES.
           05 WS-FS-UPDT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-UPDT              PIC X(01) VALUE "N".
               88 WS-UPDT-EOF          VALUE "S".
           05 WS-CADASTRO-VEICULOS     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VEIC VALUE "S".

       01 WS-CAMPOS-VDOC.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-ACAO                  PIC X(01) VALUE SPACES.
               88 WS-ACAO-INCLUIR      VALUE "I".
               88 WS-ACAO-ALTERAR      VALUE "A".
               88 WS-ACAO-EXCLUIR      VALUE "E".
           05 WS-VEICULO-INFORMADO     PIC X(10) VALUE SPACES.
           05 WS-TIPO-INFORMADO        PIC X(04) VALUE SPACES.
           05 WS-NUMERO-INFORMADO      PIC X(20) VALUE SPACES.
           05 WS-VALIDADE-INFORMADA    PIC X(08) VALUE SPACES.
           05 WS-VALIDADE-NUM REDEFINES WS-VALIDADE-INFORMADA.
               10 WS-VALID-ANO         PIC 9(04).
               10 WS-VALID-MES         PIC 9(02).
               10 WS-VALID-DIA         PIC 9(02).
           05 WS-OBRIGATORIO-INFORMADO PIC X(01) VALUE SPACES.
           05 WS-MOTIVO-REJEICAO       PIC X(40) VALUE SPACES.

       01 WS-CONTADORES-VDOC.
           05 WS-CONT-INCLUIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-ALTERADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-EXCLUIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO

           OPEN I-O DOCUMENT-FILE
           IF WS-FS-VDOC EQUAL "35"
               OPEN OUTPUT DOCUMENT-FILE
               CLOSE DOCUMENT-FILE
               OPEN I-O DOCUMENT-FILE
           END-IF
           IF WS-FS-VDOC NOT EQUAL "00"
               DISPLAY "CADASTRO DE DOCUMENTOS NAO ABRIU - FS "
                   WS-FS-VDOC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT VEHICLE-FILE
           IF WS-FS-VEIC EQUAL "00"
               SET WS-TEM-CADASTRO-VEIC TO TRUE
           ELSE
               DISPLAY "CADASTRO DE VEICULOS INDISPONIVEL - SEGUE "
                   "SEM VALIDACAO DO VEICULO"
           END-IF

           OPEN INPUT UPDATE-FILE
           IF WS-FS-UPDT EQUAL "00"
               PERFORM P100-LOTE-MOVIMENTOS
           ELSE
               PERFORM P200-MOVIMENTO-INTERATIVO
           END-IF

           IF WS-TEM-CADASTRO-VEIC
               CLOSE VEHICLE-FILE
           END-IF
           CLOSE DOCUMENT-FILE
           DISPLAY "DOCUMENTOS DOS VEICULOS - INCLUIDOS="
               WS-CONT-INCLUIDOS " ALTERADOS=" WS-CONT-ALTERADOS
               " EXCLUIDOS=" WS-CONT-EXCLUIDOS
               " REJEITADOS=" WS-CONT-REJEITADOS

           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

       P100-LOTE-MOVIMENTOS.
           MOVE "N" TO WS-EOF-UPDT
           PERFORM P110-LER-MOVIMENTO
           PERFORM UNTIL WS-UPDT-EOF
               MOVE VDTR-ACAO         TO WS-ACAO
               MOVE VDTR-VEICULO-ID   TO WS-VEICULO-INFORMADO
               MOVE VDTR-TIPO         TO WS-TIPO-INFORMADO
               MOVE VDTR-NUMERO       TO WS-NUMERO-INFORMADO
               MOVE VDTR-VALIDADE     TO WS-VALIDADE-INFORMADA
               MOVE VDTR-OBRIGATORIO  TO WS-OBRIGATORIO-INFORMADO
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
           DISPLAY "MANUTENCAO DE DOCUMENTOS DOS VEICULOS"
           DISPLAY "INFORME A ACAO (I=INCLUIR A=ALTERAR E=EXCLUIR): "
           ACCEPT WS-ACAO
           DISPLAY "INFORME O VEICULO: "
           ACCEPT WS-VEICULO-INFORMADO
           DISPLAY "INFORME O TIPO (IPVA CRLV SEGU TACO): "
           ACCEPT WS-TIPO-INFORMADO
           IF NOT WS-ACAO-EXCLUIR
               DISPLAY "INFORME O NUMERO DO DOCUMENTO: "
               ACCEPT WS-NUMERO-INFORMADO
               DISPLAY "INFORME A VALIDADE (AAAAMMDD): "
               ACCEPT WS-VALIDADE-INFORMADA
               DISPLAY "DOCUMENTO OBRIGATORIO (S/N, BRANCO=PADRAO): "
               ACCEPT WS-OBRIGATORIO-INFORMADO
           END-IF
           PERFORM P120-APLICA-MOVIMENTO THRU P120-EXIT.

       P120-APLICA-MOVIMENTO.
           PERFORM P130-CONFERE-MOVIMENTO
           IF WS-MOTIVO-REJEICAO NOT EQUAL SPACES
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "MOVIMENTO REJEITADO - " WS-VEICULO-INFORMADO
                   " " WS-TIPO-INFORMADO " - " WS-MOTIVO-REJEICAO
               GO TO P120-EXIT
           END-IF

           MOVE WS-VEICULO-INFORMADO TO VDOC-VEICULO-ID
           MOVE WS-TIPO-INFORMADO TO VDOC-TIPO
           EVALUATE TRUE
               WHEN WS-ACAO-EXCLUIR
                   DELETE DOCUMENT-FILE
                       INVALID KEY
                           ADD 1 TO WS-CONT-REJEITADOS
                           DISPLAY "DOCUMENTO NAO CADASTRADO: "
                               WS-VEICULO-INFORMADO " "
                               WS-TIPO-INFORMADO
                           GO TO P120-EXIT
                   END-DELETE
                   ADD 1 TO WS-CONT-EXCLUIDOS
               WHEN WS-ACAO-INCLUIR
                   PERFORM P140-MONTA-REGISTRO
                   WRITE DOCUMENTO-VEICULO-RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONT-REJEITADOS
                           DISPLAY "DOCUMENTO JA CADASTRADO: "
                               WS-VEICULO-INFORMADO " "
                               WS-TIPO-INFORMADO
                           GO TO P120-EXIT
                   END-WRITE
                   ADD 1 TO WS-CONT-INCLUIDOS
               WHEN OTHER
                   READ DOCUMENT-FILE
                       INVALID KEY
                           ADD 1 TO WS-CONT-REJEITADOS
                           DISPLAY "DOCUMENTO NAO CADASTRADO: "
                               WS-VEICULO-INFORMADO " "
                               WS-TIPO-INFORMADO
                           GO TO P120-EXIT
                   END-READ
                   PERFORM P140-MONTA-REGISTRO
                   REWRITE DOCUMENTO-VEICULO-RECORD
                   ADD 1 TO WS-CONT-ALTERADOS
           END-EVALUATE
           DISPLAY "DOCUMENTO " WS-VEICULO-INFORMADO " "
               WS-TIPO-INFORMADO " - ACAO " WS-ACAO " APLICADA".
       P120-EXIT.
           EXIT.

       P130-CONFERE-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE WS-TIPO-INFORMADO TO VDOC-TIPO
           EVALUATE TRUE
               WHEN NOT WS-ACAO-INCLUIR AND NOT WS-ACAO-ALTERAR
                   AND NOT WS-ACAO-EXCLUIR
                   MOVE "ACAO INVALIDA" TO WS-MOTIVO-REJEICAO
               WHEN WS-VEICULO-INFORMADO EQUAL SPACES
                   MOVE "VEICULO EM BRANCO" TO WS-MOTIVO-REJEICAO
               WHEN NOT VDOC-TIPO-VALIDO
                   MOVE "TIPO DE DOCUMENTO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-ACAO-EXCLUIR
                   CONTINUE
               WHEN WS-VALIDADE-INFORMADA IS NOT NUMERIC
                   MOVE "VALIDADE NAO NUMERICA" TO WS-MOTIVO-REJEICAO
               WHEN WS-VALID-MES LESS 1 OR WS-VALID-MES GREATER 12
                   OR WS-VALID-DIA LESS 1 OR WS-VALID-DIA GREATER 31
                   MOVE "VALIDADE FORA DO CALENDARIO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-OBRIGATORIO-INFORMADO NOT EQUAL SPACE
                   AND WS-OBRIGATORIO-INFORMADO NOT EQUAL "S"
                   AND WS-OBRIGATORIO-INFORMADO NOT EQUAL "N"
                   MOVE "MARCA DE OBRIGATORIO INVALIDA"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO-REJEICAO EQUAL SPACES
               AND WS-ACAO-INCLUIR
               AND WS-TEM-CADASTRO-VEIC
               MOVE WS-VEICULO-INFORMADO TO VEIC-ID
               READ VEHICLE-FILE
                   INVALID KEY
                       MOVE "VEICULO NAO CADASTRADO"
                           TO WS-MOTIVO-REJEICAO
               END-READ
           END-IF.

       P140-MONTA-REGISTRO.
           MOVE WS-NUMERO-INFORMADO TO VDOC-NUMERO
           MOVE WS-VALIDADE-INFORMADA TO VDOC-VALIDADE
      * Na alteracao, marca em branco mantem a que ja estava gravada.
           EVALUATE TRUE
               WHEN WS-OBRIGATORIO-INFORMADO NOT EQUAL SPACE
                   MOVE WS-OBRIGATORIO-INFORMADO TO VDOC-OBRIGATORIO
               WHEN WS-ACAO-ALTERAR
                   CONTINUE
               WHEN VDOC-TIPO-IPVA
                   MOVE "N" TO VDOC-OBRIGATORIO
               WHEN OTHER
                   MOVE "S" TO VDOC-OBRIGATORIO
           END-EVALUATE
           MOVE WS-DATA-HOJE TO VDOC-DATA-ATUALIZACAO.

       END PROGRAM VDOC_MANUT.
