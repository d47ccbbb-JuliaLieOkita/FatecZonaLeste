      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 11/05/2024
      * Purpose: Carga e manutencao do cadastro de solicitantes
      *          (SOLCMST): le o arquivo de movimentos SOLCCARG (um
      *          registro por linha, no layout da copy SOLCMST), cria
      *          o arquivo indexado na primeira carga e inclui ou
      *          regrava cada registro pela chave - mesmo padrao da
      *          carga do cadastro de vendedores. Equipe extinta fica
      *          no cadastro com ativo "N", para o rateio ainda cobrar
      *          as equacoes que ela resolveu no mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLC_CARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO "SOLCCARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARG.

           SELECT MASTER-FILE ASSIGN TO "SOLCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOLC-ID
               FILE STATUS IS WS-FS-MSTR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           RECORDING MODE IS F.
       01  LOAD-RECORD                 PIC X(38).

       FD  MASTER-FILE.
       COPY SOLCMST.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CARGA.
           05 WS-FS-CARG               PIC X(02) VALUE SPACES.
           05 WS-FS-MSTR               PIC X(02) VALUE SPACES.
           05 WS-EOF-CARG              PIC X(01) VALUE "N".
               88 WS-CARG-EOF          VALUE "S".

       01 WS-CONTADORES-CARGA.
           05 WS-CONT-LIDOS            PIC 9(05) VALUE 0.
           05 WS-CONT-INCLUIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REGRAVADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           OPEN INPUT LOAD-FILE
           IF WS-FS-CARG NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CARGA SOLCCARG AUSENTE - FS "
                   WS-FS-CARG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-FS-MSTR EQUAL "35"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-FS-MSTR NOT EQUAL "00"
               DISPLAY "CADASTRO SOLCMST NAO ABRIU - FS " WS-FS-MSTR
               CLOSE LOAD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-CARGA-CADASTRO
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE

           DISPLAY "CARGA DO SOLCMST - LIDOS " WS-CONT-LIDOS
               " INCLUIDOS " WS-CONT-INCLUIDOS
               " REGRAVADOS " WS-CONT-REGRAVADOS
               " REJEITADOS " WS-CONT-REJEITADOS
           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P100-CARGA-CADASTRO.
           PERFORM P110-LER-CARGA
           PERFORM UNTIL WS-CARG-EOF
               MOVE LOAD-RECORD TO SOLICITANTE-RECORD
      * Sem centro de custo o rateio nao tem a quem debitar.
               IF SOLC-ID EQUAL SPACES
                   OR SOLC-CENTRO-CUSTO EQUAL SPACES
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "SOLICITANTE SEM ID OU CENTRO DE CUSTO: "
                       LOAD-RECORD
               ELSE
                   WRITE SOLICITANTE-RECORD
                       INVALID KEY
                           REWRITE SOLICITANTE-RECORD
                           ADD 1 TO WS-CONT-REGRAVADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-INCLUIDOS
                   END-WRITE
               END-IF
               PERFORM P110-LER-CARGA
           END-PERFORM.

       P110-LER-CARGA.
           READ LOAD-FILE
               AT END
                   SET WS-CARG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       END PROGRAM SOLC_CARGA.
