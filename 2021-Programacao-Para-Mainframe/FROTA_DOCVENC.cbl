      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 17/02/2024
      * Purpose: Passo noturno de vencimento dos documentos dos
      *          veiculos: varre o cadastro VDOCMST e abre um item na
      *          lista de trabalho DOCWORK (id da sequencia DOCWSEQ)
      *          para cada documento que vence dentro da antecedencia
      *          do DOCPARM (padrao 30 dias) a contar da data de
      *          negocio e ainda nao tem item aberto; e fecha o item
      *          aberto cujo documento foi renovado para alem da
      *          antecedencia ou saiu do cadastro - mesmo padrao de
      *          abre/fecha da lista da oficina (FROTA_MANUT /
      *          FROTA_OFICINA). Os itens abertos e fechados no dia e
      *          os documentos obrigatorios ja vencidos (os que
      *          bloqueiam o veiculo no lote de viagens) saem no
      *          relatorio DOCWRPT. RC 4 quando abriu item ou ha
      *          documento obrigatorio vencido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_DOCVENC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-FILE ASSIGN TO "VDOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDOC-CHAVE
               FILE STATUS IS WS-FS-VDOC.

           SELECT WORKLIST-FILE ASSIGN TO "DOCWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCW-ID
               FILE STATUS IS WS-FS-DOCW.

           SELECT DOCW-SEQ-FILE ASSIGN TO "DOCWSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DSEQ.

           SELECT REPORT-FILE ASSIGN TO "DOCWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "DOCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-FILE.
       COPY VDOCMST.

       FD  WORKLIST-FILE.
       COPY DOCWORK.

       FD  DOCW-SEQ-FILE
           RECORDING MODE IS F.
       01  DOCW-SEQ-RECORD             PIC 9(06).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-DIAS-ANTECEDENCIA  PIC 9(03).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-DOCV.
           05 WS-FS-VDOC               PIC X(02) VALUE SPACES.
           05 WS-FS-DOCW               PIC X(02) VALUE SPACES.
           05 WS-FS-DSEQ               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-VDOC              PIC X(01) VALUE "N".
               88 WS-VDOC-EOF          VALUE "S".
           05 WS-EOF-DOCW              PIC X(01) VALUE "N".
               88 WS-DOCW-EOF          VALUE "S".
           05 WS-ITEM-ACHADO           PIC X(01) VALUE "N".
               88 WS-TEM-ITEM-ABERTO   VALUE "S".
           05 WS-DOC-ACHADO            PIC X(01) VALUE "N".
               88 WS-DOC-NO-CADASTRO   VALUE "S".

       01 WS-CAMPOS-DOCV.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-DIAS-ANTECEDENCIA     PIC 9(03) VALUE 30.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-LIMITE           PIC S9(07) COMP.
           05 WS-DATA-LIMITE           PIC 9(08).
           05 WS-PROX-DOCW-ID          PIC 9(06) VALUE 0.
           05 WS-CHAVE-PROCURADA       PIC X(14).
           05 WS-SITUACAO-DOC          PIC X(12).

      * Chaves (veiculo + tipo) dos itens que seguem abertos depois
      * da passada de fechamento, para nao abrir item em dobro.
       01 WS-TABELA-ABERTOS.
           05 WS-QTD-ABERTOS           PIC 9(03) COMP VALUE 0.
           05 WS-ABERTO-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-ABERTO.
               10 WS-ABERTO-CHAVE      PIC X(14).

       01 WS-CONTADORES-DOCV.
           05 WS-CONT-DOCUMENTOS       PIC 9(05) VALUE 0.
           05 WS-CONT-ABERTOS          PIC 9(05) VALUE 0.
           05 WS-CONT-FECHADOS         PIC 9(05) VALUE 0.
           05 WS-CONT-VENCIDOS         PIC 9(05) VALUE 0.
           05 WS-CONT-PENDENTES        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-HOJE)
           COMPUTE WS-DIAS-LIMITE = WS-DIAS-HOJE + WS-DIAS-ANTECEDENCIA
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)

           OPEN INPUT DOCUMENT-FILE
           IF WS-FS-VDOC NOT EQUAL "00"
               DISPLAY "CADASTRO DE DOCUMENTOS INDISPONIVEL - "
                   "NENHUM VENCIMENTO CONFERIDO"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P020-ABRE-WORKLIST
           IF WS-FS-DOCW NOT EQUAL "00"
               CLOSE DOCUMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "VENCIMENTO DE DOCUMENTOS DA FROTA EM "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " - ANTECEDENCIA DE " DELIMITED BY SIZE
                  WS-DIAS-ANTECEDENCIA DELIMITED BY SIZE
                  " DIAS (ATE " DELIMITED BY SIZE
                  WS-DATA-LIMITE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P100-FECHA-RENOVADOS
           PERFORM P200-ABRE-VENCENDO

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DOCUMENTOS=" DELIMITED BY SIZE
                  WS-CONT-DOCUMENTOS DELIMITED BY SIZE
                  " ITENS ABERTOS HOJE=" DELIMITED BY SIZE
                  WS-CONT-ABERTOS DELIMITED BY SIZE
                  " FECHADOS HOJE=" DELIMITED BY SIZE
                  WS-CONT-FECHADOS DELIMITED BY SIZE
                  " PENDENTES=" DELIMITED BY SIZE
                  WS-CONT-PENDENTES DELIMITED BY SIZE
                  " OBRIGATORIOS VENCIDOS=" DELIMITED BY SIZE
                  WS-CONT-VENCIDOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           PERFORM P030-GRAVA-SEQUENCIA
           CLOSE WORKLIST-FILE
           CLOSE DOCUMENT-FILE
           DISPLAY "DOCUMENTOS DA FROTA - ITENS ABERTOS="
               WS-CONT-ABERTOS " FECHADOS=" WS-CONT-FECHADOS
               " OBRIGATORIOS VENCIDOS=" WS-CONT-VENCIDOS

           IF WS-CONT-ABERTOS GREATER 0
               OR WS-CONT-VENCIDOS GREATER 0
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

       P010-LE-PARM.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-ANTECEDENCIA IS NUMERIC
                           AND PARM-DIAS-ANTECEDENCIA GREATER 0
                           MOVE PARM-DIAS-ANTECEDENCIA
                               TO WS-DIAS-ANTECEDENCIA
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P020-ABRE-WORKLIST.
           OPEN INPUT DOCW-SEQ-FILE
           IF WS-FS-DSEQ EQUAL "00"
               READ DOCW-SEQ-FILE
                   AT END
                       MOVE 0 TO WS-PROX-DOCW-ID
                   NOT AT END
                       MOVE DOCW-SEQ-RECORD TO WS-PROX-DOCW-ID
               END-READ
               CLOSE DOCW-SEQ-FILE
           ELSE
               MOVE 0 TO WS-PROX-DOCW-ID
           END-IF

           OPEN I-O WORKLIST-FILE
           IF WS-FS-DOCW EQUAL "35"
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE
               OPEN I-O WORKLIST-FILE
           END-IF
           IF WS-FS-DOCW NOT EQUAL "00"
               DISPLAY "LISTA DE DOCUMENTOS NAO ABRIU EM I-O - FS "
                   WS-FS-DOCW
           END-IF.

       P030-GRAVA-SEQUENCIA.
           OPEN OUTPUT DOCW-SEQ-FILE
           MOVE WS-PROX-DOCW-ID TO DOCW-SEQ-RECORD
           WRITE DOCW-SEQ-RECORD
           CLOSE DOCW-SEQ-FILE.

      * Passada 1: cada item aberto e conferido contra o cadastro. Se
      * o documento foi renovado para alem da antecedencia, ou saiu
      * do cadastro, o item fecha; senao a chave fica na tabela.
       P100-FECHA-RENOVADOS.
           MOVE "N" TO WS-EOF-DOCW
           MOVE 0 TO DOCW-ID
           START WORKLIST-FILE KEY NOT LESS DOCW-ID
               INVALID KEY
                   SET WS-DOCW-EOF TO TRUE
           END-START
           PERFORM P110-LER-ITEM
           PERFORM UNTIL WS-DOCW-EOF
               IF DOCW-ABERTA
                   PERFORM P120-CONFERE-ITEM
               END-IF
               PERFORM P110-LER-ITEM
           END-PERFORM.

       P110-LER-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   SET WS-DOCW-EOF TO TRUE
           END-READ.

       P120-CONFERE-ITEM.
           MOVE "N" TO WS-DOC-ACHADO
           MOVE DOCW-VEICULO-ID TO VDOC-VEICULO-ID
           MOVE DOCW-TIPO TO VDOC-TIPO
           READ DOCUMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DOC-NO-CADASTRO TO TRUE
           END-READ
           IF WS-DOC-NO-CADASTRO
               AND VDOC-VALIDADE IS NUMERIC
               AND VDOC-VALIDADE NOT GREATER WS-DATA-LIMITE
               IF WS-QTD-ABERTOS LESS 500
                   ADD 1 TO WS-QTD-ABERTOS
                   SET WS-IDX-ABERTO TO WS-QTD-ABERTOS
                   MOVE DOCW-VEICULO-ID
                       TO WS-ABERTO-CHAVE(WS-IDX-ABERTO)(1:10)
                   MOVE DOCW-TIPO
                       TO WS-ABERTO-CHAVE(WS-IDX-ABERTO)(11:4)
               END-IF
           ELSE
               SET DOCW-FECHADA TO TRUE
               MOVE WS-DATA-HOJE TO DOCW-DATA-FECHAMENTO
               IF WS-DOC-NO-CADASTRO
                   MOVE VDOC-VALIDADE TO DOCW-NOVA-VALIDADE
                   MOVE "RENOVADO" TO WS-SITUACAO-DOC
               ELSE
                   MOVE 0 TO DOCW-NOVA-VALIDADE
                   MOVE "FORA CADASTR" TO WS-SITUACAO-DOC
               END-IF
               REWRITE DOCUMENTO-PENDENTE-RECORD
               ADD 1 TO WS-CONT-FECHADOS
               MOVE SPACES TO REPORT-LINE
               STRING "FECHADO  ITEM " DELIMITED BY SIZE
                      DOCW-ID DELIMITED BY SIZE
                      " VEICULO=" DELIMITED BY SIZE
                      DOCW-VEICULO-ID DELIMITED BY SIZE
                      " TIPO=" DELIMITED BY SIZE
                      DOCW-TIPO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SITUACAO-DOC DELIMITED BY SIZE
                      " NOVA VALIDADE=" DELIMITED BY SIZE
                      DOCW-NOVA-VALIDADE DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Passada 2: cada documento que vence ate a data limite abre
      * item, se ainda nao tem um aberto; o obrigatorio ja vencido
      * sai marcado e conta para o RC.
       P200-ABRE-VENCENDO.
           MOVE "N" TO WS-EOF-VDOC
           MOVE LOW-VALUES TO VDOC-CHAVE
           START DOCUMENT-FILE KEY NOT LESS VDOC-CHAVE
               INVALID KEY
                   SET WS-VDOC-EOF TO TRUE
           END-START
           PERFORM P210-LER-DOCUMENTO
           PERFORM UNTIL WS-VDOC-EOF
               ADD 1 TO WS-CONT-DOCUMENTOS
               IF VDOC-VALIDADE IS NUMERIC
                   AND VDOC-VALIDADE NOT GREATER WS-DATA-LIMITE
                   PERFORM P220-AVALIA-DOCUMENTO
               END-IF
               PERFORM P210-LER-DOCUMENTO
           END-PERFORM.

       P210-LER-DOCUMENTO.
           READ DOCUMENT-FILE NEXT RECORD
               AT END
                   SET WS-VDOC-EOF TO TRUE
           END-READ.

       P220-AVALIA-DOCUMENTO.
           ADD 1 TO WS-CONT-PENDENTES
           IF VDOC-VALIDADE LESS WS-DATA-HOJE
               IF VDOC-E-OBRIGATORIO
                   ADD 1 TO WS-CONT-VENCIDOS
                   MOVE "OBRIG VENCID" TO WS-SITUACAO-DOC
               ELSE
                   MOVE "VENCIDO" TO WS-SITUACAO-DOC
               END-IF
           ELSE
               MOVE "A VENCER" TO WS-SITUACAO-DOC
           END-IF

           MOVE VDOC-CHAVE TO WS-CHAVE-PROCURADA
           MOVE "N" TO WS-ITEM-ACHADO
           PERFORM P225-PROCURA-ABERTO
               VARYING WS-IDX-ABERTO FROM 1 BY 1
               UNTIL WS-IDX-ABERTO GREATER WS-QTD-ABERTOS
                   OR WS-TEM-ITEM-ABERTO
           IF NOT WS-TEM-ITEM-ABERTO
               PERFORM P230-ABRE-ITEM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PENDENTE VEICULO=" DELIMITED BY SIZE
                  VDOC-VEICULO-ID DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  VDOC-TIPO DELIMITED BY SIZE
                  " NUMERO=" DELIMITED BY SIZE
                  VDOC-NUMERO DELIMITED BY SIZE
                  " VALIDADE=" DELIMITED BY SIZE
                  VDOC-VALIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-DOC DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P225-PROCURA-ABERTO.
           IF WS-ABERTO-CHAVE(WS-IDX-ABERTO) EQUAL WS-CHAVE-PROCURADA
               SET WS-TEM-ITEM-ABERTO TO TRUE
           END-IF.

       P230-ABRE-ITEM.
           ADD 1 TO WS-PROX-DOCW-ID
           MOVE WS-PROX-DOCW-ID TO DOCW-ID
           MOVE VDOC-VEICULO-ID TO DOCW-VEICULO-ID
           MOVE VDOC-TIPO TO DOCW-TIPO
           MOVE VDOC-NUMERO TO DOCW-NUMERO
           MOVE VDOC-VALIDADE TO DOCW-VALIDADE
           MOVE VDOC-OBRIGATORIO TO DOCW-OBRIGATORIO
           MOVE WS-DATA-HOJE TO DOCW-DATA-ABERTURA
           SET DOCW-ABERTA TO TRUE
           MOVE 0 TO DOCW-DATA-FECHAMENTO
           MOVE 0 TO DOCW-NOVA-VALIDADE
           WRITE DOCUMENTO-PENDENTE-RECORD
               INVALID KEY
                   DISPLAY "ID DE ITEM DUPLICADO NA LISTA: " DOCW-ID
           END-WRITE
           ADD 1 TO WS-CONT-ABERTOS
           MOVE SPACES TO REPORT-LINE
           STRING "ABERTO   ITEM " DELIMITED BY SIZE
                  DOCW-ID DELIMITED BY SIZE
                  " VEICULO=" DELIMITED BY SIZE
                  DOCW-VEICULO-ID DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  DOCW-TIPO DELIMITED BY SIZE
                  " VALIDADE=" DELIMITED BY SIZE
                  DOCW-VALIDADE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM FROTA_DOCVENC.
