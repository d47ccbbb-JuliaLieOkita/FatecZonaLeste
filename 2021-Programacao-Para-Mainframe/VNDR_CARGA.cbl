      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 06/01/2024
      * Purpose: Carga e manutencao do cadastro de vendedores
      *          (VNDRMST): le o arquivo de movimentos VNDRCARG (um
      *          registro por linha, no layout da copy VNDRMST), cria
      *          o arquivo indexado na primeira carga e inclui ou
      *          regrava cada registro pela chave - mesmo padrao da
      *          carga do cadastro de lojas. Vendedor desligado fica
      *          no cadastro com ativo "N", para a comissao ainda
      *          estornar as vendas dele dentro da janela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDR_CARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO "VNDRCARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARG.

           SELECT MASTER-FILE ASSIGN TO "VNDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNDR-ID
               FILE STATUS IS WS-FS-MSTR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           RECORDING MODE IS F.
       01  LOAD-RECORD                 PIC X(55).

       FD  MASTER-FILE.
       COPY VNDRMST.

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
               DISPLAY "ARQUIVO DE CARGA VNDRCARG AUSENTE - FS "
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
               DISPLAY "CADASTRO VNDRMST NAO ABRIU - FS " WS-FS-MSTR
               CLOSE LOAD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-CARGA-CADASTRO
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE

           DISPLAY "CARGA DO VNDRMST - LIDOS " WS-CONT-LIDOS
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
               MOVE LOAD-RECORD TO VENDEDOR-RECORD
      * Percentual ilegivel pagaria comissao errada o mes inteiro.
               IF VNDR-ID EQUAL SPACES
                   OR VNDR-PERC-COMISSAO IS NOT NUMERIC
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "VENDEDOR SEM ID OU PERCENTUAL INVALIDO: "
                       LOAD-RECORD(1:40)
               ELSE
                   WRITE VENDEDOR-RECORD
                       INVALID KEY
                           REWRITE VENDEDOR-RECORD
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

       END PROGRAM VNDR_CARGA.
