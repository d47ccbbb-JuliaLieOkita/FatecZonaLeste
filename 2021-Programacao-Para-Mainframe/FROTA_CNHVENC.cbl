      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 20/01/2024
      * Purpose: Relatorio semanal de vencimento de CNH dos motoristas
      *          da frota: varre o cadastro MOTRMST e lista em CNHRPT
      *          as habilitacoes que vencem nos proximos N dias
      *          (CNHVPARM, padrao 30) a contar da data de negocio, e
      *          em secao propria as ja vencidas - o lote de viagens
      *          rejeita os trechos de CNH vencida, entao o RH precisa
      *          ver a renovacao chegando antes do motorista parar.
      *          RC 4 quando ha CNH vencida ou a vencer no prazo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_CNHVENC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIVER-FILE ASSIGN TO "MOTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOTR-ID
               FILE STATUS IS WS-FS-MOTR.

           SELECT REPORT-FILE ASSIGN TO "CNHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "CNHVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-FILE.
       COPY MOTRMST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-DIAS-AVISO         PIC 9(03).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CNHV.
           05 WS-FS-MOTR               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-MOTR              PIC X(01) VALUE "N".
               88 WS-MOTR-EOF          VALUE "S".
           05 WS-SECAO-ATUAL           PIC X(01) VALUE "V".
               88 WS-SECAO-VENCIDAS    VALUE "V".
               88 WS-SECAO-A-VENCER    VALUE "A".

       01 WS-CAMPOS-CNHV.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-DIAS-AVISO            PIC 9(03) VALUE 30.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-VALIDADE         PIC S9(07) COMP.
           05 WS-DIAS-RESTANTES        PIC S9(07) COMP.
           05 WS-DIAS-RESTANTES-ED     PIC -ZZZZ9.

       01 WS-CONTADORES-CNHV.
           05 WS-CONT-MOTORISTAS       PIC 9(05) VALUE 0.
           05 WS-CONT-VENCIDAS         PIC 9(05) VALUE 0.
           05 WS-CONT-A-VENCER         PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-VALIDADE     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
               WS-DATA-HOJE)

           OPEN INPUT DRIVER-FILE
           IF WS-FS-MOTR NOT EQUAL "00"
               DISPLAY "CADASTRO DE MOTORISTAS INDISPONIVEL - FS "
                   WS-FS-MOTR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "VENCIMENTO DE CNH DOS MOTORISTAS EM "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " - AVISO DE " DELIMITED BY SIZE
                  WS-DIAS-AVISO DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

      * Duas passadas pelo cadastro: primeiro as vencidas, depois as
      * que vencem dentro do aviso.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CNH JA VENCIDA (TRECHOS REJEITADOS NO LOTE)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           SET WS-SECAO-VENCIDAS TO TRUE
           PERFORM P100-VARRE-CADASTRO

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CNH A VENCER NOS PROXIMOS " DELIMITED BY SIZE
                  WS-DIAS-AVISO DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           SET WS-SECAO-A-VENCER TO TRUE
           PERFORM P100-VARRE-CADASTRO

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MOTORISTAS=" DELIMITED BY SIZE
                  WS-CONT-MOTORISTAS DELIMITED BY SIZE
                  " VENCIDAS=" DELIMITED BY SIZE
                  WS-CONT-VENCIDAS DELIMITED BY SIZE
                  " A VENCER=" DELIMITED BY SIZE
                  WS-CONT-A-VENCER DELIMITED BY SIZE
                  " SEM VALIDADE LEGIVEL=" DELIMITED BY SIZE
                  WS-CONT-SEM-VALIDADE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE DRIVER-FILE
           DISPLAY "CNH VENCIDAS=" WS-CONT-VENCIDAS
               " A VENCER EM " WS-DIAS-AVISO " DIAS=" WS-CONT-A-VENCER

           IF WS-CONT-VENCIDAS GREATER 0
               OR WS-CONT-A-VENCER GREATER 0
               OR WS-CONT-SEM-VALIDADE GREATER 0
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
                       IF PARM-DIAS-AVISO IS NUMERIC
                           AND PARM-DIAS-AVISO GREATER 0
                           MOVE PARM-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P100-VARRE-CADASTRO.
           MOVE "N" TO WS-EOF-MOTR
           MOVE LOW-VALUES TO MOTR-ID
           START DRIVER-FILE KEY NOT LESS MOTR-ID
               INVALID KEY
                   SET WS-MOTR-EOF TO TRUE
           END-START
           PERFORM P110-LER-MOTORISTA
           PERFORM UNTIL WS-MOTR-EOF
               PERFORM P120-CONFERE-VALIDADE
               PERFORM P110-LER-MOTORISTA
           END-PERFORM.

       P110-LER-MOTORISTA.
           READ DRIVER-FILE NEXT RECORD
               AT END
                   SET WS-MOTR-EOF TO TRUE
           END-READ.

       P120-CONFERE-VALIDADE.
           IF MOTR-CNH-VALIDADE IS NOT NUMERIC
               OR MOTR-CNH-VALIDADE EQUAL 0
      * Validade ilegivel conta como vencida - e assim que o lote de
      * viagens a trata.
               IF WS-SECAO-VENCIDAS
                   ADD 1 TO WS-CONT-MOTORISTAS
                   ADD 1 TO WS-CONT-SEM-VALIDADE
                   MOVE 0 TO WS-DIAS-RESTANTES
                   PERFORM P130-GRAVA-LINHA
               END-IF
           ELSE
               COMPUTE WS-DIAS-VALIDADE = FUNCTION INTEGER-OF-DATE(
                   MOTR-CNH-VALIDADE)
               COMPUTE WS-DIAS-RESTANTES =
                   WS-DIAS-VALIDADE - WS-DIAS-HOJE
               IF WS-SECAO-VENCIDAS
                   ADD 1 TO WS-CONT-MOTORISTAS
                   IF WS-DIAS-RESTANTES LESS 0
                       ADD 1 TO WS-CONT-VENCIDAS
                       PERFORM P130-GRAVA-LINHA
                   END-IF
               ELSE
                   IF WS-DIAS-RESTANTES NOT LESS 0
                       AND WS-DIAS-RESTANTES NOT GREATER WS-DIAS-AVISO
                       ADD 1 TO WS-CONT-A-VENCER
                       PERFORM P130-GRAVA-LINHA
                   END-IF
               END-IF
           END-IF.

       P130-GRAVA-LINHA.
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-RESTANTES-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  MOTR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTR-NOME DELIMITED BY SIZE
                  " CNH=" DELIMITED BY SIZE
                  MOTR-CNH-NUMERO DELIMITED BY SIZE
                  " CAT=" DELIMITED BY SIZE
                  MOTR-CNH-CATEGORIA DELIMITED BY SIZE
                  " VALIDADE=" DELIMITED BY SIZE
                  MOTR-CNH-VALIDADE DELIMITED BY SIZE
                  " DIAS=" DELIMITED BY SIZE
                  WS-DIAS-RESTANTES-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM FROTA_CNHVENC.
