      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 16/03/2024
      * Purpose: Conferencia noturna do KM declarado nas viagens contra
      *          o hodometro informado nos abastecimentos do cartao:
      *          o KM dos trechos do dia (TRIPFILE) soma no acumulado
      *          do veiculo no cadastro de hodometro HODOMST; quando o
      *          extrato do cartao (CARDFILE) traz uma leitura nova de
      *          hodometro, a distancia desde a leitura anterior e
      *          comparada com o KM declarado no mesmo periodo (as
      *          viagens do dia do abastecimento entram no periodo que
      *          ele fecha). Diferenca acima da tolerancia percentual
      *          do HODOPARM (padrao 10%) abre revisao tipo hodometro
      *          na fila EXCPREVW (id da sequencia REVWSEQ, prazo de 7
      *          dias) para o fluxo FROTA_REVISAO, como a conferencia
      *          de combustivel. Leitura menor que a anterior - o
      *          hodometro que volta - e descartada e sai em secao
      *          propria do relatorio HODORPT. RC 4 quando abriu
      *          revisao ou houve hodometro voltando.
      * Tectonics: cobc
      * Modified: 07/09/2024 (JLOS) - A linha do CARDFILE sai do
      *           copybook CARDREC, comum a conferencia de combustivel
      *           e ao custo por KM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_HODOMETRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARD.

           SELECT TRIP-FILE ASSIGN TO "TRIPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIP.

           SELECT ODOMETER-FILE ASSIGN TO "HODOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HODO-VEICULO-ID
               FILE STATUS IS WS-FS-HODO.

           SELECT REVIEW-FILE ASSIGN TO "EXCPREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-FS-REVW.

           SELECT REVW-SEQ-FILE ASSIGN TO "REVWSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RSEQ.

           SELECT REPORT-FILE ASSIGN TO "HODORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "HODOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       COPY CARDREC.

       FD  TRIP-FILE
           RECORDING MODE IS F.
       01  TRIP-RECORD.
           05  TRIP-VEICULO-ID         PIC X(10).
           05  TRIP-KM                 PIC S9(07)V9(02).
           05  TRIP-HORA               PIC S9(03)V9(02).
           05  TRIP-LITROS             PIC S9(05)V9(02).
           05  TRIP-MOTORISTA-ID       PIC X(10).

       FD  ODOMETER-FILE.
       COPY HODOMST.

       FD  REVIEW-FILE.
       COPY EXCPREVW.

       FD  REVW-SEQ-FILE
           RECORDING MODE IS F.
       01  REVW-SEQ-RECORD             PIC 9(06).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-TOLERANCIA-PCT     PIC 9(03)V99.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-HODO.
           05 WS-FS-CARD               PIC X(02) VALUE SPACES.
           05 WS-FS-TRIP               PIC X(02) VALUE SPACES.
           05 WS-FS-HODO               PIC X(02) VALUE SPACES.
           05 WS-FS-REVW               PIC X(02) VALUE SPACES.
           05 WS-FS-RSEQ               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-CARD              PIC X(01) VALUE "N".
               88 WS-CARD-EOF          VALUE "S".
           05 WS-EOF-TRIP              PIC X(01) VALUE "N".
               88 WS-TRIP-EOF          VALUE "S".
           05 WS-VEIC-ACHADO           PIC X(01) VALUE "N".
               88 WS-VEIC-NA-TABELA    VALUE "S".
           05 WS-TEM-EXTRATO           PIC X(01) VALUE "N".
               88 WS-HA-EXTRATO        VALUE "S".

       01 WS-PARAMETROS-HODO.
           05 WS-TOLERANCIA-PCT        PIC 9(03)V99 VALUE 10,00.
           05 WS-DATA-HOJE             PIC 9(08).

      * Um item por veiculo com viagem ou abastecimento no dia, com a
      * posicao do HODOMST lida na inclusao do veiculo na tabela.
       01 WS-TABELA-VEICULOS.
           05 WS-QTD-VEIC              PIC 9(03) COMP VALUE 0.
           05 WS-VEIC-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-VEIC.
               10 WS-VEIC-TAB-ID       PIC X(10).
               10 WS-VEIC-NO-CADASTRO  PIC X(01).
                   88 WS-VEIC-CADASTRADO VALUE "S".
               10 WS-VEIC-LEITURA-ANT  PIC 9(07).
               10 WS-VEIC-DATA-ANT     PIC 9(08).
               10 WS-VEIC-KM-ACUMULADO PIC S9(09)V9(02).
               10 WS-VEIC-KM-DIA       PIC S9(09)V9(02).
               10 WS-VEIC-LEITURA-NOVA PIC 9(07).
               10 WS-VEIC-DATA-NOVA    PIC 9(08).
               10 WS-VEIC-MOTORISTA    PIC X(10).
               10 WS-VEIC-MAIOR-KM     PIC S9(07)V9(02).

       01 WS-CALCULO-HODO.
           05 WS-ID-PROCURADO          PIC X(10).
           05 WS-LEITURA-REFERENCIA    PIC 9(07).
           05 WS-DISTANCIA             PIC S9(09)V9(02).
           05 WS-KM-PERIODO            PIC S9(09)V9(02).
           05 WS-DIVERGENCIA           PIC S9(09)V9(02).
           05 WS-DIVERGENCIA-PCT       PIC S9(03)V9(02).
           05 WS-DIAS-ABERTURA         PIC S9(07) COMP.
           05 WS-DIAS-PRAZO            PIC S9(07) COMP.
           05 WS-PROX-REVW-ID          PIC 9(06) VALUE 0.

       01 WS-CONTADORES-HODO.
           05 WS-CONT-TRECHOS          PIC 9(05) VALUE 0.
           05 WS-CONT-CARTAO           PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-LEITURA      PIC 9(05) VALUE 0.
           05 WS-CONT-REGREDIU         PIC 9(05) VALUE 0.
           05 WS-CONT-CONFERIDOS       PIC 9(05) VALUE 0.
           05 WS-CONT-PRIMEIRA         PIC 9(05) VALUE 0.
           05 WS-CONT-DIVERGENTES      PIC 9(05) VALUE 0.

       01 WS-MASCARAS-HODO.
           05 WS-MASCARA-DISTANCIA     PIC -Z(8)9,99.
           05 WS-MASCARA-DECLARADO     PIC -Z(8)9,99.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-TOLERANCIA

           OPEN I-O ODOMETER-FILE
           IF WS-FS-HODO EQUAL "35"
               OPEN OUTPUT ODOMETER-FILE
               CLOSE ODOMETER-FILE
               OPEN I-O ODOMETER-FILE
           END-IF
           IF WS-FS-HODO NOT EQUAL "00"
               DISPLAY "CADASTRO DE HODOMETRO NAO ABRIU - FS "
                   WS-FS-HODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P020-ABRE-FILA-REVISAO
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CONFERENCIA DE HODOMETRO X KM DECLARADO EM "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " TOLERANCIA=" DELIMITED BY SIZE
                  WS-TOLERANCIA-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P100-CARREGA-VIAGENS THRU P100-FIM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HODOMETRO QUE VOLTOU (LEITURA DESCARTADA)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P200-LE-EXTRATO-CARTAO THRU P200-FIM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DISTANCIA DO HODOMETRO X KM DECLARADO NO PERIODO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P300-CONFERE-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           PERFORM P400-GRAVA-RESUMO

           CLOSE REPORT-FILE
           CLOSE REVIEW-FILE
           PERFORM P030-GRAVA-SEQUENCIA-REVISAO
           CLOSE ODOMETER-FILE

           IF WS-CONT-DIVERGENTES GREATER 0
               OR WS-CONT-REGREDIU GREATER 0
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

       P010-LE-PARM-TOLERANCIA.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TOLERANCIA-PCT IS NUMERIC
                           AND PARM-TOLERANCIA-PCT GREATER 0
                           MOVE PARM-TOLERANCIA-PCT
                               TO WS-TOLERANCIA-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P020-ABRE-FILA-REVISAO.
           OPEN INPUT REVW-SEQ-FILE
           IF WS-FS-RSEQ EQUAL "00"
               READ REVW-SEQ-FILE
                   AT END
                       MOVE 0 TO WS-PROX-REVW-ID
                   NOT AT END
                       MOVE REVW-SEQ-RECORD TO WS-PROX-REVW-ID
               END-READ
               CLOSE REVW-SEQ-FILE
           ELSE
               MOVE 0 TO WS-PROX-REVW-ID
           END-IF

           OPEN I-O REVIEW-FILE
           IF WS-FS-REVW EQUAL "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF
           IF WS-FS-REVW NOT EQUAL "00"
               DISPLAY "FILA DE REVISAO NAO ABRIU EM I-O - FS "
                   WS-FS-REVW
           END-IF.

       P030-GRAVA-SEQUENCIA-REVISAO.
           OPEN OUTPUT REVW-SEQ-FILE
           MOVE WS-PROX-REVW-ID TO REVW-SEQ-RECORD
           WRITE REVW-SEQ-RECORD
           CLOSE REVW-SEQ-FILE.

       P100-CARREGA-VIAGENS.
           MOVE "N" TO WS-EOF-TRIP
           OPEN INPUT TRIP-FILE
           IF WS-FS-TRIP NOT EQUAL "00"
               DISPLAY "ARQUIVO DE VIAGENS AUSENTE - NENHUM KM "
                   "DECLARADO NO DIA"
               GO TO P100-FIM
           END-IF
           PERFORM P110-LER-TRECHO
           PERFORM UNTIL WS-TRIP-EOF
               IF TRIP-KM IS NUMERIC
                   AND TRIP-KM GREATER 0
                   ADD 1 TO WS-CONT-TRECHOS
                   MOVE TRIP-VEICULO-ID TO WS-ID-PROCURADO
                   PERFORM P150-LOCALIZA-VEICULO
                   IF WS-VEIC-NA-TABELA
                       ADD TRIP-KM TO WS-VEIC-KM-DIA(WS-IDX-VEIC)
                       IF TRIP-KM GREATER
                           WS-VEIC-MAIOR-KM(WS-IDX-VEIC)
                           MOVE TRIP-KM
                               TO WS-VEIC-MAIOR-KM(WS-IDX-VEIC)
                           MOVE TRIP-MOTORISTA-ID
                               TO WS-VEIC-MOTORISTA(WS-IDX-VEIC)
                       END-IF
                   END-IF
               END-IF
               PERFORM P110-LER-TRECHO
           END-PERFORM
           CLOSE TRIP-FILE.
       P100-FIM.
           EXIT.

       P110-LER-TRECHO.
           READ TRIP-FILE
               AT END
                   SET WS-TRIP-EOF TO TRUE
           END-READ.

      * Procura o veiculo na tabela do dia e inclui se for novo,
      * trazendo a ultima leitura e o acumulado do HODOMST.
       P150-LOCALIZA-VEICULO.
           MOVE "N" TO WS-VEIC-ACHADO
           PERFORM P155-COMPARA-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
                   OR WS-VEIC-NA-TABELA
           IF WS-VEIC-NA-TABELA
               SET WS-IDX-VEIC DOWN BY 1
           ELSE
               IF WS-QTD-VEIC LESS 200
                   ADD 1 TO WS-QTD-VEIC
                   SET WS-IDX-VEIC TO WS-QTD-VEIC
                   PERFORM P160-INCLUI-VEICULO
                   SET WS-VEIC-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       WS-ID-PROCURADO " FORA DA CONFERENCIA"
               END-IF
           END-IF.

       P155-COMPARA-VEICULO.
           IF WS-VEIC-TAB-ID(WS-IDX-VEIC) EQUAL WS-ID-PROCURADO
               SET WS-VEIC-NA-TABELA TO TRUE
           END-IF.

       P160-INCLUI-VEICULO.
           MOVE WS-ID-PROCURADO TO WS-VEIC-TAB-ID(WS-IDX-VEIC)
           MOVE "N" TO WS-VEIC-NO-CADASTRO(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-LEITURA-ANT(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-DATA-ANT(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-KM-ACUMULADO(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-KM-DIA(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-DATA-NOVA(WS-IDX-VEIC)
           MOVE SPACES TO WS-VEIC-MOTORISTA(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-MAIOR-KM(WS-IDX-VEIC)
           MOVE WS-ID-PROCURADO TO HODO-VEICULO-ID
           READ ODOMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-VEIC-NO-CADASTRO(WS-IDX-VEIC)
                   MOVE HODO-LEITURA
                       TO WS-VEIC-LEITURA-ANT(WS-IDX-VEIC)
                   MOVE HODO-DATA-LEITURA
                       TO WS-VEIC-DATA-ANT(WS-IDX-VEIC)
                   MOVE HODO-KM-DECLARADO
                       TO WS-VEIC-KM-ACUMULADO(WS-IDX-VEIC)
           END-READ.

      * Cada abastecimento com leitura: a leitura tem que ser maior
      * ou igual a ultima conhecida (do cadastro ou de abastecimento
      * anterior no mesmo extrato); a maior do dia fecha o periodo.
       P200-LE-EXTRATO-CARTAO.
           OPEN INPUT CARD-FILE
           IF WS-FS-CARD NOT EQUAL "00"
               DISPLAY "EXTRATO DO CARTAO AUSENTE - KM DECLARADO SO "
                   "ACUMULA"
               GO TO P200-FIM
           END-IF
           SET WS-HA-EXTRATO TO TRUE
           MOVE "N" TO WS-EOF-CARD
           PERFORM P210-LER-CARTAO
           PERFORM UNTIL WS-CARD-EOF
               ADD 1 TO WS-CONT-CARTAO
               IF CARD-HODOMETRO IS NUMERIC
                   AND CARD-HODOMETRO GREATER 0
                   PERFORM P220-APLICA-LEITURA
               ELSE
                   ADD 1 TO WS-CONT-SEM-LEITURA
               END-IF
               PERFORM P210-LER-CARTAO
           END-PERFORM
           CLOSE CARD-FILE.
       P200-FIM.
           EXIT.

       P210-LER-CARTAO.
           READ CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       P220-APLICA-LEITURA.
           MOVE CARD-VEICULO-ID TO WS-ID-PROCURADO
           PERFORM P150-LOCALIZA-VEICULO
           IF WS-VEIC-NA-TABELA
               IF WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC) GREATER 0
                   MOVE WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC)
                       TO WS-LEITURA-REFERENCIA
               ELSE
                   MOVE WS-VEIC-LEITURA-ANT(WS-IDX-VEIC)
                       TO WS-LEITURA-REFERENCIA
               END-IF
               IF CARD-HODOMETRO LESS WS-LEITURA-REFERENCIA
                   ADD 1 TO WS-CONT-REGREDIU
                   MOVE SPACES TO REPORT-LINE
                   STRING "HODOMETRO VOLTOU - VEICULO "
                              DELIMITED BY SIZE
                          CARD-VEICULO-ID DELIMITED BY SIZE
                          " DATA=" DELIMITED BY SIZE
                          CARD-DATA DELIMITED BY SIZE
                          " LEITURA=" DELIMITED BY SIZE
                          CARD-HODOMETRO DELIMITED BY SIZE
                          " ANTERIOR=" DELIMITED BY SIZE
                          WS-LEITURA-REFERENCIA DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE CARD-HODOMETRO
                       TO WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC)
                   MOVE CARD-DATA TO WS-VEIC-DATA-NOVA(WS-IDX-VEIC)
               END-IF
           END-IF.

      * Sem leitura nova o KM do dia so acumula; com leitura nova e
      * leitura anterior, compara e zera o acumulado. A primeira
      * leitura do veiculo so abre o periodo.
       P300-CONFERE-VEICULO.
           COMPUTE WS-KM-PERIODO =
               WS-VEIC-KM-ACUMULADO(WS-IDX-VEIC)
               + WS-VEIC-KM-DIA(WS-IDX-VEIC)
           EVALUATE TRUE
               WHEN WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC) EQUAL 0
                   MOVE WS-KM-PERIODO
                       TO WS-VEIC-KM-ACUMULADO(WS-IDX-VEIC)
               WHEN WS-VEIC-LEITURA-ANT(WS-IDX-VEIC) EQUAL 0
                   ADD 1 TO WS-CONT-PRIMEIRA
                   MOVE SPACES TO REPORT-LINE
                   STRING "PRIMEIRA LEITURA - VEICULO "
                              DELIMITED BY SIZE
                          WS-VEIC-TAB-ID(WS-IDX-VEIC) DELIMITED BY SIZE
                          " HODOMETRO=" DELIMITED BY SIZE
                          WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC)
                              DELIMITED BY SIZE
                          " - PERIODO ABERTO" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM P320-FECHA-PERIODO
               WHEN OTHER
                   PERFORM P310-COMPARA-PERIODO
                   PERFORM P320-FECHA-PERIODO
           END-EVALUATE
           PERFORM P330-GRAVA-CADASTRO.

       P310-COMPARA-PERIODO.
           ADD 1 TO WS-CONT-CONFERIDOS
           COMPUTE WS-DISTANCIA =
               WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC)
               - WS-VEIC-LEITURA-ANT(WS-IDX-VEIC)
           COMPUTE WS-DIVERGENCIA = WS-KM-PERIODO - WS-DISTANCIA
           EVALUATE TRUE
               WHEN WS-DISTANCIA GREATER 0
                   COMPUTE WS-DIVERGENCIA-PCT ROUNDED =
                       FUNCTION ABS(WS-DIVERGENCIA) * 100
                       / WS-DISTANCIA
                       ON SIZE ERROR
                           MOVE 999,99 TO WS-DIVERGENCIA-PCT
                   END-COMPUTE
               WHEN WS-DIVERGENCIA EQUAL 0
                   MOVE 0 TO WS-DIVERGENCIA-PCT
               WHEN OTHER
                   MOVE 999,99 TO WS-DIVERGENCIA-PCT
           END-EVALUATE

           IF WS-DIVERGENCIA-PCT GREATER WS-TOLERANCIA-PCT
               ADD 1 TO WS-CONT-DIVERGENTES
               PERFORM P315-ABRE-REVISAO-HODOMETRO
               MOVE WS-DISTANCIA TO WS-MASCARA-DISTANCIA
               MOVE WS-KM-PERIODO TO WS-MASCARA-DECLARADO
               MOVE SPACES TO REPORT-LINE
               STRING "DIVERGENCIA - VEICULO " DELIMITED BY SIZE
                      WS-VEIC-TAB-ID(WS-IDX-VEIC) DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WS-VEIC-DATA-ANT(WS-IDX-VEIC) DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-VEIC-DATA-NOVA(WS-IDX-VEIC) DELIMITED BY SIZE
                      " HODOMETRO=" DELIMITED BY SIZE
                      WS-MASCARA-DISTANCIA DELIMITED BY SIZE
                      " DECLARADO=" DELIMITED BY SIZE
                      WS-MASCARA-DECLARADO DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-DIVERGENCIA-PCT DELIMITED BY SIZE
                      "%) - REVISAO " DELIMITED BY SIZE
                      WS-PROX-REVW-ID DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P315-ABRE-REVISAO-HODOMETRO.
           ADD 1 TO WS-PROX-REVW-ID
           MOVE WS-PROX-REVW-ID TO REVW-ID
           MOVE WS-VEIC-TAB-ID(WS-IDX-VEIC) TO REVW-VEICULO-ID
           SET REVW-TIPO-HODOMETRO TO TRUE
           MOVE WS-DIVERGENCIA-PCT TO REVW-VALOR-APURADO
           MOVE WS-TOLERANCIA-PCT TO REVW-LIMITE
           MOVE WS-DATA-HOJE TO REVW-DATA-ABERTURA
           COMPUTE WS-DIAS-ABERTURA = FUNCTION INTEGER-OF-DATE(
               WS-DATA-HOJE)
           COMPUTE WS-DIAS-PRAZO = WS-DIAS-ABERTURA + 7
           COMPUTE REVW-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-PRAZO)
           SET REVW-ABERTA TO TRUE
           MOVE SPACES TO REVW-REVISOR
           MOVE SPACES TO REVW-ACAO-TOMADA
           MOVE 0 TO REVW-DATA-FECHAMENTO
           MOVE WS-VEIC-MOTORISTA(WS-IDX-VEIC) TO REVW-MOTORISTA-ID
           WRITE REVISAO-RECORD
               INVALID KEY
                   DISPLAY "ID DE REVISAO DUPLICADO NO EXCPREVW: "
                       REVW-ID
           END-WRITE.

       P320-FECHA-PERIODO.
           MOVE WS-VEIC-LEITURA-NOVA(WS-IDX-VEIC)
               TO WS-VEIC-LEITURA-ANT(WS-IDX-VEIC)
           MOVE WS-VEIC-DATA-NOVA(WS-IDX-VEIC)
               TO WS-VEIC-DATA-ANT(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-KM-ACUMULADO(WS-IDX-VEIC).

       P330-GRAVA-CADASTRO.
           MOVE WS-VEIC-TAB-ID(WS-IDX-VEIC) TO HODO-VEICULO-ID
           MOVE WS-VEIC-LEITURA-ANT(WS-IDX-VEIC) TO HODO-LEITURA
           MOVE WS-VEIC-DATA-ANT(WS-IDX-VEIC) TO HODO-DATA-LEITURA
           MOVE WS-VEIC-KM-ACUMULADO(WS-IDX-VEIC) TO HODO-KM-DECLARADO
           MOVE WS-DATA-HOJE TO HODO-DATA-ATUALIZACAO
           IF WS-VEIC-CADASTRADO(WS-IDX-VEIC)
               REWRITE HODOMETRO-RECORD
           ELSE
               WRITE HODOMETRO-RECORD
           END-IF.

       P400-GRAVA-RESUMO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TRECHOS=" DELIMITED BY SIZE
                  WS-CONT-TRECHOS DELIMITED BY SIZE
                  " LINHAS DE CARTAO=" DELIMITED BY SIZE
                  WS-CONT-CARTAO DELIMITED BY SIZE
                  " SEM LEITURA=" DELIMITED BY SIZE
                  WS-CONT-SEM-LEITURA DELIMITED BY SIZE
                  " CONFERIDOS=" DELIMITED BY SIZE
                  WS-CONT-CONFERIDOS DELIMITED BY SIZE
                  " DIVERGENTES=" DELIMITED BY SIZE
                  WS-CONT-DIVERGENTES DELIMITED BY SIZE
                  " PRIMEIRA LEITURA=" DELIMITED BY SIZE
                  WS-CONT-PRIMEIRA DELIMITED BY SIZE
                  " HODOMETRO VOLTOU=" DELIMITED BY SIZE
                  WS-CONT-REGREDIU DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CONFERENCIA DE HODOMETRO - " WS-CONT-DIVERGENTES
               " DIVERGENTE(S), " WS-CONT-REGREDIU
               " HODOMETRO(S) VOLTANDO".

       END PROGRAM FROTA_HODOMETRO.
