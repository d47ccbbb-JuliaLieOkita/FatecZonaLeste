      *          configuravel de eventos abertos (MOTOPARM: mes
      *          AAAAMM e limite, padrao mes da data de negocio e 3).
      * Tectonics: cobc
      * Modified: 20/01/2024 (JLOS) - O evento agora e creditado ao
      *           motorista que dirigiu: a revisao traz o motorista
      *           do dia (REVW-MOTORISTA-ID, gravado pelo lote de
      *           viagens e pela conferencia de combustivel) e o nome
      *           sai do cadastro de motoristas MOTRMST. Revisao
      *           antiga, sem motorista, segue creditada ao designado
      *           do veiculo no VEICMST; motorista fora do MOTRMST
      *           sai pelo id.
      * Modified: 16/03/2024 (JLOS) - Revisao de hodometro (tipo H,
      *           aberta pela conferencia de KM declarado contra o
      *           hodometro do cartao) conta em coluna propria; antes
      *           todo evento que nao era de velocidade caia em
      *           consumo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_MOTORISTA.
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT DRIVER-FILE ASSIGN TO "MOTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOTR-ID
               FILE STATUS IS WS-FS-MOTR.

           SELECT REPORT-FILE ASSIGN TO "MOTORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.
       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  DRIVER-FILE.
       COPY MOTRMST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).
               88 WS-MOTO-NA-TABELA    VALUE "S".
           05 WS-CADASTRO-VEICULOS     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VEIC VALUE "S".
           05 WS-FS-MOTR               PIC X(02) VALUE SPACES.
           05 WS-CADASTRO-MOTORISTAS   PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-MOTR VALUE "S".

       01 WS-PARAMETROS-MOTO.
           05 WS-DATA-HOJE             PIC 9(08).
               10 WS-MOTO-ABERTOS      PIC 9(05).
               10 WS-MOTO-FECHADOS     PIC 9(05).
               10 WS-MOTO-PIOR-EXCESSO PIC S9(03)V9(02).
               10 WS-MOTO-HODOMETRO    PIC 9(05).

       01 WS-CAMPOS-MOTO.
           05 WS-MOTORISTA-EVENTO      PIC X(30) VALUE SPACES.
               10 WS-TROCA-ABERTOS     PIC 9(05).
               10 WS-TROCA-FECHADOS    PIC 9(05).
               10 WS-TROCA-PIOR        PIC S9(03)V9(02).
               10 WS-TROCA-HODOMETRO   PIC 9(05).

           COPY MASCNUM.
       PROCEDURE DIVISION.
                   "SAIRAO COMO MOTORISTA SEM CADASTRO"
           END-IF

           MOVE "N" TO WS-CADASTRO-MOTORISTAS
           OPEN INPUT DRIVER-FILE
           IF WS-FS-MOTR EQUAL "00"
               SET WS-TEM-CADASTRO-MOTR TO TRUE
           ELSE
               DISPLAY "CADASTRO DE MOTORISTAS INDISPONIVEL - "
                   "MOTORISTA DO EVENTO SAI PELO ID"
           END-IF

           PERFORM P100-VARRE-REVISOES
           CLOSE REVIEW-FILE
           IF WS-TEM-CADASTRO-VEIC
               CLOSE VEHICLE-FILE
           END-IF
           IF WS-TEM-CADASTRO-MOTR
               CLOSE DRIVER-FILE
           END-IF

           PERFORM P200-ORDENA-POR-EVENTOS
           PERFORM P300-GRAVA-RELATORIO

       P120-CREDITA-MOTORISTA.
           MOVE "MOTORISTA SEM CADASTRO" TO WS-MOTORISTA-EVENTO
           IF REVW-MOTORISTA-ID NOT EQUAL SPACES
               PERFORM P121-NOME-MOTORISTA-DIA
           ELSE
               IF WS-TEM-CADASTRO-VEIC
                   MOVE REVW-VEICULO-ID TO VEIC-ID
                   READ VEHICLE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VEIC-MOTORISTA TO WS-MOTORISTA-EVENTO
                   END-READ
               END-IF
           END-IF

           MOVE "N" TO WS-MOTO-ACHADO
                   MOVE 0 TO WS-MOTO-ABERTOS(WS-IDX-MOTO)
                   MOVE 0 TO WS-MOTO-FECHADOS(WS-IDX-MOTO)
                   MOVE 0 TO WS-MOTO-PIOR-EXCESSO(WS-IDX-MOTO)
                   MOVE 0 TO WS-MOTO-HODOMETRO(WS-IDX-MOTO)
               ELSE
                   DISPLAY "TABELA DE MOTORISTAS CHEIA - EVENTO DO "
                       "VEICULO " REVW-VEICULO-ID " FORA DO SCORECARD"
           END-IF

           ADD 1 TO WS-MOTO-EVENTOS(WS-IDX-MOTO)
           EVALUATE TRUE
               WHEN REVW-TIPO-VELOCIDADE
                   ADD 1 TO WS-MOTO-VELOCIDADE(WS-IDX-MOTO)
               WHEN REVW-TIPO-HODOMETRO
                   ADD 1 TO WS-MOTO-HODOMETRO(WS-IDX-MOTO)
               WHEN OTHER
                   ADD 1 TO WS-MOTO-CONSUMO(WS-IDX-MOTO)
           END-EVALUATE
           IF REVW-FECHADA
               ADD 1 TO WS-MOTO-FECHADOS(WS-IDX-MOTO)
           ELSE
       P120-FIM.
           EXIT.

       P121-NOME-MOTORISTA-DIA.
           MOVE SPACES TO WS-MOTORISTA-EVENTO
           STRING "MOTORISTA " DELIMITED BY SIZE
                  REVW-MOTORISTA-ID DELIMITED BY SIZE
                  INTO WS-MOTORISTA-EVENTO
           IF WS-TEM-CADASTRO-MOTR
               MOVE REVW-MOTORISTA-ID TO MOTR-ID
               READ DRIVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MOTR-NOME TO WS-MOTORISTA-EVENTO
               END-READ
           END-IF.

       P125-PROCURA-MOTORISTA.
           IF WS-MOTO-NOME(WS-IDX-MOTO) EQUAL WS-MOTORISTA-EVENTO
               SET WS-MOTO-NA-TABELA TO TRUE
                  WS-MOTO-VELOCIDADE(WS-IDX-MOTO) DELIMITED BY SIZE
                  " CONS=" DELIMITED BY SIZE
                  WS-MOTO-CONSUMO(WS-IDX-MOTO) DELIMITED BY SIZE
                  " HODO=" DELIMITED BY SIZE
                  WS-MOTO-HODOMETRO(WS-IDX-MOTO) DELIMITED BY SIZE
                  " ABERTOS=" DELIMITED BY SIZE
                  WS-MOTO-ABERTOS(WS-IDX-MOTO) DELIMITED BY SIZE
                  " FECHADOS=" DELIMITED BY SIZE
