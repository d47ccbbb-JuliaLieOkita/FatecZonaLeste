      *          da fraude - sai em secao propria do relatorio
      *          CARDRPT.
      * Tectonics: cobc
      * Modified: 20/01/2024 (JLOS) - O trecho de viagem passa a trazer
      *           o motorista (MOTRMST) ao final do registro; a
      *           revisao de consumo aberta por divergencia leva o
      *           motorista do trecho com mais litros do veiculo no
      *           dia, para o scorecard creditar quem dirigiu. Veiculo
      *           sem viagem fica sem motorista na revisao.
      * Modified: 16/03/2024 (JLOS) - A linha do cartao passa a trazer
      *           a leitura do hodometro no abastecimento ao final do
      *           registro, usada pela conferencia de KM declarado
      *           (FROTA_HODOMETRO); aqui o campo so acompanha o
      *           layout.
      * Modified: 03/08/2024 (JLOS) - A tabela COMBPARM agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      * Modified: 07/09/2024 (JLOS) - A linha do CARDFILE sai do
      *           copybook CARDREC, comum a conferencia de hodometro e
      *           ao custo por KM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_COMBUST.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       COPY CARDREC.

       FD  TRIP-FILE
           RECORDING MODE IS F.
           05  TRIP-KM                 PIC S9(07)V9(02).
           05  TRIP-HORA               PIC S9(03)V9(02).
           05  TRIP-LITROS             PIC S9(05)V9(02).
           05  TRIP-MOTORISTA-ID       PIC X(10).

       FD  REVIEW-FILE.
       COPY EXCPREVW.
               10 WS-VEIC-TAB-ID       PIC X(10).
               10 WS-VEIC-TRIP-LITROS  PIC S9(07)V9(02).
               10 WS-VEIC-CARD-LITROS  PIC S9(07)V9(02).
               10 WS-VEIC-MOTORISTA    PIC X(10).
               10 WS-VEIC-MAIOR-LITROS PIC S9(05)V9(02).

       01 WS-CALCULO-COMB.
           05 WS-DIVERGENCIA           PIC S9(07)V9(02).
           05 WS-CONT-CONFERIDOS       PIC 9(05) VALUE 0.

           COPY MASCNUM.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           END-IF.

       P010-LE-PARM-TOLERANCIA.
           MOVE "COMBPARM" TO PCON-TABELA
           MOVE WS-DATA-HOJE TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
           IF WS-VEIC-NA-TABELA
               ADD TRIP-LITROS
                   TO WS-VEIC-TRIP-LITROS(WS-IDX-VEIC)
               IF TRIP-LITROS GREATER
                   WS-VEIC-MAIOR-LITROS(WS-IDX-VEIC)
                   MOVE TRIP-LITROS
                       TO WS-VEIC-MAIOR-LITROS(WS-IDX-VEIC)
                   MOVE TRIP-MOTORISTA-ID
                       TO WS-VEIC-MOTORISTA(WS-IDX-VEIC)
               END-IF
           ELSE
               IF WS-QTD-VEIC LESS 200
                   ADD 1 TO WS-QTD-VEIC
                   MOVE TRIP-LITROS
                       TO WS-VEIC-TRIP-LITROS(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-CARD-LITROS(WS-IDX-VEIC)
                   MOVE TRIP-LITROS
                       TO WS-VEIC-MAIOR-LITROS(WS-IDX-VEIC)
                   MOVE TRIP-MOTORISTA-ID
                       TO WS-VEIC-MOTORISTA(WS-IDX-VEIC)
               ELSE
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       TRIP-VEICULO-ID " FORA DA CONFERENCIA"
           MOVE SPACES TO REVW-REVISOR
           MOVE SPACES TO REVW-ACAO-TOMADA
           MOVE 0 TO REVW-DATA-FECHAMENTO
           MOVE WS-VEIC-MOTORISTA(WS-IDX-VEIC) TO REVW-MOTORISTA-ID
           WRITE REVISAO-RECORD
               INVALID KEY
                   DISPLAY "ID DE REVISAO DUPLICADO NO EXCPREVW: "
