      * Modified: 18/03/2023 (JLOS) - FLEETMST agora e lido como o
      *           master indexado por veiculo + data criado pelo
      *           FLEET_CONV, varrido pela chave primaria.
      * Modified: 03/02/2024 (JLOS) - O item aberto nasce como servico
      *           preventivo com custo zero; o custo e o tipo reais
      *           vem na baixa da oficina (FROTA_OFICINA).
      * Modified: 03/08/2024 (JLOS) - A tabela MNTPARM agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_MANUT.
           05 WS-CONT-ABERTOS          PIC 9(04) VALUE 0.
           05 WS-CONT-JA-ABERTOS       PIC 9(04) VALUE 0.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
       P010-CARREGA-INTERVALOS.
           MOVE 0 TO WS-QTD-CLASSES
           MOVE "N" TO WS-EOF-PARM
           MOVE "MNTPARM" TO PCON-TABELA
           MOVE WS-DATA-HOJE TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               PERFORM P011-LER-INTERVALO
           SET MNTW-ABERTA TO TRUE
           MOVE 0 TO MNTW-DATA-SERVICO
           MOVE SPACES TO MNTW-OFICINA
           MOVE 0 TO MNTW-CUSTO-SERVICO
           SET MNTW-PREVENTIVA TO TRUE
           WRITE MANUTENCAO-RECORD
               INVALID KEY
                   DISPLAY "ID DE ITEM DUPLICADO NA LISTA: " MNTW-ID
