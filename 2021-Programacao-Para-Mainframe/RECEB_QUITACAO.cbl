      *          de somar valores de face no telefone e de cobrar do
      *          cliente juros que ainda nao correram.
      * Tectonics: cobc
      * Modified: 03/08/2024 (JLOS) - A tabela RATEFILE agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_QUITACAO.
           05 WS-CONT-ABERTAS          PIC 9(03) VALUE 0.

           COPY MASCNUM.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
       P020-CARREGA-TABELA-JUROS.
           MOVE 0 TO WS-QTD-TAXAS
           MOVE "N" TO WS-EOF-RATE
           MOVE "RATEFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE EQUAL "00"
               PERFORM P021-LER-TAXA
