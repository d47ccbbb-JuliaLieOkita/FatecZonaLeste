      *           file still on disk) now stops the step with RC 8
      *           and an operator instruction instead of running on
      *           with every fleet-history WRITE failing unchecked.
      * Modified: 20/01/2024 (JLOS) - Each trip leg now carries the
      *           id of the driver who drove it, validated leg by leg
      *           against the new driver registry MOTRMST: a leg with
      *           no driver or an unknown one (MOTR), a driver whose
      *           CNH has expired (CNHV) or whose licence category
      *           does not allow the vehicle's class (CNHC) is
      *           rejected to the exception log and left out of the
      *           vehicle totals. The driver with the most KM on the
      *           vehicle that day is stamped on the speeding and
      *           consumption reviews, so the scorecard credits the
      *           person who drove. With no registry present the legs
      *           pass unvalidated, as with VEICMST.
      * Modified: 17/02/2024 (JLOS) - An active vehicle is now also
      *           checked against the vehicle document registry
      *           VDOCMST: a mandatory document (CRLV, insurance,
      *           tachograph calibration, or IPVA when so flagged)
      *           whose validity is before the business date blocks
      *           the vehicle's legs with their own exception code
      *           (VDOC) naming the document type. With no registry
      *           present the vehicle passes unchecked, as with
      *           VEICMST.
      * Modified: 03/08/2024 (JLOS) - The EFICPARM table now comes from
      *           the effective-dated parameter store (PARMVIG): before
      *           opening the file the program calls PARM_VIGENTE, which
      *           rewrites it with the version in force on the business
      *           date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULA04_EX03.
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT DRIVER-FILE ASSIGN TO "MOTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOTR-ID
               FILE STATUS IS WS-FS-MOTR.

           SELECT DOCUMENT-FILE ASSIGN TO "VDOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDOC-CHAVE
               FILE STATUS IS WS-FS-VDOC.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-FILE
           05  TRIP-KM                 PIC S9(07)V9(02).
           05  TRIP-HORA               PIC S9(03)V9(02).
           05  TRIP-LITROS             PIC S9(05)V9(02).
           05  TRIP-MOTORISTA-ID       PIC X(10).

       FD  EXCEPTION-FILE.
       COPY EXCPREVW.
       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  DRIVER-FILE.
       COPY MOTRMST.

       FD  DOCUMENT-FILE.
       COPY VDOCMST.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.
           05 WS-VEICULO-VALIDO        PIC X(01) VALUE "S".
               88 WS-VEICULO-E-VALIDO  VALUE "S".
           05 WS-MOTIVO-VEICULO        PIC X(04) VALUE SPACES.
           05 WS-FS-MOTR               PIC X(02) VALUE SPACES.
           05 WS-CADASTRO-MOTORISTAS   PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-MOTR VALUE "S".
           05 WS-MOTORISTA-VALIDO      PIC X(01) VALUE "S".
               88 WS-MOTORISTA-E-VALIDO VALUE "S".
           05 WS-CATEGORIA-OK          PIC X(01) VALUE "S".
               88 WS-CATEGORIA-HABILITA VALUE "S".
           05 WS-FS-VDOC               PIC X(02) VALUE SPACES.
           05 WS-CADASTRO-DOCUMENTOS   PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VDOC VALUE "S".
           05 WS-EOF-VDOC              PIC X(01) VALUE "N".
               88 WS-VDOC-EOF          VALUE "S".

       01 WS-PARAMETROS-VIAGEM.
           05 WS-LIMITE-VELOCIDADE     PIC S9(03)V9(02) VALUE 100,00.
           05 WS-CONT-VEIC-ERROS       PIC 9(04) VALUE 0.
           05 WS-CONT-TRECHOS-LIDOS    PIC 9(05) VALUE 0.
           05 WS-CONT-TRECHOS-REJ      PIC 9(05) VALUE 0.
           05 WS-CONT-TRECHOS-MOTR     PIC 9(05) VALUE 0.

      * Motorista do veiculo no dia: o do trecho de maior KM aceito.
       01 WS-CONTROLE-MOTORISTA.
           05 WS-CLASSE-VEICULO        PIC X(01) VALUE SPACES.
           05 WS-CNH-LETRA             PIC X(01) VALUE SPACES.
           05 WS-MOTORISTA-PRINCIPAL   PIC X(10) VALUE SPACES.
           05 WS-MAIOR-KM-TRECHO       PIC S9(07)V9(02) VALUE 0.

       01 WS-REVISAO.
           05 WS-PROX-REVW-ID          PIC 9(06) VALUE 0.

           COPY MASCNUM.

       COPY PARMCONS.

       LINKAGE SECTION.
       COPY BATCOMM.

           MOVE 0 TO WS-CONT-VEIC-ERROS
           MOVE 0 TO WS-CONT-TRECHOS-LIDOS
           MOVE 0 TO WS-CONT-TRECHOS-REJ
           MOVE 0 TO WS-CONT-TRECHOS-MOTR
           PERFORM P096-LE-PARM-EFICIENCIA
           PERFORM P095-ABRE-CADASTRO-VEICULOS
           PERFORM P095A-ABRE-CADASTRO-MOTORISTAS
           PERFORM P095B-ABRE-CADASTRO-DOCUMENTOS
           PERFORM P110-LER-TRECHO
           PERFORM UNTIL WS-TRIP-EOF
               IF NOT WS-TEM-VEICULO-ABERTO
           IF WS-TEM-CADASTRO-VEIC
               CLOSE VEHICLE-FILE
           END-IF
           IF WS-TEM-CADASTRO-MOTR
               CLOSE DRIVER-FILE
           END-IF
           IF WS-TEM-CADASTRO-VDOC
               CLOSE DOCUMENT-FILE
           END-IF
           PERFORM P106-RESUMO-FROTA
           PERFORM P108-GRAVA-CONTROLE

           IF WS-CONT-VEIC-ERROS GREATER 0
               OR WS-CONT-TRECHOS-MOTR GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       P096-LE-PARM-EFICIENCIA.
           MOVE "EFICPARM" TO PCON-TABELA
           MOVE WS-DATA-HOJE TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT EFIC-PARM-FILE
           IF WS-FS-EFIC EQUAL "00"
               READ EFIC-PARM-FILE
                   "PADRAO DE " WS-LIMITE-PADRAO " SEM VALIDACAO"
           END-IF.

       P095A-ABRE-CADASTRO-MOTORISTAS.
           MOVE "N" TO WS-CADASTRO-MOTORISTAS
           OPEN INPUT DRIVER-FILE
           IF WS-FS-MOTR EQUAL "00"
               SET WS-TEM-CADASTRO-MOTR TO TRUE
           ELSE
               DISPLAY "CADASTRO DE MOTORISTAS INDISPONIVEL - TRECHOS "
                   "SEGUEM SEM VALIDACAO DE MOTORISTA"
           END-IF.

       P095B-ABRE-CADASTRO-DOCUMENTOS.
           MOVE "N" TO WS-CADASTRO-DOCUMENTOS
           OPEN INPUT DOCUMENT-FILE
           IF WS-FS-VDOC EQUAL "00"
               SET WS-TEM-CADASTRO-VDOC TO TRUE
           ELSE
               DISPLAY "CADASTRO DE DOCUMENTOS INDISPONIVEL - VEICULOS "
                   "SEGUEM SEM VALIDACAO DE DOCUMENTOS"
           END-IF.

       P105-FECHA-VEICULO.
           IF NOT WS-VEICULO-E-VALIDO
               ADD 1 TO WS-CONT-VEIC-ERROS
       P107-VALIDA-VEICULO.
           MOVE "S" TO WS-VEICULO-VALIDO
           MOVE SPACES TO WS-MOTIVO-VEICULO
           MOVE SPACES TO WS-CLASSE-VEICULO
           MOVE SPACES TO WS-MOTORISTA-PRINCIPAL
           MOVE 0 TO WS-MAIOR-KM-TRECHO
           MOVE WS-LIMITE-PADRAO TO WS-LIMITE-VELOCIDADE
           IF WS-TEM-CADASTRO-VEIC
               MOVE WS-VEICULO-ATUAL TO VEIC-ID
                       ELSE
                           MOVE VEIC-LIMITE-VELOCIDADE
                               TO WS-LIMITE-VELOCIDADE
                           MOVE VEIC-CLASSE TO WS-CLASSE-VEICULO
                           IF WS-TEM-CADASTRO-VDOC
                               PERFORM P109-VALIDA-DOCUMENTOS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Os documentos do veiculo ficam juntos na chave (veiculo +
      * tipo); o primeiro obrigatorio vencido ja bloqueia o veiculo.
       P109-VALIDA-DOCUMENTOS.
           MOVE "N" TO WS-EOF-VDOC
           MOVE WS-VEICULO-ATUAL TO VDOC-VEICULO-ID
           MOVE LOW-VALUES TO VDOC-TIPO
           START DOCUMENT-FILE KEY NOT LESS VDOC-CHAVE
               INVALID KEY
                   SET WS-VDOC-EOF TO TRUE
           END-START
           PERFORM P109A-LER-DOCUMENTO
           PERFORM UNTIL WS-VDOC-EOF
                   OR NOT WS-VEICULO-E-VALIDO
               IF VDOC-E-OBRIGATORIO
                   AND VDOC-VALIDADE LESS WS-DATA-HOJE
                   MOVE "N" TO WS-VEICULO-VALIDO
                   MOVE "VDOC" TO WS-MOTIVO-VEICULO
                   DISPLAY "VEICULO COM DOCUMENTO VENCIDO: "
                       WS-VEICULO-ATUAL " " VDOC-TIPO
                       " VALIDADE " VDOC-VALIDADE
                   MOVE "VDOC" TO WS-EXCP-CODIGO
                   MOVE SPACES TO WS-EXCP-DESCRICAO
                   STRING "VEICULO COM DOCUMENTO OBRIGATORIO VENCIDO "
                              DELIMITED BY SIZE
                          VDOC-TIPO DELIMITED BY SIZE
                          INTO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
               ELSE
                   PERFORM P109A-LER-DOCUMENTO
               END-IF
           END-PERFORM.

       P109A-LER-DOCUMENTO.
           READ DOCUMENT-FILE NEXT RECORD
               AT END
                   SET WS-VDOC-EOF TO TRUE
               NOT AT END
                   IF VDOC-VEICULO-ID NOT EQUAL WS-VEICULO-ATUAL
                       SET WS-VDOC-EOF TO TRUE
                   END-IF
           END-READ.

       P106-RESUMO-FROTA.
           IF WS-FROTA-KM GREATER 0 AND WS-FROTA-HORA GREATER 0
               COMPUTE WS-FROTA-VELOCIDADE =
           IF NOT WS-VEICULO-E-VALIDO
               ADD 1 TO WS-CONT-TRECHOS-REJ
               MOVE WS-MOTIVO-VEICULO TO WS-EXCP-CODIGO
               EVALUATE WS-MOTIVO-VEICULO
                   WHEN "VSTA"
                       MOVE "TRECHO REJEITADO - VEICULO NAO ATIVO"
                           TO WS-EXCP-DESCRICAO
                   WHEN "VDOC"
                       MOVE
                         "TRECHO REJEITADO - DOC OBRIGATORIO VENCIDO"
                           TO WS-EXCP-DESCRICAO
                   WHEN OTHER
                       MOVE "TRECHO REJEITADO - VEICULO NAO CADASTRADO"
                           TO WS-EXCP-DESCRICAO
               END-EVALUATE
               PERFORM P091-GRAVA-EXCECAO
           ELSE
               PERFORM P116-VALIDA-MOTORISTA THRU P116-EXIT
               IF NOT WS-MOTORISTA-E-VALIDO
                   ADD 1 TO WS-CONT-TRECHOS-REJ
                   ADD 1 TO WS-CONT-TRECHOS-MOTR
               ELSE
                   IF TRIP-KM GREATER 0 AND TRIP-HORA GREATER 0
                       ADD TRIP-KM   TO WS-TOTAL-KM
                       ADD TRIP-HORA TO WS-TOTAL-HORA
                       IF TRIP-LITROS GREATER 0
                           ADD TRIP-LITROS TO WS-TOTAL-LITROS
                       END-IF
                       IF TRIP-KM GREATER WS-MAIOR-KM-TRECHO
                           MOVE TRIP-KM TO WS-MAIOR-KM-TRECHO
                           MOVE TRIP-MOTORISTA-ID
                               TO WS-MOTORISTA-PRINCIPAL
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONT-TRECHOS-REJ
                       MOVE "VELO" TO WS-EXCP-CODIGO
                       MOVE "TRECHO COM KM OU HORA NAO POSITIVOS NO "
                           & "LOTE" TO WS-EXCP-DESCRICAO
                       PERFORM P091-GRAVA-EXCECAO
                   END-IF
               END-IF
           END-IF.

       P116-VALIDA-MOTORISTA.
           MOVE "S" TO WS-MOTORISTA-VALIDO
           IF NOT WS-TEM-CADASTRO-MOTR
               GO TO P116-EXIT
           END-IF
           IF TRIP-MOTORISTA-ID EQUAL SPACES
               MOVE "N" TO WS-MOTORISTA-VALIDO
               MOVE "MOTR" TO WS-EXCP-CODIGO
               MOVE "TRECHO REJEITADO - MOTORISTA NAO INFORMADO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               GO TO P116-EXIT
           END-IF
           MOVE TRIP-MOTORISTA-ID TO MOTR-ID
           READ DRIVER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MOTORISTA-VALIDO
                   DISPLAY "MOTORISTA NAO CADASTRADO: "
                       TRIP-MOTORISTA-ID " VEICULO " WS-VEICULO-ATUAL
                   MOVE "MOTR" TO WS-EXCP-CODIGO
                   MOVE "TRECHO REJEITADO - MOTORISTA NAO CADASTRADO"
                       TO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
                   GO TO P116-EXIT
           END-READ
           IF MOTR-CNH-VALIDADE IS NOT NUMERIC
               OR MOTR-CNH-VALIDADE LESS WS-DATA-HOJE
               MOVE "N" TO WS-MOTORISTA-VALIDO
               DISPLAY "CNH VENCIDA: MOTORISTA " MOTR-ID
                   " VALIDADE " MOTR-CNH-VALIDADE
               MOVE "CNHV" TO WS-EXCP-CODIGO
               MOVE "TRECHO REJEITADO - CNH DO MOTORISTA VENCIDA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               GO TO P116-EXIT
           END-IF
           PERFORM P117-CONFERE-CATEGORIA
           IF NOT WS-CATEGORIA-HABILITA
               MOVE "N" TO WS-MOTORISTA-VALIDO
               DISPLAY "CATEGORIA " MOTR-CNH-CATEGORIA " DO MOTORISTA "
                   MOTR-ID " NAO HABILITA A CLASSE "
                   WS-CLASSE-VEICULO " DO VEICULO " WS-VEICULO-ATUAL
               MOVE "CNHC" TO WS-EXCP-CODIGO
               MOVE "TRECHO REJEITADO - CNH NAO HABILITA A CLASSE"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF.
       P116-EXIT.
           EXIT.

      * Moto pede A; van pede B ou acima; caminhao pede C ou acima.
      * Na combinada (AB..AE) vale a segunda letra. Classe em branco
      * (sem cadastro de veiculos) nao tem o que conferir.
       P117-CONFERE-CATEGORIA.
           MOVE "S" TO WS-CATEGORIA-OK
           IF MOTR-CNH-CATEGORIA(1:1) EQUAL "A"
               MOVE MOTR-CNH-CATEGORIA(2:1) TO WS-CNH-LETRA
           ELSE
               MOVE MOTR-CNH-CATEGORIA(1:1) TO WS-CNH-LETRA
           END-IF
           EVALUATE WS-CLASSE-VEICULO
               WHEN "M"
                   IF NOT MOTR-HABILITA-MOTO
                       MOVE "N" TO WS-CATEGORIA-OK
                   END-IF
               WHEN "V"
                   IF WS-CNH-LETRA LESS "B"
                       OR WS-CNH-LETRA GREATER "E"
                       MOVE "N" TO WS-CATEGORIA-OK
                   END-IF
               WHEN "C"
                   IF WS-CNH-LETRA LESS "C"
                       OR WS-CNH-LETRA GREATER "E"
                       MOVE "N" TO WS-CATEGORIA-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P200-VIAGEM-INTERATIVA.
           MOVE 0 TO WS-LITROS
           MOVE SPACES TO WS-MOTORISTA-PRINCIPAL
           IF WS-EH-PARM
               MOVE PARM-VEICULO-ID TO WS-VEICULO-ID
               MOVE PARM-KM TO WS-KM
           MOVE SPACES TO REVW-REVISOR
           MOVE SPACES TO REVW-ACAO-TOMADA
           MOVE 0 TO REVW-DATA-FECHAMENTO
           MOVE WS-MOTORISTA-PRINCIPAL TO REVW-MOTORISTA-ID
           WRITE REVISAO-RECORD
               INVALID KEY
                   MOVE "REVW" TO WS-EXCP-CODIGO
