      *           reject file, with a warning and count on the report
      *           - it merely sits out that night's resubmission
      *           matching.
      * Modified: 14/10/2023 (JLOS) - A sale whose customer is on
      *           CLIEMST without a valid CPF/CNPJ (blank, not
      *           numeric, wrong for the person type or failing the
      *           check digits) is now rejected with its own reason:
      *           every sale becomes receivables, and the credit
      *           bureau refuses an inclusion without the document.
      *           The customer is fixed through CLIE_CARGA and the
      *           sale comes back through the resubmission file.
      * Modified: 06/01/2024 (JLOS) - The sales critique accepts the
      *           new salesperson id appended to the sale record
      *           (34 bytes; an old 28-byte line reads as a sale with
      *           no salesperson, which is still accepted). A "D"
      *           sale whose salesperson is not on the seller master
      *           VNDRMST, is inactive or belongs to another store is
      *           rejected with its own reason. The reject and
      *           resubmission files of sales widen to carry it.
      * Modified: 20/01/2024 (JLOS) - The trip critique accepts the
      *           driver id appended to the trip leg (41 bytes) and,
      *           with the new driver registry MOTRMST present,
      *           rejects a leg with no driver, a driver not on the
      *           registry, a driver whose CNH has expired on the
      *           business date, or one whose licence category does
      *           not allow the class of the leg's vehicle (class
      *           checked only when VEICMST is also present). The
      *           trip reject and resubmission files widen to match.
      * Modified: 27/04/2024 (JLOS) - The equation critique accepts
      *           the new linear system record (degree byte "S",
      *           139 bytes with the counts and equations 2 and 3
      *           appended): equation and unknown counts must be 1
      *           to 3 and every coefficient and right-hand side of
      *           the equations in use numeric; the leading
      *           coefficient check of the single equations does not
      *           apply. The equation clean, reject and resubmission
      *           files and the reject spill file widen to match.
      * Modified: 11/05/2024 (JLOS) - With the new requester master
      *           SOLCMST present, an equation whose requesting team
      *           is not on it, or is inactive, is rejected instead
      *           of being solved and charged to the general pool. A
      *           blank requester is checked as GERL, so it is only
      *           accepted while GERL is registered.
      * Modified: 07/09/2024 (JLOS) - Only a CPF/CNPJ that is filled
      *           in and invalid rejects the sale now. A customer with
      *           a blank document gets a warning line on the edit
      *           report and the sale is accepted; the report closes
      *           the sales critique with the count of such warnings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIT_ENTRADA.
               RECORD KEY IS CLIE-ID
               FILE STATUS IS WS-FS-CLIE.

           SELECT SELLER-FILE ASSIGN TO "VNDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VNDR-ID
               FILE STATUS IS WS-FS-VNDR.

           SELECT VEHICLE-FILE ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT DRIVER-FILE ASSIGN TO "MOTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOTR-ID
               FILE STATUS IS WS-FS-MOTR.

           SELECT EMPLOYEE-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-FUNC.

           SELECT REQUESTER-FILE ASSIGN TO "SOLCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOLC-ID
               FILE STATUS IS WS-FS-SOLC.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-RAW-FILE
               10  TBRU-TRL-QTD        PIC 9(06).
               10  TBRU-TRL-VALOR      PIC 9(13)V99.
               10  FILLER              PIC X(06).
           05  TBRU-VENDEDOR-ID        PIC X(06).

       FD  TRANS-CLEAN-FILE
           RECORDING MODE IS F.
               10  TCLN-TRL-QTD        PIC 9(06).
               10  TCLN-TRL-VALOR      PIC 9(13)V99.
               10  FILLER              PIC X(06).
           05  TCLN-VENDEDOR-ID        PIC X(06).

       FD  TRANS-REJ-FILE
           RECORDING MODE IS F.
       01  TRANS-REJ-RECORD.
           05  TREJ-DATA-PRIMEIRA      PIC 9(08).
           05  TREJ-DADOS              PIC X(34).

       FD  TRANS-RESS-FILE
           RECORDING MODE IS F.
       01  TRANS-RESS-RECORD.
           05  TRSS-DATA-PRIMEIRA      PIC 9(08).
           05  TRSS-DADOS              PIC X(34).

       FD  EQUA-RAW-FILE
           RECORDING MODE IS F.
           05  EBRU-D-X REDEFINES EBRU-D
                                       PIC X(11).
           05  EBRU-SOLICITANTE        PIC X(04).
           05  EBRU-SIS-EQUACOES       PIC 9(01).
           05  EBRU-SIS-INCOGNITAS     PIC 9(01).
           05  EBRU-SIS-LINHA OCCURS 2 TIMES.
               10  EBRU-SIS-A          PIC S9(09)V99.
               10  EBRU-SIS-B          PIC S9(09)V99.
               10  EBRU-SIS-C          PIC S9(09)V99.
               10  EBRU-SIS-D          PIC S9(09)V99.

       FD  EQUA-CLEAN-FILE
           RECORDING MODE IS F.
       01  EQUA-CLEAN-RECORD           PIC X(139).

       FD  EQUA-REJ-FILE
           RECORDING MODE IS F.
       01  EQUA-REJ-RECORD.
           05  EREJ-DATA-PRIMEIRA      PIC 9(08).
           05  EREJ-DADOS              PIC X(139).

       FD  EQUA-RESS-FILE
           RECORDING MODE IS F.
       01  EQUA-RESS-RECORD.
           05  ERSS-DATA-PRIMEIRA      PIC 9(08).
           05  ERSS-DADOS              PIC X(139).

       FD  TRIP-RAW-FILE
           RECORDING MODE IS F.
           05  VBRU-KM                 PIC S9(07)V9(02).
           05  VBRU-HORA               PIC S9(03)V9(02).
           05  VBRU-LITROS             PIC S9(05)V9(02).
           05  VBRU-MOTORISTA-ID       PIC X(10).

       FD  TRIP-CLEAN-FILE
           RECORDING MODE IS F.
       01  TRIP-CLEAN-RECORD           PIC X(41).

       FD  TRIP-REJ-FILE
           RECORDING MODE IS F.
       01  TRIP-REJ-RECORD.
           05  VREJ-DATA-PRIMEIRA      PIC 9(08).
           05  VREJ-DADOS              PIC X(41).

       FD  TRIP-RESS-FILE
           RECORDING MODE IS F.
       01  TRIP-RESS-RECORD.
           05  VRSS-DATA-PRIMEIRA      PIC 9(08).
           05  VRSS-DADOS              PIC X(41).

       FD  ROST-RAW-FILE
           RECORDING MODE IS F.

       FD  REJ-SPILL-FILE
           RECORDING MODE IS F.
       01  REJ-SPILL-RECORD            PIC X(147).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       FD  CUSTOMER-FILE.
       COPY CLIEMST.

       FD  SELLER-FILE.
       COPY VNDRMST.

       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  DRIVER-FILE.
       COPY MOTRMST.

       FD  EMPLOYEE-FILE.
       COPY FUNCMST.

       FD  REQUESTER-FILE.
       COPY SOLCMST.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ARQUIVOS.
           05 WS-FS-TBRU               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
           05 WS-FS-VNDR               PIC X(02) VALUE SPACES.
           05 WS-FS-VEIC               PIC X(02) VALUE SPACES.
           05 WS-FS-FUNC               PIC X(02) VALUE SPACES.
           05 WS-FS-MOTR               PIC X(02) VALUE SPACES.
           05 WS-FS-SOLC               PIC X(02) VALUE SPACES.
           05 WS-FS-TRSS               PIC X(02) VALUE SPACES.
           05 WS-FS-ERSS               PIC X(02) VALUE SPACES.
           05 WS-FS-VRSS               PIC X(02) VALUE SPACES.
               88 WS-REGISTRO-E-OK     VALUE "S".
           05 WS-CADASTRO-CLIENTES     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-CLIE VALUE "S".
           05 WS-CADASTRO-VENDEDORES   PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VNDR VALUE "S".
           05 WS-CADASTRO-VEICULOS     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VEIC VALUE "S".
           05 WS-CADASTRO-FUNC         PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-FUNC VALUE "S".
           05 WS-CADASTRO-MOTORISTAS   PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-MOTR VALUE "S".
           05 WS-CADASTRO-SOLICITANTES PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-SOLC VALUE "S".
           05 WS-CATEGORIA-OK          PIC X(01) VALUE "S".
               88 WS-CATEGORIA-HABILITA VALUE "S".

       01 WS-CAMPOS-EDIT.
           05 WS-ARQUIVO-ATUAL         PIC X(08).
           05 WS-NUM-LINHA             PIC 9(07) VALUE 0.
           05 WS-MOTIVO                PIC X(50) VALUE SPACES.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-CLASSE-VEICULO        PIC X(01) VALUE SPACES.
           05 WS-CNH-LETRA             PIC X(01) VALUE SPACES.
           05 WS-SITUACAO-DOC          PIC X(01) VALUE SPACE.
               88 WS-DOC-VALIDO        VALUE "V".
               88 WS-DOC-AUSENTE       VALUE "B".
               88 WS-DOC-INVALIDO      VALUE "I".

      * Digitos verificadores do CPF/CNPJ: modulo 11 sobre a base, o
      * segundo digito incluindo o primeiro. CPF com pesos 10 (11) a
      * 2 nas posicoes 4 a 12 (13); CNPJ com pesos 2 a 9 repetidos da
      * direita para a esquerda nas posicoes 1 a 12 (13).
       01 WS-CALCULO-DOCUMENTO.
           05 WS-DOC-INICIO            PIC 9(02) COMP.
           05 WS-DOC-FIM               PIC 9(02) COMP.
           05 WS-DOC-IDX               PIC 9(02) COMP.
           05 WS-DOC-DISTANCIA         PIC 9(02) COMP.
           05 WS-DOC-PESO              PIC 9(02) COMP.
           05 WS-DOC-SOMA              PIC 9(05) COMP.
           05 WS-DOC-QUOCIENTE         PIC 9(05) COMP.
           05 WS-DOC-RESTO             PIC 9(02) COMP.
           05 WS-DOC-DV                PIC 9(01).
           05 WS-DOC-CARACTER          PIC X(01).
           05 WS-DOC-REPETIDOS         PIC 9(02) COMP.

       01 WS-CONTADORES-EDIT.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-LIMPOS           PIC 9(07) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJEITADOS      PIC 9(07) VALUE 0.
           05 WS-CONT-SEM-DOCUMENTO    PIC 9(07) VALUE 0.

       01 WS-TRAILER-LIMPO.
           05 WS-TRL-QTD-LIMPA         PIC 9(06) VALUE 0.
           05 WS-SPIL-USO              PIC X(01) VALUE "N".
               88 WS-SPIL-EM-USO       VALUE "S".
           05 WS-CONT-TRANSBORDO       PIC 9(05) VALUE 0.
           05 WS-REJ-TRANSBORDO        PIC X(147) VALUE SPACES.

      * Resubmissoes de venda seguradas ate o cabecalho do lote sair
      * no arquivo limpo - a liquidacao abenda um lote que nao abre
           05 WS-RESS-T-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-ST.
               10 WS-RESS-T-DATA       PIC 9(08).
               10 WS-RESS-T-DADOS      PIC X(34).

       01 WS-REJ-ANT-TRAN.
           05 WS-QTD-RANT-T            PIC 9(03) COMP VALUE 0.
           05 WS-RANT-T-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-RT.
               10 WS-RANT-T-DATA       PIC 9(08).
               10 WS-RANT-T-DADOS      PIC X(34).
               10 WS-RANT-T-STATUS     PIC X(01).

       01 WS-REJ-ANT-EQUA.
           05 WS-RANT-E-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-RE.
               10 WS-RANT-E-DATA       PIC 9(08).
               10 WS-RANT-E-DADOS      PIC X(139).
               10 WS-RANT-E-STATUS     PIC X(01).

       01 WS-REJ-ANT-TRIP.
           05 WS-RANT-V-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-RV.
               10 WS-RANT-V-DATA       PIC 9(08).
               10 WS-RANT-V-DADOS      PIC X(41).
               10 WS-RANT-V-STATUS     PIC X(01).

       01 WS-REJ-ANT-ROST.
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - CRITICA "
                   "SEGUE SEM VALIDACAO DE CLIENTE"
           END-IF
           MOVE "N" TO WS-CADASTRO-VENDEDORES
           OPEN INPUT SELLER-FILE
           IF WS-FS-VNDR EQUAL "00"
               SET WS-TEM-CADASTRO-VNDR TO TRUE
           ELSE
               DISPLAY "CADASTRO DE VENDEDORES INDISPONIVEL - CRITICA "
                   "SEGUE SEM VALIDACAO DE VENDEDOR"
           END-IF
           MOVE "N" TO WS-CADASTRO-VEICULOS
           OPEN INPUT VEHICLE-FILE
           IF WS-FS-VEIC EQUAL "00"
               DISPLAY "CADASTRO DE VEICULOS INDISPONIVEL - CRITICA "
                   "SEGUE SEM VALIDACAO DE VEICULO"
           END-IF
           MOVE "N" TO WS-CADASTRO-MOTORISTAS
           OPEN INPUT DRIVER-FILE
           IF WS-FS-MOTR EQUAL "00"
               SET WS-TEM-CADASTRO-MOTR TO TRUE
           ELSE
               DISPLAY "CADASTRO DE MOTORISTAS INDISPONIVEL - CRITICA "
                   "SEGUE SEM VALIDACAO DE MOTORISTA"
           END-IF
           MOVE "N" TO WS-CADASTRO-FUNC
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-FUNC EQUAL "00"
           ELSE
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL - "
                   "CRITICA SEGUE SEM VALIDACAO DE FUNCIONARIO"
           END-IF
           MOVE "N" TO WS-CADASTRO-SOLICITANTES
           OPEN INPUT REQUESTER-FILE
           IF WS-FS-SOLC EQUAL "00"
               SET WS-TEM-CADASTRO-SOLC TO TRUE
           ELSE
               DISPLAY "CADASTRO DE SOLICITANTES INDISPONIVEL - "
                   "CRITICA SEGUE SEM VALIDACAO DE SOLICITANTE"
           END-IF.

       P007-FECHA-CADASTROS.
           IF WS-TEM-CADASTRO-CLIE
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-TEM-CADASTRO-VNDR
               CLOSE SELLER-FILE
           END-IF
           IF WS-TEM-CADASTRO-VEIC
               CLOSE VEHICLE-FILE
           END-IF
           IF WS-TEM-CADASTRO-MOTR
               CLOSE DRIVER-FILE
           END-IF
           IF WS-TEM-CADASTRO-FUNC
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-TEM-CADASTRO-SOLC
               CLOSE REQUESTER-FILE
           END-IF.

       P010-GRAVA-LINHA-REJEICAO.
      ******** VENDAS (TRANBRUT -> TRANFILE) ********
       P100-CRITICA-TRANSACOES.
           MOVE "TRAN" TO WS-ARQUIVO-ATUAL
           MOVE 0 TO WS-CONT-SEM-DOCUMENTO
           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-LIMPOS
           MOVE 0 TO WS-CONT-REJEITADOS
           PERFORM P153-REGRAVA-REJ-ANT-TRAN
           CLOSE TRANS-CLEAN-FILE
           CLOSE TRANS-REJ-FILE
           IF WS-CONT-SEM-DOCUMENTO GREATER 0
               MOVE SPACES TO REPORT-LINE
               STRING "TRAN: " DELIMITED BY SIZE
                      WS-CONT-SEM-DOCUMENTO DELIMITED BY SIZE
                      " VENDA(S) ACEITA(S) COM CLIENTE SEM CPF/CNPJ"
                          DELIMITED BY SIZE
                      " NO CADASTRO" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM P030-RESUMO-ARQUIVO.
       P100-FIM.
           EXIT.

       P120-CRITICA-UMA-TRANSACAO.
           MOVE "S" TO WS-REGISTRO-OK
           MOVE SPACE TO WS-SITUACAO-DOC
           EVALUATE TRUE
               WHEN TBRU-REG-CABECALHO
                   CONTINUE
                               MOVE "CLIENTE FORA DO CADASTRO"
                                   TO WS-MOTIVO
                               MOVE "N" TO WS-REGISTRO-OK
                           NOT INVALID KEY
                               PERFORM P130-CONFERE-DOCUMENTO
                               IF WS-DOC-INVALIDO
                                   MOVE "CLIENTE COM CPF/CNPJ INVALIDO"
                                       & " NO CADASTRO" TO WS-MOTIVO
                                   MOVE "N" TO WS-REGISTRO-OK
                               END-IF
                       END-READ
                   END-IF
                   IF WS-REGISTRO-E-OK AND WS-TEM-CADASTRO-VNDR
                       AND TBRU-VENDEDOR-ID NOT EQUAL SPACES
                       MOVE TBRU-VENDEDOR-ID TO VNDR-ID
                       READ SELLER-FILE
                           INVALID KEY
                               MOVE "VENDEDOR FORA DO CADASTRO"
                                   TO WS-MOTIVO
                               MOVE "N" TO WS-REGISTRO-OK
                           NOT INVALID KEY
                               IF NOT VNDR-ESTA-ATIVO
                                   MOVE "VENDEDOR INATIVO" TO WS-MOTIVO
                                   MOVE "N" TO WS-REGISTRO-OK
                               ELSE
                                   IF VNDR-LOJA-ID NOT EQUAL
                                           TBRU-LOJA-ID
                                       MOVE "VENDEDOR DE OUTRA LOJA"
                                           TO WS-MOTIVO
                                       MOVE "N" TO WS-REGISTRO-OK
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
               WHEN TBRU-REG-ESTORNO
               IF TBRU-REG-ESTORNO
                   ADD 1 TO WS-TRL-QTD-LIMPA
               END-IF
      * Documento em branco nao barra a venda: fica o aviso para o
      * cadastro ser completado pelo CLIE_CARGA.
               IF TBRU-REG-DETALHE AND WS-DOC-AUSENTE
                   ADD 1 TO WS-CONT-SEM-DOCUMENTO
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-ARQUIVO-ATUAL DELIMITED BY SIZE
                          " LINHA " DELIMITED BY SIZE
                          WS-NUM-LINHA DELIMITED BY SIZE
                          " ACEITA COM AVISO - CLIENTE "
                              DELIMITED BY SIZE
                          TBRU-CLIENTE-ID DELIMITED BY SIZE
                          " SEM CPF/CNPJ NO CADASTRO" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-CONT-LIMPOS
               MOVE TRANS-RAW-RECORD TO TRANS-CLEAN-RECORD
               WRITE TRANS-CLEAN-RECORD
               PERFORM P010-GRAVA-LINHA-REJEICAO
           END-IF.

       P130-CONFERE-DOCUMENTO.
           SET WS-DOC-VALIDO TO TRUE
           IF CLIE-DOCUMENTO EQUAL SPACES
               SET WS-DOC-AUSENTE TO TRUE
           ELSE
               IF CLIE-DOCUMENTO IS NOT NUMERIC
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               EVALUATE TRUE
                   WHEN CLIE-PESSOA-FISICA
                       AND CLIE-DOCUMENTO(1:3) EQUAL "000"
                       MOVE 4 TO WS-DOC-INICIO
                   WHEN CLIE-PESSOA-JURIDICA
                       MOVE 1 TO WS-DOC-INICIO
                   WHEN OTHER
                       SET WS-DOC-INVALIDO TO TRUE
               END-EVALUATE
           END-IF
           IF WS-DOC-VALIDO
               MOVE CLIE-DOCUMENTO(WS-DOC-INICIO:1) TO WS-DOC-CARACTER
               MOVE 0 TO WS-DOC-REPETIDOS
               INSPECT CLIE-DOCUMENTO TALLYING WS-DOC-REPETIDOS
                   FOR ALL WS-DOC-CARACTER
               IF WS-DOC-REPETIDOS NOT LESS 15 - WS-DOC-INICIO
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               MOVE 12 TO WS-DOC-FIM
               PERFORM P131-CALCULA-DV
               IF WS-DOC-DV NOT EQUAL CLIE-DOC-DIGITO(13)
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               MOVE 13 TO WS-DOC-FIM
               PERFORM P131-CALCULA-DV
               IF WS-DOC-DV NOT EQUAL CLIE-DOC-DIGITO(14)
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

       P131-CALCULA-DV.
           MOVE 0 TO WS-DOC-SOMA
           PERFORM P132-SOMA-DIGITO
               VARYING WS-DOC-IDX FROM WS-DOC-INICIO BY 1
               UNTIL WS-DOC-IDX GREATER WS-DOC-FIM
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO LESS 2
               MOVE 0 TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF.

       P132-SOMA-DIGITO.
           COMPUTE WS-DOC-DISTANCIA = WS-DOC-FIM - WS-DOC-IDX
           IF CLIE-PESSOA-FISICA
               COMPUTE WS-DOC-PESO = WS-DOC-DISTANCIA + 2
           ELSE
               DIVIDE WS-DOC-DISTANCIA BY 8 GIVING WS-DOC-QUOCIENTE
                   REMAINDER WS-DOC-PESO
               ADD 2 TO WS-DOC-PESO
           END-IF
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
               + CLIE-DOC-DIGITO(WS-DOC-IDX) * WS-DOC-PESO.

      ******** EQUACOES (EQUABRUT -> EQUAFILE) ********
       P200-CRITICA-EQUACOES.
           MOVE "EQUA" TO WS-ARQUIVO-ATUAL
      * campos novos.
           MOVE "S" TO WS-REGISTRO-OK
           EVALUATE TRUE
               WHEN EBRU-GRAU EQUAL "S"
                   PERFORM P221-CRITICA-SISTEMA
               WHEN EBRU-GRAU NOT EQUAL SPACE
                   AND (EBRU-GRAU LESS "1" OR EBRU-GRAU GREATER "3")
                   MOVE "GRAU DE EQUACAO INVALIDO" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * Solicitante em branco e resolvido como GERL; so passa se a
      * conta geral estiver no cadastro.
           IF WS-REGISTRO-E-OK AND WS-TEM-CADASTRO-SOLC
               IF EBRU-SOLICITANTE EQUAL SPACES
                   MOVE "GERL" TO SOLC-ID
               ELSE
                   MOVE EBRU-SOLICITANTE TO SOLC-ID
               END-IF
               READ REQUESTER-FILE
                   INVALID KEY
                       MOVE "SOLICITANTE FORA DO CADASTRO" TO WS-MOTIVO
                       MOVE "N" TO WS-REGISTRO-OK
                   NOT INVALID KEY
                       IF NOT SOLC-ESTA-ATIVO
                           MOVE "SOLICITANTE INATIVO" TO WS-MOTIVO
                           MOVE "N" TO WS-REGISTRO-OK
                       END-IF
               END-READ
           END-IF
           IF WS-REGISTRO-E-OK
               ADD 1 TO WS-CONT-LIMPOS
               MOVE EQUA-RAW-RECORD TO EQUA-CLEAN-RECORD
               PERFORM P010-GRAVA-LINHA-REJEICAO
           END-IF.

       P221-CRITICA-SISTEMA.
      * Sistema linear: a equacao 1 vem em A/B/C/D e as equacoes 2 e
      * 3 no final do registro; o que estiver alem da quantidade de
      * equacoes nao e criticado.
           EVALUATE TRUE
               WHEN EBRU-SIS-EQUACOES IS NOT NUMERIC
                   OR EBRU-SIS-INCOGNITAS IS NOT NUMERIC
                   OR EBRU-SIS-EQUACOES LESS 1
                   OR EBRU-SIS-EQUACOES GREATER 3
                   OR EBRU-SIS-INCOGNITAS LESS 1
                   OR EBRU-SIS-INCOGNITAS GREATER 3
                   MOVE "QTD DE EQUACOES/INCOGNITAS DO SISTEMA INVALIDA"
                       TO WS-MOTIVO
                   MOVE "N" TO WS-REGISTRO-OK
               WHEN EBRU-A IS NOT NUMERIC
                   OR EBRU-B IS NOT NUMERIC
                   OR EBRU-C IS NOT NUMERIC
                   OR EBRU-D IS NOT NUMERIC
                   MOVE "COEFICIENTE NAO NUMERICO" TO WS-MOTIVO
                   MOVE "N" TO WS-REGISTRO-OK
               WHEN EBRU-SIS-EQUACOES GREATER 1
                   AND (EBRU-SIS-A(1) IS NOT NUMERIC
                       OR EBRU-SIS-B(1) IS NOT NUMERIC
                       OR EBRU-SIS-C(1) IS NOT NUMERIC
                       OR EBRU-SIS-D(1) IS NOT NUMERIC)
                   MOVE "COEFICIENTE NAO NUMERICO" TO WS-MOTIVO
                   MOVE "N" TO WS-REGISTRO-OK
               WHEN EBRU-SIS-EQUACOES GREATER 2
                   AND (EBRU-SIS-A(2) IS NOT NUMERIC
                       OR EBRU-SIS-B(2) IS NOT NUMERIC
                       OR EBRU-SIS-C(2) IS NOT NUMERIC
                       OR EBRU-SIS-D(2) IS NOT NUMERIC)
                   MOVE "COEFICIENTE NAO NUMERICO" TO WS-MOTIVO
                   MOVE "N" TO WS-REGISTRO-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P250-CARREGA-REJ-ANT-EQUA.
           MOVE 0 TO WS-QTD-RANT-E
           MOVE "N" TO WS-SPIL-USO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-CLASSE-VEICULO
           IF WS-REGISTRO-E-OK AND WS-TEM-CADASTRO-VEIC
               MOVE VBRU-VEICULO-ID TO VEIC-ID
               READ VEHICLE-FILE
                       MOVE "VEICULO FORA DO CADASTRO"
                           TO WS-MOTIVO
                       MOVE "N" TO WS-REGISTRO-OK
                   NOT INVALID KEY
                       MOVE VEIC-CLASSE TO WS-CLASSE-VEICULO
               END-READ
           END-IF
           IF WS-REGISTRO-E-OK AND WS-TEM-CADASTRO-MOTR
               PERFORM P330-CRITICA-MOTORISTA
           END-IF
           IF WS-REGISTRO-E-OK
               ADD 1 TO WS-CONT-LIMPOS
               MOVE TRIP-RAW-RECORD TO TRIP-CLEAN-RECORD
               PERFORM P010-GRAVA-LINHA-REJEICAO
           END-IF.

       P330-CRITICA-MOTORISTA.
           IF VBRU-MOTORISTA-ID EQUAL SPACES
               MOVE "MOTORISTA EM BRANCO" TO WS-MOTIVO
               MOVE "N" TO WS-REGISTRO-OK
           ELSE
               MOVE VBRU-MOTORISTA-ID TO MOTR-ID
               READ DRIVER-FILE
                   INVALID KEY
                       MOVE "MOTORISTA FORA DO CADASTRO" TO WS-MOTIVO
                       MOVE "N" TO WS-REGISTRO-OK
                   NOT INVALID KEY
                       IF MOTR-CNH-VALIDADE IS NOT NUMERIC
                           OR MOTR-CNH-VALIDADE LESS WS-DATA-HOJE
                           MOVE "CNH DO MOTORISTA VENCIDA"
                               TO WS-MOTIVO
                           MOVE "N" TO WS-REGISTRO-OK
                       ELSE
                           PERFORM P331-CONFERE-CATEGORIA
                           IF NOT WS-CATEGORIA-HABILITA
                               MOVE "CATEGORIA DA CNH NAO HABILITA A "
                                   & "CLASSE DO VEICULO" TO WS-MOTIVO
                               MOVE "N" TO WS-REGISTRO-OK
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Moto pede A; van pede B ou acima; caminhao pede C ou acima.
      * Na combinada (AB..AE) vale a segunda letra. Classe em branco
      * (sem cadastro de veiculos) nao tem o que conferir.
       P331-CONFERE-CATEGORIA.
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

       P350-CARREGA-REJ-ANT-TRIP.
           MOVE 0 TO WS-QTD-RANT-V
           MOVE "N" TO WS-SPIL-USO
