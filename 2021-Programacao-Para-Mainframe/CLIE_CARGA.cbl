      *           em mais que o percentual configurado em CARGPARM
      *           (padrao 20%) - um arquivo truncado ja esvaziou o
      *           CLIEMST no meio da semana.
      * Modified: 14/10/2023 (JLOS) - O registro do cliente cresceu
      *           com o tipo de pessoa, o CPF/CNPJ e o endereco de
      *           correspondencia (copy CLIEMST), exigidos pelo bureau
      *           de credito. Carga completa e delta conferem os
      *           digitos verificadores do documento informado e,
      *           com documento, o endereco completo (logradouro,
      *           cidade, UF e CEP numerico); o registro recusado nao
      *           entra no cadastro e sai no relatorio CLIEMRPT com o
      *           motivo, contado como rejeitado no CTRLFILE. Cliente
      *           sem documento ainda entra, mas e listado no
      *           relatorio como pendente - a venda dele passa a ser
      *           recusada pela critica de entrada.
      * Modified: 20/07/2024 (JLOS) - Toda inclusao, alteracao ou
      *           exclusao aplicada (carga completa ou delta) grava a
      *           trilha MUDALOG (copy MUDALOG) com as imagens antes e
      *           depois do registro, a data de negocio e quem
      *           submeteu: o id no final do movimento CLIEDELT ou, sem
      *           ele, o informado no CARGPARM apos o percentual. A
      *           regravacao da carga completa que nao muda nada nao
      *           entra na trilha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIE_CARGA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           RECORDING MODE IS F.
       01  LOAD-RECORD                 PIC X(141).

       FD  MASTER-FILE.
       COPY CLIEMST.
               88  DELT-INCLUIR        VALUE "I".
               88  DELT-ALTERAR        VALUE "C".
               88  DELT-EXCLUIR        VALUE "D".
           05  DELT-DADOS              PIC X(141).
           05  DELT-CHAVE REDEFINES DELT-DADOS.
               10  DELT-ID             PIC X(10).
               10  FILLER              PIC X(131).
           05  DELT-SUBMISSOR          PIC X(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-PCT-ENCOLHE        PIC 9(03).
           05  PARM-SUBMISSOR          PIC X(08).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CARGA.
           05 WS-FS-CARG               PIC X(02) VALUE SPACES.
           05 WS-CONT-REGRAVADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-APLICADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-DOCUMENTO    PIC 9(05) VALUE 0.

       01 WS-TRILHA-MUDANCA.
           05 WS-FS-MUDA               PIC X(02) VALUE SPACES.
           05 WS-MUDALOG-ABERTO        PIC X(01) VALUE "N".
               88 WS-TEM-MUDALOG       VALUE "S".
           05 WS-SUBMISSOR             PIC X(08) VALUE SPACES.
           05 WS-MUDA-SUBMISSOR        PIC X(08) VALUE SPACES.
           05 WS-MUDA-ACAO             PIC X(01) VALUE SPACE.
           05 WS-MUDA-ORIGEM           PIC X(08) VALUE SPACES.
           05 WS-IMAGEM-ANTES          PIC X(150) VALUE SPACES.
           05 WS-IMAGEM-DEPOIS         PIC X(150) VALUE SPACES.

       01 WS-CRITICA-CLIENTE.
           05 WS-MOTIVO                PIC X(45) VALUE SPACES.
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

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CARGA COMPLETA DO CLIEMST EM " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CLIECARG" TO WS-MUDA-ORIGEM
           MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           PERFORM P700-ABRE-MUDALOG
           PERFORM P100-CARGA-CADASTRO

           MOVE SPACES TO REPORT-LINE
           STRING "LIDOS=" DELIMITED BY SIZE
                  WS-CONT-LIDOS DELIMITED BY SIZE
                  " INCLUIDOS=" DELIMITED BY SIZE
                  WS-CONT-INCLUIDOS DELIMITED BY SIZE
                  " REGRAVADOS=" DELIMITED BY SIZE
                  WS-CONT-REGRAVADOS DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  " SEM DOCUMENTO=" DELIMITED BY SIZE
                  WS-CONT-SEM-DOCUMENTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE LOAD-FILE
           CLOSE MASTER-FILE
           PERFORM P790-FECHA-MUDALOG
           PERFORM P300-GRAVA-CONTROLE

           DISPLAY "CARGA DO CLIEMST - LIDOS " WS-CONT-LIDOS
               " INCLUIDOS " WS-CONT-INCLUIDOS
               " REGRAVADOS " WS-CONT-REGRAVADOS
               " REJEITADOS " WS-CONT-REJEITADOS
           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P099-LE-DATA-PROCESSO.
                           AND PARM-PCT-ENCOLHE LESS 100
                           MOVE PARM-PCT-ENCOLHE TO WS-PCT-ENCOLHE
                       END-IF
                       MOVE PARM-SUBMISSOR TO WS-SUBMISSOR
               END-READ
               CLOSE PARM-FILE
           END-IF.
           PERFORM P110-LER-CARGA
           PERFORM UNTIL WS-CARG-EOF
               MOVE LOAD-RECORD TO CLIENTE-RECORD
               PERFORM P400-CONFERE-CLIENTE
               IF WS-MOTIVO EQUAL SPACES
                   WRITE CLIENTE-RECORD
                       INVALID KEY
                           PERFORM P120-REGRAVA-CARGA
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-INCLUIDOS
                           MOVE SPACES TO WS-IMAGEM-ANTES
                           MOVE "I" TO WS-MUDA-ACAO
                           PERFORM P710-GRAVA-MUDANCA
                   END-WRITE
               ELSE
                   ADD 1 TO WS-CONT-REJEITADOS
                   MOVE SPACES TO REPORT-LINE
                   STRING "CLIENTE " DELIMITED BY SIZE
                          CLIE-ID DELIMITED BY SIZE
                          " - REJEITADO (" DELIMITED BY SIZE
                          WS-MOTIVO DELIMITED BY "  "
                          ")" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM P110-LER-CARGA
           END-PERFORM.

      * Le o registro que ja estava no cadastro so para guardar a
      * imagem anterior, e regrava com o conteudo da carga.
       P120-REGRAVA-CARGA.
           READ MASTER-FILE
           MOVE CLIENTE-RECORD TO WS-IMAGEM-ANTES
           MOVE LOAD-RECORD TO CLIENTE-RECORD
           REWRITE CLIENTE-RECORD
           ADD 1 TO WS-CONT-REGRAVADOS
           MOVE "C" TO WS-MUDA-ACAO
           PERFORM P710-GRAVA-MUDANCA.

       P110-LER-CARGA.
           READ LOAD-FILE
               AT END
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CLIEDELT" TO WS-MUDA-ORIGEM
           PERFORM P700-ABRE-MUDALOG
           MOVE "N" TO WS-EOF-DELT
           PERFORM P210-LER-DELTA
           PERFORM UNTIL WS-DELT-EOF
                  WS-CONT-APLICADOS DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  " SEM DOCUMENTO=" DELIMITED BY SIZE
                  WS-CONT-SEM-DOCUMENTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE DELTA-FILE
           CLOSE MASTER-FILE
           PERFORM P790-FECHA-MUDALOG
           PERFORM P300-GRAVA-CONTROLE

           DISPLAY "MANUTENCAO DELTA DO CLIEMST - APLICADOS "
           END-READ.

       P220-APLICA-DELTA.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN DELT-INCLUIR
                   MOVE DELT-DADOS TO CLIENTE-RECORD
                   PERFORM P400-CONFERE-CLIENTE
                   IF WS-MOTIVO NOT EQUAL SPACES
                       PERFORM P230-REJEITA-DELTA
                       GO TO P220-EXIT
                   END-IF
                   WRITE CLIENTE-RECORD
                       INVALID KEY
                           PERFORM P230-REJEITA-DELTA
                           GO TO P220-EXIT
                   END-WRITE
                   MOVE SPACES TO WS-IMAGEM-ANTES
               WHEN DELT-ALTERAR
                   MOVE DELT-ID TO CLIE-ID
                   READ MASTER-FILE
                           PERFORM P230-REJEITA-DELTA
                           GO TO P220-EXIT
                   END-READ
                   MOVE CLIENTE-RECORD TO WS-IMAGEM-ANTES
                   MOVE DELT-DADOS TO CLIENTE-RECORD
                   PERFORM P400-CONFERE-CLIENTE
                   IF WS-MOTIVO NOT EQUAL SPACES
                       PERFORM P230-REJEITA-DELTA
                       GO TO P220-EXIT
                   END-IF
                   REWRITE CLIENTE-RECORD
               WHEN DELT-EXCLUIR
                   MOVE DELT-ID TO CLIE-ID
                           PERFORM P230-REJEITA-DELTA
                           GO TO P220-EXIT
                   END-READ
                   MOVE CLIENTE-RECORD TO WS-IMAGEM-ANTES
                   DELETE MASTER-FILE
               WHEN OTHER
                   PERFORM P230-REJEITA-DELTA
                   GO TO P220-EXIT
           END-EVALUATE

           MOVE DELT-ACAO TO WS-MUDA-ACAO
           IF DELT-SUBMISSOR EQUAL SPACES
               MOVE WS-SUBMISSOR TO WS-MUDA-SUBMISSOR
           ELSE
               MOVE DELT-SUBMISSOR TO WS-MUDA-SUBMISSOR
           END-IF
           PERFORM P710-GRAVA-MUDANCA
           ADD 1 TO WS-CONT-APLICADOS
           MOVE SPACES TO REPORT-LINE
           STRING "ACAO " DELIMITED BY SIZE

       P230-REJEITA-DELTA.
           ADD 1 TO WS-CONT-REJEITADOS
           IF WS-MOTIVO EQUAL SPACES
               MOVE "ACAO INVALIDA, CHAVE DUPLICADA OU INEXISTENTE"
                   TO WS-MOTIVO
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ACAO " DELIMITED BY SIZE
                  DELT-ACAO DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  DELT-ID DELIMITED BY SIZE
                  " - REJEITADA (" DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

       P400-CONFERE-CLIENTE.
      * Documento em branco nao recusa a carga (cadastro antigo), mas
      * o cliente fica listado como pendente para o bureau.
           MOVE SPACES TO WS-MOTIVO
           PERFORM P410-CONFERE-DOCUMENTO
           EVALUATE TRUE
               WHEN WS-DOC-INVALIDO
                   MOVE "CPF/CNPJ INVALIDO PARA O TIPO DE PESSOA"
                       TO WS-MOTIVO
               WHEN WS-DOC-AUSENTE
                   ADD 1 TO WS-CONT-SEM-DOCUMENTO
                   MOVE SPACES TO REPORT-LINE
                   STRING "CLIENTE " DELIMITED BY SIZE
                          CLIE-ID DELIMITED BY SIZE
                          " - SEM CPF/CNPJ (PENDENTE PARA O BUREAU)"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN CLIE-END-LOGRADOURO EQUAL SPACES
                   OR CLIE-END-CIDADE EQUAL SPACES
                   OR CLIE-END-UF EQUAL SPACES
                   OR CLIE-END-CEP IS NOT NUMERIC
                   MOVE "ENDERECO DE CORRESPONDENCIA INCOMPLETO"
                       TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P410-CONFERE-DOCUMENTO.
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
      * Base com todos os digitos iguais passa no modulo 11 mas nao
      * e documento emitido.
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
               PERFORM P411-CALCULA-DV
               IF WS-DOC-DV NOT EQUAL CLIE-DOC-DIGITO(13)
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WS-DOC-VALIDO
               MOVE 13 TO WS-DOC-FIM
               PERFORM P411-CALCULA-DV
               IF WS-DOC-DV NOT EQUAL CLIE-DOC-DIGITO(14)
                   SET WS-DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

       P411-CALCULA-DV.
           MOVE 0 TO WS-DOC-SOMA
           PERFORM P412-SOMA-DIGITO
               VARYING WS-DOC-IDX FROM WS-DOC-INICIO BY 1
               UNTIL WS-DOC-IDX GREATER WS-DOC-FIM
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO LESS 2
               MOVE 0 TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF.

       P412-SOMA-DIGITO.
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

      ******** Trilha de alteracoes do cadastro (MUDALOG) ********
       P700-ABRE-MUDALOG.
           MOVE "N" TO WS-MUDALOG-ABERTO
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-FS-MUDA NOT EQUAL "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-FS-MUDA EQUAL "00"
               SET WS-TEM-MUDALOG TO TRUE
           ELSE
               DISPLAY "TRILHA DE ALTERACOES MUDALOG NAO ABRIU - FS "
                   WS-FS-MUDA " - MOVIMENTOS SEM REGISTRO"
           END-IF.

      * Imagem depois = o registro que acabou de ir para o cadastro
      * (em branco na exclusao); imagem igual a anterior nao e
      * mudanca e nao entra na trilha.
       P710-GRAVA-MUDANCA.
           IF WS-MUDA-ACAO EQUAL "D"
               MOVE SPACES TO WS-IMAGEM-DEPOIS
           ELSE
               MOVE CLIENTE-RECORD TO WS-IMAGEM-DEPOIS
           END-IF
           IF WS-TEM-MUDALOG
               AND WS-IMAGEM-DEPOIS NOT EQUAL WS-IMAGEM-ANTES
               MOVE WS-DATA-PROCESSO TO MUDA-DATA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO MUDA-TIMESTAMP
               MOVE "CLIEMST" TO MUDA-CADASTRO
               IF WS-MUDA-ACAO EQUAL "D"
                   MOVE WS-IMAGEM-ANTES(1:10) TO MUDA-CHAVE
               ELSE
                   MOVE CLIE-ID TO MUDA-CHAVE
               END-IF
               MOVE WS-MUDA-ACAO TO MUDA-ACAO
               MOVE WS-MUDA-SUBMISSOR TO MUDA-SUBMISSOR
               MOVE "CLIE_CARGA" TO MUDA-PROGRAMA
               MOVE WS-MUDA-ORIGEM TO MUDA-ORIGEM
               MOVE WS-IMAGEM-ANTES TO MUDA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MUDA-IMAGEM-DEPOIS
               WRITE MUDANCA-LOG-RECORD
           END-IF.

       P790-FECHA-MUDALOG.
           IF WS-TEM-MUDALOG
               CLOSE CHANGE-LOG-FILE
           END-IF.

       END PROGRAM CLIE_CARGA.
