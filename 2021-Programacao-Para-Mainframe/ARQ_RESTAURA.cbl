      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 06/07/2024
      * Purpose: Restauracao de um cadastro indexado a partir de uma
      *          geracao de descarga do ARQ_DESCARGA. Rodado a pedido,
      *          fora do job noturno, com o cartao RESTPARM: base do
      *          cadastro (8) e data da geracao (8; zeros = a geracao
      *          boa mais recente, a mesma do roteiro RECURPT). A
      *          geracao e relida e conferida contra a contagem e o
      *          hash do CTRLFILE (passo BKP-<BASE>) antes de o
      *          cadastro ser tocado; depois da carga o cadastro e
      *          relido e a contagem e o hash tem de bater de novo.
      *          Resultado no relatorio RESTRPT e no EXCPLOG; RC 8
      *          quando a restauracao nao pode ser provada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ_RESTAURA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT CUSTOMER-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIE-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT VEHICLE-FILE ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT EMPLOYEE-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT STORE-FILE ASSIGN TO "LOJAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOJA-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT HISTORY-FILE ASSIGN TO "IMCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-MESTRE.

           SELECT FLEET-MASTER-FILE ASSIGN TO "FLEETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTR-CHAVE
               ALTERNATE RECORD KEY IS MSTR-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT EQUATION-LIBRARY-FILE ASSIGN TO "EQUALIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB-EQUATION-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT REVIEW-FILE ASSIGN TO "EXCPREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT MAINT-WORK-FILE ASSIGN TO "MNTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNTW-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT IMC-WORKLIST-FILE ASSIGN TO "WRKLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRKL-EMP-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT NOTICE-FILE ASSIGN TO "NOTIFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTI-CHAVE
               FILE STATUS IS WS-FS-MESTRE.

           SELECT GENERATION-DATA-FILE ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERD.

           SELECT GENERATION-REG-FILE ASSIGN TO "GERAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT REPORT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT PARM-FILE ASSIGN TO "RESTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  CUSTOMER-FILE.
       COPY CLIEMST.

       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  EMPLOYEE-FILE.
       COPY FUNCMST.

       FD  STORE-FILE.
       COPY LOJAMST.

       FD  HISTORY-FILE.
       COPY IMCHIST.

       FD  FLEET-MASTER-FILE.
       COPY FLEETMST.

       FD  EQUATION-LIBRARY-FILE.
       01  LIBRARY-RECORD.
           05  LIB-EQUATION-ID          PIC 9(06).
           05  LIB-A                    PIC S9(09)V99.
           05  LIB-B                    PIC S9(09)V99.
           05  LIB-C                    PIC S9(09)V99.
           05  LIB-DELTA                PIC S9(09)V99.
           05  LIB-X1                   PIC S9(09)V99.
           05  LIB-X2                   PIC S9(09)V99.
           05  LIB-TIPO-RAIZ            PIC X(01).
               88  LIB-RAIZES-REAIS     VALUE "R".
               88  LIB-RAIZES-COMPLEXAS VALUE "C".
               88  LIB-RAIZ-LINEAR      VALUE "L".
               88  LIB-SISTEMA-LINEAR   VALUE "S".
           05  LIB-TIMESTAMP            PIC X(21).
           05  LIB-GRAU                 PIC 9(01).
           05  LIB-D                    PIC S9(09)V99.
           05  LIB-X3                   PIC S9(09)V99.
           05  LIB-SOLICITANTE          PIC X(04).
           05  LIB-ORIGEM               PIC X(01).
               88  LIB-SOLUCAO-NOVA     VALUE "N" " ".
               88  LIB-REPLAY           VALUE "R".
           05  LIB-ID-ORIGEM            PIC 9(06).
      * Forma do sistema linear (LIB-TIPO-RAIZ = "S"): chave, tipo,
      * timestamp e solicitante nas mesmas posicoes do registro de
      * equacao; solucao no lugar dos coeficientes e as equacoes
      * originais acrescentadas ao final.
       01  LIB-SISTEMA-RECORD.
           05  LSIS-EQUATION-ID         PIC 9(06).
           05  LSIS-X                   PIC S9(09)V99.
           05  LSIS-Y                   PIC S9(09)V99.
           05  LSIS-Z                   PIC S9(09)V99.
           05  LSIS-EQUACOES            PIC 9(01).
           05  LSIS-INCOGNITAS          PIC 9(01).
           05  FILLER                   PIC X(31).
           05  LSIS-TIPO                PIC X(01).
           05  LSIS-TIMESTAMP           PIC X(21).
           05  FILLER                   PIC X(23).
           05  LSIS-SOLICITANTE         PIC X(04).
           05  LSIS-LINHA OCCURS 3 TIMES.
               10  LSIS-A               PIC S9(09)V99.
               10  LSIS-B               PIC S9(09)V99.
               10  LSIS-C               PIC S9(09)V99.
               10  LSIS-D               PIC S9(09)V99.

       FD  REVIEW-FILE.
       COPY EXCPREVW.

       FD  MAINT-WORK-FILE.
       COPY MNTWORK.

       FD  IMC-WORKLIST-FILE.
       COPY WRKLMST.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  NOTI-CHAVE.
               10  NOTI-VENDA-ID       PIC 9(06).
               10  NOTI-PARCELA        PIC 9(02).
           05  NOTI-NIVEL              PIC 9(01).
           05  NOTI-DATA-NIVEL         PIC 9(08).

       FD  GENERATION-DATA-FILE
           RECORDING MODE IS F.
       01  GENERATION-DATA-RECORD      PIC X(300).

       FD  GENERATION-REG-FILE
           RECORDING MODE IS F.
       01  GERACAO-RECORD.
           05  GERA-BASE               PIC X(08).
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  EXCEPTION-LOG-FILE
           RECORDING MODE IS F.
       COPY EXCPLOG.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-BASE               PIC X(08).
           05  PARM-DATA               PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-RESTAURA.
           05 WS-FS-MESTRE             PIC X(02) VALUE SPACES.
           05 WS-FS-GERD               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-EOF-MESTRE            PIC X(01) VALUE "N".
               88 WS-MESTRE-EOF        VALUE "S".
           05 WS-FALHA-MESTRE          PIC X(01) VALUE "N".
               88 WS-ERRO-MESTRE       VALUE "S".
           05 WS-EOF-GERD              PIC X(01) VALUE "N".
               88 WS-GERD-EOF          VALUE "S".
           05 WS-EOF-GERA              PIC X(01) VALUE "N".
               88 WS-GERA-EOF          VALUE "S".
           05 WS-EOF-CTRL              PIC X(01) VALUE "N".
               88 WS-CTRL-EOF          VALUE "S".
           05 WS-GERACAO-BOA           PIC X(01) VALUE "N".
               88 WS-ACHOU-BOA         VALUE "S".
           05 WS-FIM-CANDIDATAS        PIC X(01) VALUE "N".
               88 WS-SEM-CANDIDATA     VALUE "S".
           05 WS-PARM-VALIDO           PIC X(01) VALUE "N".
               88 WS-PARM-OK           VALUE "S".
           05 WS-CADASTRO-TOCADO       PIC X(01) VALUE "N".
               88 WS-MESTRE-TOCADO     VALUE "S".
           05 WS-SITUACAO-RESTAURA     PIC X(01) VALUE "N".
               88 WS-RESTAURA-OK       VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-CAMPOS-RESTAURA.
           05 WS-BASE-ATUAL            PIC X(08) VALUE SPACES.
           05 WS-DATA-PEDIDA           PIC 9(08) VALUE 0.
           05 WS-NOME-GERACAO          PIC X(30) VALUE SPACES.
           05 WS-PASSO-CONTROLE        PIC X(12) VALUE SPACES.
           05 WS-MASCARA-HASH          PIC Z(12)9.
           05 WS-MENSAGEM              PIC X(100) VALUE SPACES.

       01 WS-CONTADORES-RESTAURA.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-GRAVADOS         PIC 9(07) VALUE 0.
           05 WS-HASH                  PIC 9(13) VALUE 0.
           05 WS-ESPERADO-QTD          PIC 9(07) VALUE 0.
           05 WS-ESPERADO-HASH         PIC 9(13) VALUE 0.

       01 WS-LISTA-MESTRES.
           05 FILLER                   PIC X(08) VALUE "RECBMST".
           05 FILLER                   PIC X(08) VALUE "CLIEMST".
           05 FILLER                   PIC X(08) VALUE "VEICMST".
           05 FILLER                   PIC X(08) VALUE "FUNCMST".
           05 FILLER                   PIC X(08) VALUE "LOJAMST".
           05 FILLER                   PIC X(08) VALUE "IMCHFILE".
           05 FILLER                   PIC X(08) VALUE "FLEETMST".
           05 FILLER                   PIC X(08) VALUE "EQUALIB".
           05 FILLER                   PIC X(08) VALUE "EXCPREVW".
           05 FILLER                   PIC X(08) VALUE "MNTWORK".
           05 FILLER                   PIC X(08) VALUE "WRKLFILE".
           05 FILLER                   PIC X(08) VALUE "NOTIFMST".
       01 WS-TAB-MESTRES REDEFINES WS-LISTA-MESTRES.
           05 WS-MESTRE-NOME OCCURS 12 TIMES
                   INDEXED BY WS-IDX-MST
                                       PIC X(08).

      * Imagem do registro do cadastro completada com brancos: e ela
      * que vai para a geracao e entra no hash, dos dois lados.
       01 WS-IMAGEM                    PIC X(300) VALUE SPACES.

      * Geracoes <BASE>.B registradas em GERAFILE e controles BKP- do
      * CTRLFILE (o ultimo gravado vale para a mesma base e data).
       01 WS-TABELA-GERACOES.
           05 WS-QTD-GERACOES          PIC 9(04) COMP VALUE 0.
           05 WS-GER-ITEM OCCURS 300 TIMES
                   INDEXED BY WS-IDX-GER.
               10 WS-GER-BASE          PIC X(08).
               10 WS-GER-NOME          PIC X(30).
               10 WS-GER-DATA          PIC 9(08).
               10 WS-GER-TESTADA       PIC X(01).

       01 WS-TABELA-CONTROLES.
           05 WS-QTD-CONTROLES         PIC 9(04) COMP VALUE 0.
           05 WS-CTL-ITEM OCCURS 300 TIMES
                   INDEXED BY WS-IDX-CTL.
               10 WS-CTL-PASSO         PIC X(12).
               10 WS-CTL-DATA          PIC 9(08).
               10 WS-CTL-QTD           PIC 9(07).
               10 WS-CTL-HASH          PIC S9(13)V99.

       01 WS-CONFERENCIA.
           05 WS-MELHOR-GER            PIC 9(04) COMP VALUE 0.
           05 WS-MELHOR-DATA           PIC 9(08) VALUE 0.
           05 WS-ACHOU-CTL             PIC 9(04) COMP VALUE 0.
           05 WS-CONF-QTD              PIC 9(07) VALUE 0.
           05 WS-CONF-HASH             PIC 9(13) VALUE 0.
           05 WS-QTD-REJEITADAS        PIC 9(03) VALUE 0.
           05 WS-POS                   PIC 9(03) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RESTAURACAO DE CADASTRO A PARTIR DA DESCARGA - "
                      DELIMITED BY SIZE
                  "DATA " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P100-VALIDA-PARAMETRO THRU P100-FIM
           IF WS-PARM-OK
               PERFORM P150-ESCOLHE-GERACAO THRU P150-FIM
           END-IF
           IF WS-ACHOU-BOA
               PERFORM P300-RESTAURA-MESTRE THRU P300-FIM
           END-IF

           PERFORM P400-ENCERRA
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-LOG-FILE
           IF WS-RESTAURA-OK
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "ARQ_RESTAURA" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "RSTE"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-INFORMATIVA TO TRUE
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO EXCP-DATA-NEGOCIO
           WRITE EXCP-LOG-RECORD.

       P099-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROCESSO
           OPEN INPUT PROC-DATE-FILE
           IF WS-FS-DPRC EQUAL "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-DATA-PROCESSO
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

      * Cartao RESTPARM: base do cadastro e data da geracao (zeros ou
      * brancos = a geracao boa mais recente).
       P100-VALIDA-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT EQUAL "00"
               MOVE "CARTAO RESTPARM NAO ENCONTRADO - NADA A RESTAURAR"
                   TO WS-MENSAGEM
               GO TO P100-FIM
           END-IF
           MOVE SPACES TO PARM-RECORD
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ
           CLOSE PARM-FILE
           MOVE PARM-BASE TO WS-BASE-ATUAL
           IF PARM-DATA EQUAL SPACES
               MOVE 0 TO WS-DATA-PEDIDA
           ELSE
               IF PARM-DATA IS NOT NUMERIC
                   MOVE "DATA DA GERACAO INVALIDA NO CARTAO RESTPARM"
                       TO WS-MENSAGEM
                   GO TO P100-FIM
               END-IF
               MOVE PARM-DATA TO WS-DATA-PEDIDA
           END-IF
           PERFORM P110-PROCURA-BASE
               VARYING WS-IDX-MST FROM 1 BY 1
               UNTIL WS-IDX-MST GREATER 12
           IF NOT WS-PARM-OK
               MOVE SPACES TO WS-MENSAGEM
               STRING "BASE " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " NAO E UM DOS CADASTROS DESCARREGADOS"
                          DELIMITED BY SIZE
                      INTO WS-MENSAGEM
           END-IF.
       P100-FIM.
           EXIT.

       P110-PROCURA-BASE.
           IF WS-MESTRE-NOME(WS-IDX-MST) EQUAL WS-BASE-ATUAL
               SET WS-PARM-OK TO TRUE
           END-IF.

      * A geracao escolhida e conferida antes de o cadastro ser
      * aberto para saida: geracao que nao bate com o CTRLFILE nao
      * apaga o cadastro atual.
       P150-ESCOLHE-GERACAO.
           PERFORM P600-CARREGA-GERACOES
           PERFORM P620-CARREGA-CONTROLES
           MOVE "N" TO WS-GERACAO-BOA
           IF WS-DATA-PEDIDA EQUAL 0
               MOVE "N" TO WS-FIM-CANDIDATAS
               PERFORM P540-TENTA-GERACAO THRU P540-FIM
                   UNTIL WS-ACHOU-BOA OR WS-SEM-CANDIDATA
               IF NOT WS-ACHOU-BOA
                   MOVE SPACES TO WS-MENSAGEM
                   STRING "NENHUMA GERACAO BOA DO " DELIMITED BY SIZE
                          WS-BASE-ATUAL DELIMITED BY SPACE
                          " - CADASTRO NAO FOI TOCADO"
                              DELIMITED BY SIZE
                          INTO WS-MENSAGEM
               END-IF
               GO TO P150-FIM
           END-IF
           MOVE 0 TO WS-MELHOR-GER
           PERFORM P160-PROCURA-DATA
               VARYING WS-IDX-GER FROM 1 BY 1
               UNTIL WS-IDX-GER GREATER WS-QTD-GERACOES
           IF WS-MELHOR-GER EQUAL 0
               MOVE SPACES TO WS-MENSAGEM
               STRING "NAO HA GERACAO DO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " DE " DELIMITED BY SIZE
                      WS-DATA-PEDIDA DELIMITED BY SIZE
                      " NO GERAFILE" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               GO TO P150-FIM
           END-IF
           SET WS-IDX-GER TO WS-MELHOR-GER
           PERFORM P650-CONFERE-GERACAO THRU P650-FIM
           IF NOT WS-ACHOU-BOA
               MOVE SPACES TO WS-MENSAGEM
               STRING "GERACAO " DELIMITED BY SIZE
                      WS-GER-NOME(WS-IDX-GER) DELIMITED BY SPACE
                      " NAO CONFERE COM O CTRLFILE - CADASTRO NAO "
                          DELIMITED BY SIZE
                      "FOI TOCADO" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
           END-IF.
       P150-FIM.
           EXIT.

       P160-PROCURA-DATA.
           IF WS-GER-BASE(WS-IDX-GER) EQUAL WS-BASE-ATUAL
               AND WS-GER-DATA(WS-IDX-GER) EQUAL WS-DATA-PEDIDA
               SET WS-MELHOR-GER TO WS-IDX-GER
           END-IF.

       P540-TENTA-GERACAO.
           MOVE 0 TO WS-MELHOR-GER
           MOVE 0 TO WS-MELHOR-DATA
           PERFORM P640-PROCURA-MAIS-NOVA
               VARYING WS-IDX-GER FROM 1 BY 1
               UNTIL WS-IDX-GER GREATER WS-QTD-GERACOES
           IF WS-MELHOR-GER EQUAL 0
               SET WS-SEM-CANDIDATA TO TRUE
               GO TO P540-FIM
           END-IF
           SET WS-IDX-GER TO WS-MELHOR-GER
           MOVE "S" TO WS-GER-TESTADA(WS-IDX-GER)
           PERFORM P650-CONFERE-GERACAO THRU P650-FIM.
       P540-FIM.
           EXIT.

      * Carga do cadastro a partir da geracao conferida e prova:
      * o cadastro carregado e relido e contagem e hash tem de ser os
      * do controle da descarga.
       P300-RESTAURA-MESTRE.
           SET WS-IDX-CTL TO WS-ACHOU-CTL
           MOVE WS-CTL-QTD(WS-IDX-CTL) TO WS-ESPERADO-QTD
           MOVE WS-CTL-HASH(WS-IDX-CTL) TO WS-ESPERADO-HASH
           MOVE WS-GER-NOME(WS-IDX-GER) TO WS-NOME-GERACAO
           MOVE "N" TO WS-EOF-GERD
           OPEN INPUT GENERATION-DATA-FILE
           IF WS-FS-GERD NOT EQUAL "00"
               MOVE SPACES TO WS-MENSAGEM
               STRING "GERACAO " DELIMITED BY SIZE
                      WS-NOME-GERACAO DELIMITED BY SPACE
                      " SUMIU DO DISCO - CADASTRO NAO FOI TOCADO"
                          DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               GO TO P300-FIM
           END-IF
           MOVE "N" TO WS-FALHA-MESTRE
           PERFORM P230-ABRE-MESTRE-SAIDA
           IF WS-FS-MESTRE NOT EQUAL "00"
               CLOSE GENERATION-DATA-FILE
               MOVE SPACES TO WS-MENSAGEM
               STRING "CADASTRO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " NAO ABRIU PARA CARGA - FS " DELIMITED BY SIZE
                      WS-FS-MESTRE DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               GO TO P300-FIM
           END-IF
           SET WS-MESTRE-TOCADO TO TRUE
           MOVE 0 TO WS-CONT-GRAVADOS
           PERFORM P660-LER-GERACAO-DADOS
           PERFORM UNTIL WS-GERD-EOF OR WS-ERRO-MESTRE
               MOVE GENERATION-DATA-RECORD TO WS-IMAGEM
               PERFORM P240-GRAVA-MESTRE
               IF NOT WS-ERRO-MESTRE
                   ADD 1 TO WS-CONT-GRAVADOS
               END-IF
               PERFORM P660-LER-GERACAO-DADOS
           END-PERFORM
           CLOSE GENERATION-DATA-FILE
           PERFORM P220-FECHA-MESTRE
           IF WS-ERRO-MESTRE
               MOVE SPACES TO WS-MENSAGEM
               STRING "ERRO NA CARGA DO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " NO REGISTRO " DELIMITED BY SIZE
                      WS-CONT-GRAVADOS DELIMITED BY SIZE
                      " - CADASTRO INCOMPLETO" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               GO TO P300-FIM
           END-IF

           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-HASH
           MOVE "N" TO WS-EOF-MESTRE
           PERFORM P200-ABRE-MESTRE
           IF WS-FS-MESTRE NOT EQUAL "00"
               MOVE SPACES TO WS-MENSAGEM
               STRING "CADASTRO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " CARREGADO NAO ABRIU PARA A PROVA - FS "
                          DELIMITED BY SIZE
                      WS-FS-MESTRE DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               GO TO P300-FIM
           END-IF
           PERFORM P210-LER-MESTRE
           PERFORM UNTIL WS-MESTRE-EOF
               ADD 1 TO WS-CONT-LIDOS
               PERFORM P900-SOMA-IMAGEM
               PERFORM P210-LER-MESTRE
           END-PERFORM
           PERFORM P220-FECHA-MESTRE
           IF WS-CONT-LIDOS EQUAL WS-ESPERADO-QTD
               AND WS-HASH EQUAL WS-ESPERADO-HASH
               AND NOT WS-ERRO-MESTRE
               SET WS-RESTAURA-OK TO TRUE
               MOVE SPACES TO WS-MENSAGEM
               STRING "CADASTRO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " RESTAURADO DA GERACAO " DELIMITED BY SIZE
                      WS-NOME-GERACAO DELIMITED BY SPACE
                      " - CONTAGEM E HASH CONFEREM" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
           ELSE
               MOVE SPACES TO WS-MENSAGEM
               STRING "CADASTRO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " RELIDO NAO CONFERE COM O CONTROLE DA "
                          DELIMITED BY SIZE
                      "DESCARGA" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
           END-IF.
       P300-FIM.
           EXIT.

       P400-ENCERRA.
           MOVE SPACES TO REPORT-LINE
           STRING "CADASTRO.........: " DELIMITED BY SIZE
                  WS-BASE-ATUAL DELIMITED BY SIZE
                  "   DATA PEDIDA: " DELIMITED BY SIZE
                  WS-DATA-PEDIDA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ACHOU-BOA
               MOVE WS-ESPERADO-HASH TO WS-MASCARA-HASH
               MOVE SPACES TO REPORT-LINE
               STRING "GERACAO..........: " DELIMITED BY SIZE
                      WS-NOME-GERACAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CONTROLE.........: REGISTROS=" DELIMITED BY SIZE
                      WS-ESPERADO-QTD DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      WS-MASCARA-HASH DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-MESTRE-TOCADO
               MOVE WS-HASH TO WS-MASCARA-HASH
               MOVE SPACES TO REPORT-LINE
               STRING "CARGA............: GRAVADOS=" DELIMITED BY SIZE
                      WS-CONT-GRAVADOS DELIMITED BY SIZE
                      " RELIDOS=" DELIMITED BY SIZE
                      WS-CONT-LIDOS DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      WS-MASCARA-HASH DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTADO........: " DELIMITED BY SIZE
                  WS-MENSAGEM DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "ARQ_RESTAURA - " WS-MENSAGEM
           MOVE WS-MENSAGEM TO WS-EXCP-DESCRICAO
           IF WS-RESTAURA-OK
               MOVE "REST" TO WS-EXCP-CODIGO
           ELSE
               MOVE "RSTE" TO WS-EXCP-CODIGO
           END-IF
           PERFORM P091-GRAVA-EXCECAO.

      ******** Acesso aos cadastros pela base em WS-BASE-ATUAL ********
       P200-ABRE-MESTRE.
           EVALUATE WS-BASE-ATUAL
               WHEN "RECBMST"
                   OPEN INPUT RECEIVABLE-FILE
               WHEN "CLIEMST"
                   OPEN INPUT CUSTOMER-FILE
               WHEN "VEICMST"
                   OPEN INPUT VEHICLE-FILE
               WHEN "FUNCMST"
                   OPEN INPUT EMPLOYEE-FILE
               WHEN "LOJAMST"
                   OPEN INPUT STORE-FILE
               WHEN "IMCHFILE"
                   OPEN INPUT HISTORY-FILE
               WHEN "FLEETMST"
                   OPEN INPUT FLEET-MASTER-FILE
               WHEN "EQUALIB"
                   OPEN INPUT EQUATION-LIBRARY-FILE
               WHEN "EXCPREVW"
                   OPEN INPUT REVIEW-FILE
               WHEN "MNTWORK"
                   OPEN INPUT MAINT-WORK-FILE
               WHEN "WRKLFILE"
                   OPEN INPUT IMC-WORKLIST-FILE
               WHEN "NOTIFMST"
                   OPEN INPUT NOTICE-FILE
           END-EVALUATE.

       P210-LER-MESTRE.
           MOVE SPACES TO WS-IMAGEM
           EVALUATE WS-BASE-ATUAL
               WHEN "RECBMST"
                   READ RECEIVABLE-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE RECEBIVEL-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "CLIEMST"
                   READ CUSTOMER-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE CLIENTE-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "VEICMST"
                   READ VEHICLE-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE VEICULO-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "FUNCMST"
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE FUNCIONARIO-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "LOJAMST"
                   READ STORE-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE LOJA-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "IMCHFILE"
                   READ HISTORY-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE HISTORY-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "FLEETMST"
                   READ FLEET-MASTER-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE FLEET-MASTER-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "EQUALIB"
                   READ EQUATION-LIBRARY-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           IF LIB-SISTEMA-LINEAR
                               MOVE LIB-SISTEMA-RECORD TO WS-IMAGEM
                           ELSE
                               MOVE LIBRARY-RECORD TO WS-IMAGEM
                           END-IF
                   END-READ
               WHEN "EXCPREVW"
                   READ REVIEW-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE REVISAO-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "MNTWORK"
                   READ MAINT-WORK-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE MANUTENCAO-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "WRKLFILE"
                   READ IMC-WORKLIST-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE WORKLIST-RECORD TO WS-IMAGEM
                   END-READ
               WHEN "NOTIFMST"
                   READ NOTICE-FILE
                       AT END
                           SET WS-MESTRE-EOF TO TRUE
                       NOT AT END
                           MOVE NOTICE-RECORD TO WS-IMAGEM
                   END-READ
           END-EVALUATE
           IF NOT WS-MESTRE-EOF
               AND WS-FS-MESTRE(1:1) NOT EQUAL "0"
               SET WS-ERRO-MESTRE TO TRUE
               SET WS-MESTRE-EOF TO TRUE
           END-IF.

       P220-FECHA-MESTRE.
           EVALUATE WS-BASE-ATUAL
               WHEN "RECBMST"
                   CLOSE RECEIVABLE-FILE
               WHEN "CLIEMST"
                   CLOSE CUSTOMER-FILE
               WHEN "VEICMST"
                   CLOSE VEHICLE-FILE
               WHEN "FUNCMST"
                   CLOSE EMPLOYEE-FILE
               WHEN "LOJAMST"
                   CLOSE STORE-FILE
               WHEN "IMCHFILE"
                   CLOSE HISTORY-FILE
               WHEN "FLEETMST"
                   CLOSE FLEET-MASTER-FILE
               WHEN "EQUALIB"
                   CLOSE EQUATION-LIBRARY-FILE
               WHEN "EXCPREVW"
                   CLOSE REVIEW-FILE
               WHEN "MNTWORK"
                   CLOSE MAINT-WORK-FILE
               WHEN "WRKLFILE"
                   CLOSE IMC-WORKLIST-FILE
               WHEN "NOTIFMST"
                   CLOSE NOTICE-FILE
           END-EVALUATE.

       P230-ABRE-MESTRE-SAIDA.
           EVALUATE WS-BASE-ATUAL
               WHEN "RECBMST"
                   OPEN OUTPUT RECEIVABLE-FILE
               WHEN "CLIEMST"
                   OPEN OUTPUT CUSTOMER-FILE
               WHEN "VEICMST"
                   OPEN OUTPUT VEHICLE-FILE
               WHEN "FUNCMST"
                   OPEN OUTPUT EMPLOYEE-FILE
               WHEN "LOJAMST"
                   OPEN OUTPUT STORE-FILE
               WHEN "IMCHFILE"
                   OPEN OUTPUT HISTORY-FILE
               WHEN "FLEETMST"
                   OPEN OUTPUT FLEET-MASTER-FILE
               WHEN "EQUALIB"
                   OPEN OUTPUT EQUATION-LIBRARY-FILE
               WHEN "EXCPREVW"
                   OPEN OUTPUT REVIEW-FILE
               WHEN "MNTWORK"
                   OPEN OUTPUT MAINT-WORK-FILE
               WHEN "WRKLFILE"
                   OPEN OUTPUT IMC-WORKLIST-FILE
               WHEN "NOTIFMST"
                   OPEN OUTPUT NOTICE-FILE
           END-EVALUATE.

       P240-GRAVA-MESTRE.
           EVALUATE WS-BASE-ATUAL
               WHEN "RECBMST"
                   MOVE WS-IMAGEM TO RECEBIVEL-RECORD
                   WRITE RECEBIVEL-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "CLIEMST"
                   MOVE WS-IMAGEM TO CLIENTE-RECORD
                   WRITE CLIENTE-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "VEICMST"
                   MOVE WS-IMAGEM TO VEICULO-RECORD
                   WRITE VEICULO-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "FUNCMST"
                   MOVE WS-IMAGEM TO FUNCIONARIO-RECORD
                   WRITE FUNCIONARIO-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "LOJAMST"
                   MOVE WS-IMAGEM TO LOJA-RECORD
                   WRITE LOJA-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "IMCHFILE"
                   MOVE WS-IMAGEM TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "FLEETMST"
                   MOVE WS-IMAGEM TO FLEET-MASTER-RECORD
                   WRITE FLEET-MASTER-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "EQUALIB"
                   IF WS-IMAGEM(73:1) EQUAL "S"
                       MOVE WS-IMAGEM TO LIB-SISTEMA-RECORD
                       WRITE LIB-SISTEMA-RECORD
                           INVALID KEY
                               SET WS-ERRO-MESTRE TO TRUE
                       END-WRITE
                   ELSE
                       MOVE WS-IMAGEM TO LIBRARY-RECORD
                       WRITE LIBRARY-RECORD
                           INVALID KEY
                               SET WS-ERRO-MESTRE TO TRUE
                       END-WRITE
                   END-IF
               WHEN "EXCPREVW"
                   MOVE WS-IMAGEM TO REVISAO-RECORD
                   WRITE REVISAO-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "MNTWORK"
                   MOVE WS-IMAGEM TO MANUTENCAO-RECORD
                   WRITE MANUTENCAO-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "WRKLFILE"
                   MOVE WS-IMAGEM TO WORKLIST-RECORD
                   WRITE WORKLIST-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
               WHEN "NOTIFMST"
                   MOVE WS-IMAGEM TO NOTICE-RECORD
                   WRITE NOTICE-RECORD
                       INVALID KEY
                           SET WS-ERRO-MESTRE TO TRUE
                   END-WRITE
           END-EVALUATE.

      ******** Geracoes e controles das descargas ********
       P600-CARREGA-GERACOES.
           MOVE 0 TO WS-QTD-GERACOES
           MOVE "N" TO WS-EOF-GERA
           OPEN INPUT GENERATION-REG-FILE
           IF WS-FS-GERA EQUAL "00"
               PERFORM P605-LER-GERACAO
               PERFORM UNTIL WS-GERA-EOF
                   IF GERA-NOME(8:2) EQUAL ".B"
                       OR GERA-NOME(9:2) EQUAL ".B"
                       PERFORM P610-GUARDA-GERACAO
                   END-IF
                   PERFORM P605-LER-GERACAO
               END-PERFORM
               CLOSE GENERATION-REG-FILE
           END-IF.

       P605-LER-GERACAO.
           READ GENERATION-REG-FILE
               AT END
                   SET WS-GERA-EOF TO TRUE
           END-READ.

      * Uma rodada repetida no mesmo dia registra o mesmo nome de
      * novo; a tabela fica com uma entrada por nome.
       P610-GUARDA-GERACAO.
           MOVE 0 TO WS-MELHOR-GER
           PERFORM P615-PROCURA-NOME
               VARYING WS-IDX-GER FROM 1 BY 1
               UNTIL WS-IDX-GER GREATER WS-QTD-GERACOES
           IF WS-MELHOR-GER EQUAL 0
               AND WS-QTD-GERACOES LESS 300
               ADD 1 TO WS-QTD-GERACOES
               SET WS-IDX-GER TO WS-QTD-GERACOES
               MOVE GERA-BASE TO WS-GER-BASE(WS-IDX-GER)
               MOVE GERA-NOME TO WS-GER-NOME(WS-IDX-GER)
               MOVE GERA-DATA TO WS-GER-DATA(WS-IDX-GER)
               MOVE "N" TO WS-GER-TESTADA(WS-IDX-GER)
           END-IF.

       P615-PROCURA-NOME.
           IF WS-GER-NOME(WS-IDX-GER) EQUAL GERA-NOME
               SET WS-MELHOR-GER TO WS-IDX-GER
           END-IF.

       P620-CARREGA-CONTROLES.
           MOVE 0 TO WS-QTD-CONTROLES
           MOVE "N" TO WS-EOF-CTRL
           OPEN INPUT CONTROL-FILE
           IF WS-FS-CTRL EQUAL "00"
               PERFORM P625-LER-CONTROLE
               PERFORM UNTIL WS-CTRL-EOF
                   IF CTRL-PASSO(1:4) EQUAL "BKP-"
                       PERFORM P630-GUARDA-CONTROLE THRU P630-FIM
                   END-IF
                   PERFORM P625-LER-CONTROLE
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       P625-LER-CONTROLE.
           READ CONTROL-FILE
               AT END
                   SET WS-CTRL-EOF TO TRUE
           END-READ.

       P630-GUARDA-CONTROLE.
           MOVE 0 TO WS-ACHOU-CTL
           PERFORM P635-PROCURA-CONTROLE-LIDO
               VARYING WS-IDX-CTL FROM 1 BY 1
               UNTIL WS-IDX-CTL GREATER WS-QTD-CONTROLES
           IF WS-ACHOU-CTL EQUAL 0
               IF WS-QTD-CONTROLES LESS 300
                   ADD 1 TO WS-QTD-CONTROLES
                   MOVE WS-QTD-CONTROLES TO WS-ACHOU-CTL
               ELSE
                   GO TO P630-FIM
               END-IF
           END-IF
           SET WS-IDX-CTL TO WS-ACHOU-CTL
           MOVE CTRL-PASSO TO WS-CTL-PASSO(WS-IDX-CTL)
           MOVE CTRL-DATA TO WS-CTL-DATA(WS-IDX-CTL)
           MOVE CTRL-GRAVADOS TO WS-CTL-QTD(WS-IDX-CTL)
           MOVE CTRL-VALOR-HASH TO WS-CTL-HASH(WS-IDX-CTL).
       P630-FIM.
           EXIT.

       P635-PROCURA-CONTROLE-LIDO.
           IF WS-CTL-PASSO(WS-IDX-CTL) EQUAL CTRL-PASSO
               AND WS-CTL-DATA(WS-IDX-CTL) EQUAL CTRL-DATA
               SET WS-ACHOU-CTL TO WS-IDX-CTL
           END-IF.

      * Geracao ainda nao testada mais recente da base em
      * WS-BASE-ATUAL; fica em WS-MELHOR-GER (zero = nenhuma).
       P640-PROCURA-MAIS-NOVA.
           IF WS-GER-BASE(WS-IDX-GER) EQUAL WS-BASE-ATUAL
               AND WS-GER-TESTADA(WS-IDX-GER) EQUAL "N"
               AND WS-GER-DATA(WS-IDX-GER) NOT LESS WS-MELHOR-DATA
               SET WS-MELHOR-GER TO WS-IDX-GER
               MOVE WS-GER-DATA(WS-IDX-GER) TO WS-MELHOR-DATA
           END-IF.

      * Rele a geracao apontada por WS-IDX-GER e compara contagem e
      * hash com o controle BKP- da mesma data; WS-ACHOU-BOA quando
      * batem.
       P650-CONFERE-GERACAO.
           MOVE "N" TO WS-GERACAO-BOA
           MOVE 0 TO WS-CONF-QTD
           MOVE 0 TO WS-HASH
           MOVE SPACES TO WS-PASSO-CONTROLE
           STRING "BKP-" DELIMITED BY SIZE
                  WS-BASE-ATUAL DELIMITED BY SPACE
                  INTO WS-PASSO-CONTROLE
           MOVE 0 TO WS-ACHOU-CTL
           PERFORM P655-PROCURA-CONTROLE
               VARYING WS-IDX-CTL FROM 1 BY 1
               UNTIL WS-IDX-CTL GREATER WS-QTD-CONTROLES
           IF WS-ACHOU-CTL EQUAL 0
               DISPLAY "  GERACAO SEM CONTROLE NO CTRLFILE: "
                   WS-GER-NOME(WS-IDX-GER)
               GO TO P650-FIM
           END-IF
           MOVE WS-GER-NOME(WS-IDX-GER) TO WS-NOME-GERACAO
           MOVE "N" TO WS-EOF-GERD
           OPEN INPUT GENERATION-DATA-FILE
           IF WS-FS-GERD NOT EQUAL "00"
               DISPLAY "  GERACAO NAO ENCONTRADA NO DISCO: "
                   WS-NOME-GERACAO
               GO TO P650-FIM
           END-IF
           PERFORM P660-LER-GERACAO-DADOS
           PERFORM UNTIL WS-GERD-EOF
               ADD 1 TO WS-CONF-QTD
               MOVE GENERATION-DATA-RECORD TO WS-IMAGEM
               PERFORM P900-SOMA-IMAGEM
               PERFORM P660-LER-GERACAO-DADOS
           END-PERFORM
           CLOSE GENERATION-DATA-FILE
           SET WS-IDX-CTL TO WS-ACHOU-CTL
           IF WS-CONF-QTD EQUAL WS-CTL-QTD(WS-IDX-CTL)
               AND WS-HASH EQUAL WS-CTL-HASH(WS-IDX-CTL)
               SET WS-ACHOU-BOA TO TRUE
           ELSE
               DISPLAY "  GERACAO NAO CONFERE COM O CONTROLE: "
                   WS-NOME-GERACAO " REGISTROS=" WS-CONF-QTD
                   " ESPERADOS=" WS-CTL-QTD(WS-IDX-CTL)
           END-IF.
       P650-FIM.
           EXIT.

       P655-PROCURA-CONTROLE.
           IF WS-CTL-PASSO(WS-IDX-CTL) EQUAL WS-PASSO-CONTROLE
               AND WS-CTL-DATA(WS-IDX-CTL) EQUAL WS-GER-DATA(WS-IDX-GER)
               SET WS-ACHOU-CTL TO WS-IDX-CTL
           END-IF.

       P660-LER-GERACAO-DADOS.
           MOVE SPACES TO GENERATION-DATA-RECORD
           READ GENERATION-DATA-FILE
               AT END
                   SET WS-GERD-EOF TO TRUE
           END-READ.

      * Hash de controle: soma dos codigos de cada byte da imagem.
       P900-SOMA-IMAGEM.
           PERFORM P905-SOMA-BYTE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS GREATER 300.

       P905-SOMA-BYTE.
           COMPUTE WS-HASH = WS-HASH
               + FUNCTION ORD(WS-IMAGEM(WS-POS:1)).

       END PROGRAM ARQ_RESTAURA.
