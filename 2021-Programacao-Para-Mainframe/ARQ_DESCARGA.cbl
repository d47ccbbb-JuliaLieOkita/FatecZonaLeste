      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 06/07/2024
      * Purpose: Descarga noturna dos cadastros indexados atualizados
      *          no lugar (RECBMST, CLIEMST, VEICMST, FUNCMST, LOJAMST,
      *          IMCHFILE, FLEETMST, EQUALIB, EXCPREVW, MNTWORK,
      *          WRKLFILE e NOTIFMST), rodada como passo final do job
      *          noturno antes da arrumacao de geracoes: cada cadastro
      *          e lido em ordem de chave e copiado para uma geracao
      *          sequencial datada <BASE>.Byyyymmdd, registrada em
      *          GERAFILE (a ARQ_LIMPEZA mantem as N mais recentes), com
      *          a contagem de registros e o hash (soma dos bytes da
      *          imagem de cada registro) no CTRLFILE, passo
      *          BKP-<BASE>. Fecha com o roteiro de recuperacao
      *          (RECURPT): para cada cadastro, a geracao boa mais
      *          recente - relida e conferida contra a contagem e o hash
      *          do CTRLFILE - que o ARQ_RESTAURA usaria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ_DESCARGA.
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

           SELECT REPORT-FILE ASSIGN TO "RECURPT"
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

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-DESCARGA.
           05 WS-FS-MESTRE             PIC X(02) VALUE SPACES.
           05 WS-FS-GERD               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
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

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-CAMPOS-DESCARGA.
           05 WS-BASE-ATUAL            PIC X(08) VALUE SPACES.
           05 WS-NOME-GERACAO          PIC X(30) VALUE SPACES.
           05 WS-PASSO-CONTROLE        PIC X(12) VALUE SPACES.
           05 WS-MASCARA-HASH          PIC Z(12)9.

       01 WS-CONTADORES-DESCARGA.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-GRAVADOS         PIC 9(07) VALUE 0.
           05 WS-HASH                  PIC 9(13) VALUE 0.
           05 WS-CONT-DESCARREGADOS    PIC 9(03) VALUE 0.
           05 WS-CONT-FALHAS           PIC 9(03) VALUE 0.
           05 WS-CONT-SEM-BOA          PIC 9(03) VALUE 0.

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
           DISPLAY "DESCARGA DOS CADASTROS INDEXADOS - DATA "
               WS-DATA-PROCESSO

           PERFORM P100-DESCARREGA-MESTRE THRU P100-FIM
               VARYING WS-IDX-MST FROM 1 BY 1
               UNTIL WS-IDX-MST GREATER 12

           PERFORM P500-ROTEIRO-RECUPERACAO
           CLOSE EXCEPTION-LOG-FILE

           DISPLAY "DESCARGA - CADASTROS DESCARREGADOS="
               WS-CONT-DESCARREGADOS " FALHAS=" WS-CONT-FALHAS
               " SEM GERACAO BOA=" WS-CONT-SEM-BOA
           IF WS-CONT-FALHAS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "ARQ_DESCARGA" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "BKPE"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
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

      * Cadastro que nao existe na instalacao nao tem o que
      * descarregar; erro de abertura ou de leitura e falha severa e
      * a geracao incompleta nao e registrada.
       P100-DESCARREGA-MESTRE.
           MOVE WS-MESTRE-NOME(WS-IDX-MST) TO WS-BASE-ATUAL
           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-GRAVADOS
           MOVE 0 TO WS-HASH
           MOVE "N" TO WS-EOF-MESTRE
           MOVE "N" TO WS-FALHA-MESTRE
           PERFORM P200-ABRE-MESTRE
           IF WS-FS-MESTRE EQUAL "35"
               DISPLAY "  " WS-BASE-ATUAL " - CADASTRO INEXISTENTE, "
                   "SEM DESCARGA"
               GO TO P100-FIM
           END-IF
           IF WS-FS-MESTRE NOT EQUAL "00"
               MOVE SPACES TO WS-EXCP-DESCRICAO
               STRING "DESCARGA FALHOU NA ABERTURA DO "
                          DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " - FS " DELIMITED BY SIZE
                      WS-FS-MESTRE DELIMITED BY SIZE
                      INTO WS-EXCP-DESCRICAO
               PERFORM P110-FALHA-DESCARGA
               GO TO P100-FIM
           END-IF
           MOVE SPACES TO WS-NOME-GERACAO
           STRING WS-BASE-ATUAL DELIMITED BY SPACE
                  ".B" DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO WS-NOME-GERACAO
           OPEN OUTPUT GENERATION-DATA-FILE
           IF WS-FS-GERD NOT EQUAL "00"
               MOVE SPACES TO WS-EXCP-DESCRICAO
               STRING "DESCARGA SEM ONDE GRAVAR A GERACAO "
                          DELIMITED BY SIZE
                      WS-NOME-GERACAO DELIMITED BY SPACE
                      INTO WS-EXCP-DESCRICAO
               PERFORM P110-FALHA-DESCARGA
               PERFORM P220-FECHA-MESTRE
               GO TO P100-FIM
           END-IF
           PERFORM P210-LER-MESTRE
           PERFORM UNTIL WS-MESTRE-EOF
               ADD 1 TO WS-CONT-LIDOS
               MOVE WS-IMAGEM TO GENERATION-DATA-RECORD
               WRITE GENERATION-DATA-RECORD
               ADD 1 TO WS-CONT-GRAVADOS
               PERFORM P900-SOMA-IMAGEM
               PERFORM P210-LER-MESTRE
           END-PERFORM
           CLOSE GENERATION-DATA-FILE
           PERFORM P220-FECHA-MESTRE
           IF WS-ERRO-MESTRE
               MOVE SPACES TO WS-EXCP-DESCRICAO
               STRING "DESCARGA FALHOU NA LEITURA DO "
                          DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " - FS " DELIMITED BY SIZE
                      WS-FS-MESTRE DELIMITED BY SIZE
                      INTO WS-EXCP-DESCRICAO
               PERFORM P110-FALHA-DESCARGA
               GO TO P100-FIM
           END-IF
           PERFORM P120-REGISTRA-GERACAO
           PERFORM P130-GRAVA-CONTROLE
           ADD 1 TO WS-CONT-DESCARREGADOS
           MOVE WS-HASH TO WS-MASCARA-HASH
           DISPLAY "  " WS-BASE-ATUAL " -> " WS-NOME-GERACAO
               " REGISTROS=" WS-CONT-GRAVADOS
               " HASH=" WS-MASCARA-HASH.
       P100-FIM.
           EXIT.

       P110-FALHA-DESCARGA.
           DISPLAY "  " WS-EXCP-DESCRICAO
           ADD 1 TO WS-CONT-FALHAS
           MOVE "BKPE" TO WS-EXCP-CODIGO
           PERFORM P091-GRAVA-EXCECAO.

       P120-REGISTRA-GERACAO.
           OPEN EXTEND GENERATION-REG-FILE
           IF WS-FS-GERA NOT EQUAL "00"
               OPEN OUTPUT GENERATION-REG-FILE
           END-IF
           MOVE WS-BASE-ATUAL TO GERA-BASE
           MOVE WS-NOME-GERACAO TO GERA-NOME
           MOVE WS-DATA-PROCESSO TO GERA-DATA
           WRITE GERACAO-RECORD
           CLOSE GENERATION-REG-FILE.

       P130-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CTRL-PASSO
           STRING "BKP-" DELIMITED BY SIZE
                  WS-BASE-ATUAL DELIMITED BY SPACE
                  INTO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDOS TO CTRL-LIDOS
           MOVE WS-CONT-GRAVADOS TO CTRL-GRAVADOS
           MOVE 0 TO CTRL-REJEITADOS
           MOVE WS-HASH TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

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

      ******** Roteiro de recuperacao (RECURPT) ********
       P500-ROTEIRO-RECUPERACAO.
           PERFORM P600-CARREGA-GERACOES
           PERFORM P620-CARREGA-CONTROLES
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ROTEIRO DE RECUPERACAO DOS CADASTROS INDEXADOS - "
                      DELIMITED BY SIZE
                  "DATA " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GERACAO BOA = RELIDA AGORA COM CONTAGEM E HASH "
                      DELIMITED BY SIZE
                  "IGUAIS AOS DO CTRLFILE (PASSO BKP-BASE)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P530-MESTRE-ROTEIRO
               VARYING WS-IDX-MST FROM 1 BY 1
               UNTIL WS-IDX-MST GREATER 12
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PARA RESTAURAR: RESTPARM COM A BASE (8) E A DATA DA "
                      DELIMITED BY SIZE
                  "GERACAO (8; ZEROS = A BOA MAIS RECENTE) E RODAR O "
                      DELIMITED BY SIZE
                  "ARQ_RESTAURA" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P530-MESTRE-ROTEIRO.
           MOVE WS-MESTRE-NOME(WS-IDX-MST) TO WS-BASE-ATUAL
           MOVE "N" TO WS-GERACAO-BOA
           MOVE "N" TO WS-FIM-CANDIDATAS
           MOVE 0 TO WS-QTD-REJEITADAS
           PERFORM P540-TENTA-GERACAO THRU P540-FIM
               UNTIL WS-ACHOU-BOA OR WS-SEM-CANDIDATA
           MOVE SPACES TO REPORT-LINE
           IF WS-ACHOU-BOA
               SET WS-IDX-CTL TO WS-ACHOU-CTL
               MOVE WS-CTL-HASH(WS-IDX-CTL) TO WS-MASCARA-HASH
               STRING "  " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SIZE
                      " BOA MAIS RECENTE: " DELIMITED BY SIZE
                      WS-GER-NOME(WS-IDX-GER) DELIMITED BY SIZE
                      " REGISTROS=" DELIMITED BY SIZE
                      WS-CTL-QTD(WS-IDX-CTL) DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      WS-MASCARA-HASH DELIMITED BY SIZE
                      " REJEITADAS=" DELIMITED BY SIZE
                      WS-QTD-REJEITADAS DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-CONT-SEM-BOA
               STRING "  " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SIZE
                      " SEM GERACAO BOA - NAO HA DE ONDE RESTAURAR"
                          DELIMITED BY SIZE
                      " REJEITADAS=" DELIMITED BY SIZE
                      WS-QTD-REJEITADAS DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-QTD-REJEITADAS GREATER 0
               MOVE "BKPV" TO WS-EXCP-CODIGO
               MOVE SPACES TO WS-EXCP-DESCRICAO
               STRING "GERACAO DE DESCARGA DO " DELIMITED BY SIZE
                      WS-BASE-ATUAL DELIMITED BY SPACE
                      " NAO CONFERE COM O CTRLFILE" DELIMITED BY SIZE
                      INTO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
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
           PERFORM P650-CONFERE-GERACAO THRU P650-FIM
           IF NOT WS-ACHOU-BOA
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.
       P540-FIM.
           EXIT.

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

       END PROGRAM ARQ_DESCARGA.
