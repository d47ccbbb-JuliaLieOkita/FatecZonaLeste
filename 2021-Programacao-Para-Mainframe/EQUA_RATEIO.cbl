      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 11/05/2024
      * Purpose: Rateio mensal do custo de calculo de equacoes entre
      *          as equipes de engenharia: varre a biblioteca EQUALIB
      *          e conta, por solicitante, as equacoes gravadas no
      *          mes separadas por grau (1, 2, 3 ou sistema linear) e
      *          por origem (resolucao nova ou replay da biblioteca),
      *          precifica cada contagem pela tabela de tarifas
      *          TARIEQUA (tarifas padrao na ausencia dela, mesmo
      *          padrao do PROVPARM), imprime o extrato de cada equipe
      *          em RATERPT e grava o lote contabil RATEPOST no
      *          formato do GLPOSTNG: debito por equipe na conta
      *          RATEDESP do centro de custo dela (SOLCMST), credito
      *          do total na conta RATERECU, trailer fechando em
      *          zero. As contas vem do CONTFILE, primeiro pelo tipo
      *          com o centro de custo como qualificador e depois
      *          pelo tipo geral, com contas fixas na ausencia dele.
      *          O mes vem do RATEPARM (AAAAMM) ou e o mes da data de
      *          negocio; mes ja fechado no PERIMST nao e postado.
      * Tectonics: cobc
      * Modified: 03/08/2024 (JLOS) - A tabela CONTFILE agora vem do
      *           cadastro de parametros com vigencia (PARMVIG): antes
      *           de abrir o arquivo o programa chama o PARM_VIGENTE,
      *           que o regrava com a versao em vigor na data de
      *           negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUA_RATEIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUATION-LIBRARY-FILE ASSIGN TO "EQUALIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-EQUATION-ID
               FILE STATUS IS WS-FS-LIB.

           SELECT REQUESTER-FILE ASSIGN TO "SOLCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOLC-ID
               FILE STATUS IS WS-FS-SOLC.

           SELECT RATE-FILE ASSIGN TO "TARIEQUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARI.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNTA.

           SELECT GL-FILE ASSIGN TO "RATEPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPO.

           SELECT REPORT-FILE ASSIGN TO "RATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PERIOD-FILE ASSIGN TO "PERIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERI-ANO-MES
               FILE STATUS IS WS-FS-PERI.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REQUESTER-FILE.
       COPY SOLCMST.

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  TARI-TIPO               PIC X(01).
           05  TARI-ORIGEM             PIC X(01).
           05  TARI-PRECO              PIC 9(05)V99.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ANO-MES            PIC X(06).

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           05  CNTA-TIPO               PIC X(08).
           05  CNTA-REGIAO             PIC X(03).
           05  CNTA-CONTA              PIC X(08).

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                   PIC X(40).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  EXCEPTION-LOG-FILE
           RECORDING MODE IS F.
       COPY EXCPLOG.

       FD  PERIOD-FILE.
       COPY PERIMST.

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-RATEIO.
           05 WS-FS-LIB                PIC X(02) VALUE SPACES.
           05 WS-FS-SOLC               PIC X(02) VALUE SPACES.
           05 WS-FS-TARI               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-GLPO               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-EOF-LIB               PIC X(01) VALUE "N".
               88 WS-LIB-EOF           VALUE "S".
           05 WS-EOF-TARI              PIC X(01) VALUE "N".
               88 WS-TARI-EOF          VALUE "S".
           05 WS-CADASTRO-SOLICITANTES PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-SOLC VALUE "S".
           05 WS-EQUIPE-ACHADA         PIC X(01) VALUE "N".
               88 WS-ACHOU-EQUIPE      VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-PERIODO-RATEIO.
           05 WS-ANO-MES               PIC 9(06) VALUE 0.
           05 WS-ANO-MES-LIB           PIC X(06) VALUE SPACES.

      * Tarifa por equacao: linha 1 a 3 pelo grau, linha 4 sistema
      * linear; coluna 1 resolucao nova, coluna 2 replay.
       01 WS-TARIFAS-PADRAO.
           05 FILLER                   PIC 9(05)V99 VALUE 0,80.
           05 FILLER                   PIC 9(05)V99 VALUE 0,10.
           05 FILLER                   PIC 9(05)V99 VALUE 1,50.
           05 FILLER                   PIC 9(05)V99 VALUE 0,20.
           05 FILLER                   PIC 9(05)V99 VALUE 4,00.
           05 FILLER                   PIC 9(05)V99 VALUE 0,40.
           05 FILLER                   PIC 9(05)V99 VALUE 6,00.
           05 FILLER                   PIC 9(05)V99 VALUE 0,60.
       01 WS-TARIFAS REDEFINES WS-TARIFAS-PADRAO.
           05 WS-TAR-TIPO OCCURS 4 TIMES.
               10 WS-TAR-PRECO         PIC 9(05)V99 OCCURS 2 TIMES.

       01 WS-NOMES-TIPO-VALORES.
           05 FILLER                   PIC X(09) VALUE "GRAU 1".
           05 FILLER                   PIC X(09) VALUE "GRAU 2".
           05 FILLER                   PIC X(09) VALUE "GRAU 3".
           05 FILLER                   PIC X(09) VALUE "SISTEMA".
       01 WS-NOMES-TIPO REDEFINES WS-NOMES-TIPO-VALORES.
           05 WS-NOME-TIPO             PIC X(09) OCCURS 4 TIMES.

       01 WS-CLASSIFICACAO.
           05 WS-TIPO-TAR              PIC 9(01) COMP VALUE 0.
           05 WS-ORIG-TAR              PIC 9(01) COMP VALUE 0.
           05 WS-EQUIPE-BUSCA          PIC X(04) VALUE SPACES.

       01 WS-TABELA-EQUIPES.
           05 WS-QTD-EQUIPES           PIC 9(03) COMP VALUE 0.
           05 WS-EQ-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-EQ.
               10 WS-EQ-ID             PIC X(04).
               10 WS-EQ-NOME           PIC X(30).
               10 WS-EQ-CENTRO-CUSTO   PIC X(03).
               10 WS-EQ-CONTA          PIC X(08).
               10 WS-EQ-VALOR          PIC S9(11)V99.
               10 WS-EQ-CONTAGENS.
                   15 WS-EQ-TIPO OCCURS 4 TIMES.
                       20 WS-EQ-QTD    PIC 9(07) OCCURS 2 TIMES.

       01 WS-PLANO-CONTAS.
           05 WS-QTD-CONTAS            PIC 9(02) COMP VALUE 0.
           05 WS-PLANO-EXTERNO         PIC X(01) VALUE "N".
               88 WS-TEM-PLANO-EXTERNO VALUE "S".
           05 WS-EOF-CNTA              PIC X(01) VALUE "N".
               88 WS-CNTA-EOF          VALUE "S".
           05 WS-CNTA-ITEM OCCURS 50 TIMES
                   INDEXED BY WS-IDX-CNTA.
               10 WS-CNTA-TAB-TIPO     PIC X(08).
               10 WS-CNTA-TAB-REGIAO   PIC X(03).
               10 WS-CNTA-TAB-CONTA    PIC X(08).

       01 WS-CONTAS-RATEIO.
           05 WS-CONTA-DESPESA         PIC X(08) VALUE "61070030".
           05 WS-CONTA-RECUPERACAO     PIC X(08) VALUE "61079090".

       01 WS-BUSCA-CONTA.
           05 WS-BUSCA-TIPO            PIC X(08) VALUE SPACES.
           05 WS-BUSCA-REGIAO          PIC X(03) VALUE SPACES.
           05 WS-CONTA-ACHADA          PIC X(01) VALUE "N".
               88 WS-TEM-CONTA         VALUE "S".
           05 WS-CONTA-RESULTADO       PIC X(08) VALUE SPACES.

       01 WS-GL-CABECALHO.
           05 WS-GLH-TIPO              PIC X(01) VALUE "H".
           05 WS-GLH-DATA              PIC 9(08).
           05 FILLER                   PIC X(31) VALUE SPACES.

       01 WS-GL-LANCAMENTO.
           05 WS-GLD-TIPO              PIC X(01) VALUE "D".
           05 WS-GLD-CONTA             PIC X(08).
           05 WS-GLD-NATUREZA          PIC X(01).
               88 WS-GLD-DEBITO        VALUE "D".
               88 WS-GLD-CREDITO       VALUE "C".
           05 WS-GLD-VALOR             PIC 9(11)V99.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-GL-TRAILER.
           05 WS-GLT-TIPO              PIC X(01) VALUE "T".
           05 WS-GLT-QTD-LANC          PIC 9(06).
           05 WS-GLT-LIQUIDO           PIC S9(13)V99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01 WS-TOTAIS-RATEIO.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-RATEADOS         PIC 9(07) VALUE 0.
           05 WS-CONT-FORA-TABELA      PIC 9(07) VALUE 0.
           05 WS-CONT-SEM-CADASTRO     PIC 9(05) VALUE 0.
           05 WS-CONT-ALERTAS          PIC 9(05) VALUE 0.
           05 WS-CONT-EQUIPES-COBR     PIC 9(05) VALUE 0.
           05 WS-TOT-VALOR             PIC S9(13)V99 VALUE 0.
           05 WS-VALOR-LINHA           PIC S9(11)V99 VALUE 0.

       01 WS-EDICAO-RATEIO.
           05 WS-MASCARA-QTD           PIC Z(06)9.
           05 WS-MASCARA-QTD-REPLAY    PIC Z(06)9.
           05 WS-MASCARA-PRECO         PIC Z(04)9,99.
           05 WS-MASCARA-PRECO-REPLAY  PIC Z(04)9,99.
           05 WS-MASCARA-VALOR         PIC -Z(10)9,99.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-DEFINE-PERIODO
           PERFORM P095-VERIFICA-PERIODO
           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO CONTABIL " WS-ANO-MES
                   " FECHADO - NADA POSTADO"
               MOVE "PERI" TO WS-EXCP-CODIGO
               MOVE "PERIODO CONTABIL FECHADO - RATEIO NAO POSTADO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P020-CARREGA-TARIFAS
           PERFORM P030-CARREGA-CONTAS

           OPEN INPUT EQUATION-LIBRARY-FILE
           IF WS-FS-LIB NOT EQUAL "00"
               DISPLAY "BIBLIOTECA DE EQUACOES INDISPONIVEL - FS "
                   WS-FS-LIB
               MOVE "EQLB" TO WS-EXCP-CODIGO
               MOVE "BIBLIOTECA EQUALIB INDISPONIVEL NO RATEIO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Sem o cadastro o rateio ainda sai, todo na conta geral.
           MOVE "N" TO WS-CADASTRO-SOLICITANTES
           OPEN INPUT REQUESTER-FILE
           IF WS-FS-SOLC EQUAL "00"
               SET WS-TEM-CADASTRO-SOLC TO TRUE
           ELSE
               DISPLAY "CADASTRO DE SOLICITANTES INDISPONIVEL - "
                   "RATEIO SEGUE SEM CENTRO DE CUSTO"
               MOVE "SOLC" TO WS-EXCP-CODIGO
               MOVE "CADASTRO SOLCMST INDISPONIVEL - RATEIO NA CONTA "
                   & "GERAL" TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF

           PERFORM P100-VARRE-BIBLIOTECA
           CLOSE EQUATION-LIBRARY-FILE
           IF WS-TEM-CADASTRO-SOLC
               CLOSE REQUESTER-FILE
           END-IF

           PERFORM P200-PRECIFICA-EQUIPE
               VARYING WS-IDX-EQ FROM 1 BY 1
               UNTIL WS-IDX-EQ GREATER WS-QTD-EQUIPES
           MOVE "RATERECU" TO WS-BUSCA-TIPO
           MOVE SPACES TO WS-BUSCA-REGIAO
           PERFORM P250-BUSCA-CONTA THRU P250-FIM
           MOVE WS-CONTA-RESULTADO TO WS-CONTA-RECUPERACAO

           PERFORM P300-GRAVA-LOTE-GL
           OPEN OUTPUT REPORT-FILE
           PERFORM P400-IMPRIME-EXTRATOS
           CLOSE REPORT-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           DISPLAY "RATEIO DO MES " WS-ANO-MES
               " - EQUACOES=" WS-CONT-LIDOS
               " EQUIPES COBRADAS=" WS-CONT-EQUIPES-COBR
           IF WS-CONT-ALERTAS GREATER 0
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
           MOVE "EQUA_RATEIO" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "PERI"
               WHEN "EQLB"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
                   ADD 1 TO WS-CONT-ALERTAS
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO EXCP-DATA-NEGOCIO
           WRITE EXCP-LOG-RECORD.

      * Mes sem registro no PERIMST (ou cadastro ainda nao criado)
      * e mes aberto.
       P095-VERIFICA-PERIODO.
           MOVE "A" TO WS-SIT-PERIODO
           OPEN INPUT PERIOD-FILE
           IF WS-FS-PERI EQUAL "00"
               MOVE WS-ANO-MES TO PERI-ANO-MES
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERI-SIT-FECHADO
                           SET WS-PERIODO-FECHADO TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

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

      * Mes do RATEPARM quando valido, senao o da data de negocio.
       P010-DEFINE-PERIODO.
           MOVE WS-DATA-PROCESSO(1:6) TO WS-ANO-MES
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANO-MES IS NUMERIC
                           AND PARM-ANO-MES(5:2) GREATER "00"
                           AND PARM-ANO-MES(5:2) LESS "13"
                           MOVE PARM-ANO-MES TO WS-ANO-MES
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * Uma linha por tarifa (tipo 1/2/3/S, origem N/R, preco); o
      * que faltar no TARIEQUA fica com a tarifa padrao.
       P020-CARREGA-TARIFAS.
           MOVE "N" TO WS-EOF-TARI
           OPEN INPUT RATE-FILE
           IF WS-FS-TARI EQUAL "00"
               PERFORM P021-LER-TARIFA
               PERFORM UNTIL WS-TARI-EOF
                   PERFORM P022-GUARDA-TARIFA
                   PERFORM P021-LER-TARIFA
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       P021-LER-TARIFA.
           READ RATE-FILE
               AT END
                   SET WS-TARI-EOF TO TRUE
           END-READ.

       P022-GUARDA-TARIFA.
           MOVE 0 TO WS-TIPO-TAR
           MOVE 0 TO WS-ORIG-TAR
           EVALUATE TARI-TIPO
               WHEN "1"
                   MOVE 1 TO WS-TIPO-TAR
               WHEN "2"
                   MOVE 2 TO WS-TIPO-TAR
               WHEN "3"
                   MOVE 3 TO WS-TIPO-TAR
               WHEN "S"
                   MOVE 4 TO WS-TIPO-TAR
           END-EVALUATE
           EVALUATE TARI-ORIGEM
               WHEN "N"
                   MOVE 1 TO WS-ORIG-TAR
               WHEN "R"
                   MOVE 2 TO WS-ORIG-TAR
           END-EVALUATE
           IF WS-TIPO-TAR EQUAL 0 OR WS-ORIG-TAR EQUAL 0
               OR TARI-PRECO IS NOT NUMERIC
               DISPLAY "TARIFA INVALIDA IGNORADA: " RATE-RECORD
           ELSE
               MOVE TARI-PRECO TO WS-TAR-PRECO(WS-TIPO-TAR, WS-ORIG-TAR)
           END-IF.

       P030-CARREGA-CONTAS.
           MOVE 0 TO WS-QTD-CONTAS
           MOVE "N" TO WS-PLANO-EXTERNO
           MOVE "N" TO WS-EOF-CNTA
           MOVE "CONTFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-FS-CNTA EQUAL "00"
               SET WS-TEM-PLANO-EXTERNO TO TRUE
               PERFORM P031-LER-CONTA
               PERFORM UNTIL WS-CNTA-EOF
                   IF WS-QTD-CONTAS LESS 50
                       ADD 1 TO WS-QTD-CONTAS
                       SET WS-IDX-CNTA TO WS-QTD-CONTAS
                       MOVE CNTA-TIPO
                           TO WS-CNTA-TAB-TIPO(WS-IDX-CNTA)
                       MOVE CNTA-REGIAO
                           TO WS-CNTA-TAB-REGIAO(WS-IDX-CNTA)
                       MOVE CNTA-CONTA
                           TO WS-CNTA-TAB-CONTA(WS-IDX-CNTA)
                   END-IF
                   PERFORM P031-LER-CONTA
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF.

       P031-LER-CONTA.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET WS-CNTA-EOF TO TRUE
           END-READ.

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "EQUA_RATEIO" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-LIDOS TO CTRL-LIDOS
           MOVE WS-CONT-RATEADOS TO CTRL-GRAVADOS
           MOVE WS-CONT-FORA-TABELA TO CTRL-REJEITADOS
           MOVE WS-TOT-VALOR TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

      ******** CONTAGEM DA BIBLIOTECA POR EQUIPE ********
       P100-VARRE-BIBLIOTECA.
           MOVE "N" TO WS-EOF-LIB
           MOVE 0 TO LIB-EQUATION-ID
           START EQUATION-LIBRARY-FILE KEY NOT LESS LIB-EQUATION-ID
               INVALID KEY
                   SET WS-LIB-EOF TO TRUE
           END-START
           PERFORM P110-LER-PROXIMA-EQUACAO
           PERFORM UNTIL WS-LIB-EOF
               IF LIB-SISTEMA-LINEAR
                   MOVE LSIS-TIMESTAMP(1:6) TO WS-ANO-MES-LIB
               ELSE
                   MOVE LIB-TIMESTAMP(1:6) TO WS-ANO-MES-LIB
               END-IF
               IF WS-ANO-MES-LIB EQUAL WS-ANO-MES
                   PERFORM P120-CONTA-EQUACAO
               END-IF
               PERFORM P110-LER-PROXIMA-EQUACAO
           END-PERFORM.

       P110-LER-PROXIMA-EQUACAO.
           READ EQUATION-LIBRARY-FILE NEXT RECORD
               AT END
                   SET WS-LIB-EOF TO TRUE
           END-READ.

      * Sistema e sempre resolucao nova; grau em branco ou fora de
      * 1 a 3 e a quadratica antiga. Solicitante em branco e GERL,
      * como na resolucao.
       P120-CONTA-EQUACAO.
           ADD 1 TO WS-CONT-LIDOS
           IF LIB-SISTEMA-LINEAR
               MOVE 4 TO WS-TIPO-TAR
               MOVE 1 TO WS-ORIG-TAR
               MOVE LSIS-SOLICITANTE TO WS-EQUIPE-BUSCA
           ELSE
               IF LIB-GRAU IS NUMERIC
                   AND LIB-GRAU GREATER 0 AND LIB-GRAU LESS 4
                   MOVE LIB-GRAU TO WS-TIPO-TAR
               ELSE
                   MOVE 2 TO WS-TIPO-TAR
               END-IF
               IF LIB-REPLAY
                   MOVE 2 TO WS-ORIG-TAR
               ELSE
                   MOVE 1 TO WS-ORIG-TAR
               END-IF
               MOVE LIB-SOLICITANTE TO WS-EQUIPE-BUSCA
           END-IF
           IF WS-EQUIPE-BUSCA EQUAL SPACES
               MOVE "GERL" TO WS-EQUIPE-BUSCA
           END-IF
           PERFORM P130-LOCALIZA-EQUIPE
           IF WS-ACHOU-EQUIPE
               ADD 1 TO WS-EQ-QTD(WS-IDX-EQ, WS-TIPO-TAR, WS-ORIG-TAR)
               ADD 1 TO WS-CONT-RATEADOS
           ELSE
               ADD 1 TO WS-CONT-FORA-TABELA
               MOVE "RTAB" TO WS-EXCP-CODIGO
               MOVE SPACES TO WS-EXCP-DESCRICAO
               STRING "EQUACAO " DELIMITED BY SIZE
                      LIB-EQUATION-ID DELIMITED BY SIZE
                      " FORA DO RATEIO - TABELA DE EQUIPES CHEIA"
                          DELIMITED BY SIZE
                      INTO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF.

       P130-LOCALIZA-EQUIPE.
           MOVE "N" TO WS-EQUIPE-ACHADA
           PERFORM P131-COMPARA-EQUIPE
               VARYING WS-IDX-EQ FROM 1 BY 1
               UNTIL WS-IDX-EQ GREATER WS-QTD-EQUIPES
                   OR WS-ACHOU-EQUIPE
           IF WS-ACHOU-EQUIPE
               SET WS-IDX-EQ DOWN BY 1
           ELSE
               IF WS-QTD-EQUIPES LESS 200
                   ADD 1 TO WS-QTD-EQUIPES
                   SET WS-IDX-EQ TO WS-QTD-EQUIPES
                   PERFORM P132-NOVA-EQUIPE
                   SET WS-ACHOU-EQUIPE TO TRUE
               END-IF
           END-IF.

       P131-COMPARA-EQUIPE.
           IF WS-EQ-ID(WS-IDX-EQ) EQUAL WS-EQUIPE-BUSCA
               SET WS-ACHOU-EQUIPE TO TRUE
           END-IF.

      * Equipe fora do SOLCMST fica sem centro de custo e cai na
      * conta geral de RATEDESP.
       P132-NOVA-EQUIPE.
           MOVE WS-EQUIPE-BUSCA TO WS-EQ-ID(WS-IDX-EQ)
           MOVE "EQUIPE FORA DO CADASTRO" TO WS-EQ-NOME(WS-IDX-EQ)
           MOVE SPACES TO WS-EQ-CENTRO-CUSTO(WS-IDX-EQ)
           MOVE SPACES TO WS-EQ-CONTA(WS-IDX-EQ)
           MOVE 0 TO WS-EQ-VALOR(WS-IDX-EQ)
           MOVE ZEROS TO WS-EQ-CONTAGENS(WS-IDX-EQ)
           IF WS-TEM-CADASTRO-SOLC
               MOVE WS-EQUIPE-BUSCA TO SOLC-ID
               READ REQUESTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-CONT-SEM-CADASTRO
                       MOVE "SOLC" TO WS-EXCP-CODIGO
                       MOVE SPACES TO WS-EXCP-DESCRICAO
                       STRING "SOLICITANTE " DELIMITED BY SIZE
                              WS-EQUIPE-BUSCA DELIMITED BY SIZE
                              " FORA DO SOLCMST - RATEIO NA CONTA "
                                  DELIMITED BY SIZE
                              "GERAL" DELIMITED BY SIZE
                              INTO WS-EXCP-DESCRICAO
                       PERFORM P091-GRAVA-EXCECAO
                   NOT INVALID KEY
                       MOVE SOLC-NOME TO WS-EQ-NOME(WS-IDX-EQ)
                       MOVE SOLC-CENTRO-CUSTO
                           TO WS-EQ-CENTRO-CUSTO(WS-IDX-EQ)
               END-READ
           END-IF.

      ******** PRECIFICACAO E CONTA DE CADA EQUIPE ********
       P200-PRECIFICA-EQUIPE.
           MOVE 0 TO WS-EQ-VALOR(WS-IDX-EQ)
           PERFORM P210-SOMA-TARIFA
               VARYING WS-TIPO-TAR FROM 1 BY 1
                   UNTIL WS-TIPO-TAR GREATER 4
               AFTER WS-ORIG-TAR FROM 1 BY 1
                   UNTIL WS-ORIG-TAR GREATER 2
           ADD WS-EQ-VALOR(WS-IDX-EQ) TO WS-TOT-VALOR
           MOVE "RATEDESP" TO WS-BUSCA-TIPO
           MOVE WS-EQ-CENTRO-CUSTO(WS-IDX-EQ) TO WS-BUSCA-REGIAO
           PERFORM P250-BUSCA-CONTA THRU P250-FIM
           MOVE WS-CONTA-RESULTADO TO WS-EQ-CONTA(WS-IDX-EQ).

       P210-SOMA-TARIFA.
           COMPUTE WS-EQ-VALOR(WS-IDX-EQ) = WS-EQ-VALOR(WS-IDX-EQ)
               + WS-EQ-QTD(WS-IDX-EQ, WS-TIPO-TAR, WS-ORIG-TAR)
               * WS-TAR-PRECO(WS-TIPO-TAR, WS-ORIG-TAR).

      * Centro de custo como qualificador do tipo e, na falta dele,
      * o tipo geral (qualificador em branco).
       P250-BUSCA-CONTA.
           MOVE "N" TO WS-CONTA-ACHADA
           MOVE SPACES TO WS-CONTA-RESULTADO
           IF NOT WS-TEM-PLANO-EXTERNO
               EVALUATE WS-BUSCA-TIPO
                   WHEN "RATEDESP"
                       MOVE WS-CONTA-DESPESA TO WS-CONTA-RESULTADO
                   WHEN "RATERECU"
                       MOVE WS-CONTA-RECUPERACAO TO WS-CONTA-RESULTADO
               END-EVALUATE
               SET WS-TEM-CONTA TO TRUE
               GO TO P250-FIM
           END-IF

           IF WS-BUSCA-REGIAO NOT EQUAL SPACES
               PERFORM P251-COMPARA-CONTA-EXATA
                   VARYING WS-IDX-CNTA FROM 1 BY 1
                   UNTIL WS-IDX-CNTA GREATER WS-QTD-CONTAS
                       OR WS-TEM-CONTA
           END-IF
           IF NOT WS-TEM-CONTA
               PERFORM P252-COMPARA-CONTA-GERAL
                   VARYING WS-IDX-CNTA FROM 1 BY 1
                   UNTIL WS-IDX-CNTA GREATER WS-QTD-CONTAS
                       OR WS-TEM-CONTA
           END-IF

           IF NOT WS-TEM-CONTA
               DISPLAY "TIPO DE LANCAMENTO SEM CONTA NO PLANO: "
                   WS-BUSCA-TIPO " CENTRO " WS-BUSCA-REGIAO
               MOVE "CNTA" TO WS-EXCP-CODIGO
               MOVE "TIPO DE LANCAMENTO SEM CONTA NO PLANO EXTERNO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               MOVE ALL "?" TO WS-CONTA-RESULTADO
           END-IF.
       P250-FIM.
           EXIT.

       P251-COMPARA-CONTA-EXATA.
           IF WS-CNTA-TAB-TIPO(WS-IDX-CNTA) EQUAL WS-BUSCA-TIPO
               AND WS-CNTA-TAB-REGIAO(WS-IDX-CNTA) EQUAL
                   WS-BUSCA-REGIAO
               MOVE WS-CNTA-TAB-CONTA(WS-IDX-CNTA)
                   TO WS-CONTA-RESULTADO
               SET WS-TEM-CONTA TO TRUE
           END-IF.

       P252-COMPARA-CONTA-GERAL.
           IF WS-CNTA-TAB-TIPO(WS-IDX-CNTA) EQUAL WS-BUSCA-TIPO
               AND WS-CNTA-TAB-REGIAO(WS-IDX-CNTA) EQUAL SPACES
               MOVE WS-CNTA-TAB-CONTA(WS-IDX-CNTA)
                   TO WS-CONTA-RESULTADO
               SET WS-TEM-CONTA TO TRUE
           END-IF.

      ******** LOTE CONTABIL NO FORMATO DO GLPOSTNG ********
       P300-GRAVA-LOTE-GL.
           OPEN OUTPUT GL-FILE
           MOVE WS-DATA-PROCESSO TO WS-GLH-DATA
           MOVE WS-GL-CABECALHO TO GL-RECORD
           WRITE GL-RECORD
           MOVE 0 TO WS-GLT-QTD-LANC
           PERFORM P310-DEBITO-EQUIPE
               VARYING WS-IDX-EQ FROM 1 BY 1
               UNTIL WS-IDX-EQ GREATER WS-QTD-EQUIPES
           IF WS-TOT-VALOR GREATER 0
               MOVE WS-CONTA-RECUPERACAO TO WS-GLD-CONTA
               SET WS-GLD-CREDITO TO TRUE
               MOVE WS-TOT-VALOR TO WS-GLD-VALOR
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD
               ADD 1 TO WS-GLT-QTD-LANC
           END-IF
           MOVE 0 TO WS-GLT-LIQUIDO
           MOVE WS-GL-TRAILER TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE.

       P310-DEBITO-EQUIPE.
           IF WS-EQ-VALOR(WS-IDX-EQ) GREATER 0
               MOVE WS-EQ-CONTA(WS-IDX-EQ) TO WS-GLD-CONTA
               SET WS-GLD-DEBITO TO TRUE
               MOVE WS-EQ-VALOR(WS-IDX-EQ) TO WS-GLD-VALOR
               MOVE WS-GL-LANCAMENTO TO GL-RECORD
               WRITE GL-RECORD
               ADD 1 TO WS-GLT-QTD-LANC
               ADD 1 TO WS-CONT-EQUIPES-COBR
           END-IF.

      ******** EXTRATO DE RATEIO POR EQUIPE ********
       P400-IMPRIME-EXTRATOS.
           MOVE SPACES TO REPORT-LINE
           STRING "RATEIO DE CALCULO DE EQUACOES POR EQUIPE - MES "
                      DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  " (DATA DE NEGOCIO " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P410-EXTRATO-EQUIPE
               VARYING WS-IDX-EQ FROM 1 BY 1
               UNTIL WS-IDX-EQ GREATER WS-QTD-EQUIPES
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-VALOR TO WS-MASCARA-VALOR
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL RATEADO " DELIMITED BY SIZE
                  WS-MASCARA-VALOR DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-CONT-LIDOS DELIMITED BY SIZE
                  " EQUACAO(OES) - CREDITO " DELIMITED BY SIZE
                  WS-CONTA-RECUPERACAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONT-SEM-CADASTRO GREATER 0
               OR WS-CONT-FORA-TABELA GREATER 0
               MOVE SPACES TO REPORT-LINE
               STRING "ATENCAO: " DELIMITED BY SIZE
                      WS-CONT-SEM-CADASTRO DELIMITED BY SIZE
                      " EQUIPE(S) FORA DO SOLCMST NA CONTA GERAL, "
                          DELIMITED BY SIZE
                      WS-CONT-FORA-TABELA DELIMITED BY SIZE
                      " EQUACAO(OES) FORA DO RATEIO (VER EXCPLOG)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P410-EXTRATO-EQUIPE.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EQUIPE " DELIMITED BY SIZE
                  WS-EQ-ID(WS-IDX-EQ) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EQ-NOME(WS-IDX-EQ) DELIMITED BY SIZE
                  " CENTRO DE CUSTO " DELIMITED BY SIZE
                  WS-EQ-CENTRO-CUSTO(WS-IDX-EQ) DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-EQ-CONTA(WS-IDX-EQ) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P420-LINHA-TIPO
               VARYING WS-TIPO-TAR FROM 1 BY 1
               UNTIL WS-TIPO-TAR GREATER 4
           MOVE WS-EQ-VALOR(WS-IDX-EQ) TO WS-MASCARA-VALOR
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL DA EQUIPE " DELIMITED BY SIZE
                  WS-MASCARA-VALOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P420-LINHA-TIPO.
           COMPUTE WS-VALOR-LINHA =
               WS-EQ-QTD(WS-IDX-EQ, WS-TIPO-TAR, 1)
               * WS-TAR-PRECO(WS-TIPO-TAR, 1)
               + WS-EQ-QTD(WS-IDX-EQ, WS-TIPO-TAR, 2)
               * WS-TAR-PRECO(WS-TIPO-TAR, 2)
           MOVE WS-EQ-QTD(WS-IDX-EQ, WS-TIPO-TAR, 1) TO WS-MASCARA-QTD
           MOVE WS-EQ-QTD(WS-IDX-EQ, WS-TIPO-TAR, 2)
               TO WS-MASCARA-QTD-REPLAY
           MOVE WS-TAR-PRECO(WS-TIPO-TAR, 1) TO WS-MASCARA-PRECO
           MOVE WS-TAR-PRECO(WS-TIPO-TAR, 2)
               TO WS-MASCARA-PRECO-REPLAY
           MOVE WS-VALOR-LINHA TO WS-MASCARA-VALOR
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-NOME-TIPO(WS-TIPO-TAR) DELIMITED BY SIZE
                  " NOVAS " DELIMITED BY SIZE
                  WS-MASCARA-QTD DELIMITED BY SIZE
                  " X " DELIMITED BY SIZE
                  WS-MASCARA-PRECO DELIMITED BY SIZE
                  "  REPLAYS " DELIMITED BY SIZE
                  WS-MASCARA-QTD-REPLAY DELIMITED BY SIZE
                  " X " DELIMITED BY SIZE
                  WS-MASCARA-PRECO-REPLAY DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-MASCARA-VALOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM EQUA_RATEIO.
