      *          CONTFILE (tipos PROVDESP e PROVPDD) quando presente,
      *          com contas fixas na ausencia dele.
      * Tectonics: cobc
      * Modified: 25/11/2023 (JLOS) - A data de negocio e conferida no
      *           cadastro de periodos contabeis PERIMST antes do
      *           calculo: data em mes ja fechado pela contabilidade
      *           grava excecao severa PERI no EXCPLOG (que este
      *           programa passa a usar, tambem para o RECBMST
      *           indisponivel) e termina com RC 8, sem gravar o
      *           PROVPOST.
      * Modified: 03/08/2024 (JLOS) - As tabelas PROVPARM e CONTFILE
      *           agora vem do cadastro de parametros com vigencia
      *           (PARMVIG): antes de abrir o arquivo o programa chama o
      *           PARM_VIGENTE, que o regrava com a versao em vigor na
      *           data de negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB_PROVISAO.
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
       FD  RECEIVABLE-FILE.
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

       01 WS-SWITCHES-PROV.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-GLPO               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-CNTA               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-PERI               PIC X(02) VALUE SPACES.
           05 WS-SIT-PERIODO           PIC X(01) VALUE "A".
               88 WS-PERIODO-FECHADO   VALUE "F".
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-EOF-CNTA              PIC X(01) VALUE "N".
           05 WS-MASCARA-PROV          PIC -Z(9)9,99.

           COPY MASCNUM.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P095-VERIFICA-PERIODO
           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO CONTABIL " WS-DATA-PROCESSO(1:6)
                   " FECHADO - NADA POSTADO"
               MOVE "PERI" TO WS-EXCP-CODIGO
               MOVE "PERIODO CONTABIL FECHADO - PROVISAO NAO POSTADA"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P010-LE-PARM-PERCENTUAIS
           PERFORM P020-CARREGA-CONTAS
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE RECEBIVEIS INDISPONIVEL NA PROVISAO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P300-GRAVA-LOTE-GL
           DISPLAY "PROVISAO DE DEVEDORES DUVIDOSOS GRAVADA - "
               WS-CONT-ABERTAS " PARCELA(S) NA BASE"
           CLOSE EXCEPTION-LOG-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "RECEB_PROV" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "PERI"
               WHEN "RECB"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO EXCP-DATA-NEGOCIO
           WRITE EXCP-LOG-RECORD.

      * Mes sem registro no PERIMST (ou cadastro ainda nao criado)
      * e mes aberto.
       P095-VERIFICA-PERIODO.
           MOVE "A" TO WS-SIT-PERIODO
           OPEN INPUT PERIOD-FILE
           IF WS-FS-PERI EQUAL "00"
               MOVE WS-DATA-PROCESSO(1:6) TO PERI-ANO-MES
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
           END-IF.

       P010-LE-PARM-PERCENTUAIS.
           MOVE "PROVPARM" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE

       P020-CARREGA-CONTAS.
           MOVE "N" TO WS-EOF-CNTA
           MOVE "CONTFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-FS-CNTA EQUAL "00"
               PERFORM P021-LER-CONTA
