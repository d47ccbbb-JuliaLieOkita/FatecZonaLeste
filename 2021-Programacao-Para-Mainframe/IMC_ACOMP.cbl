      *           se perde); se ele ainda estiver no disco o arquivo
      *           nao abre como indexado e o programa para com RC 8
      *           em vez de perder a lista da noite em silencio.
      * Modified: 30/03/2024 (JLOS) - A cobranca WRKCHASE e lista
      *           nominal da enfermagem com dado de saude: cada
      *           geracao agora grava o acesso no log LGPDLOG com o
      *           solicitante do LGPDPARM (LOTE quando a rodada e a
      *           do job, sem solicitante) e quantos funcionarios a
      *           lista identifica.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC_ACOMP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHAS.

           SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPP.

           SELECT ACCESS-LOG-FILE ASSIGN TO "LGPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           RECORDING MODE IS F.
       01  CHASE-LINE                  PIC X(120).

       FD  LGPD-PARM-FILE
           RECORDING MODE IS F.
       COPY LGPDPARM.

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY LGPDLOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-ACOMP.
           05 WS-FS-HIST               PIC X(02) VALUE SPACES.
               88 WS-WRKL-EOF          VALUE "S".
           05 WS-FUNC-ABERTO           PIC X(01) VALUE "N".
               88 WS-TEM-FUNC-ABERTO   VALUE "S".
           05 WS-FS-LGPP               PIC X(02) VALUE SPACES.
           05 WS-FS-LGPL               PIC X(02) VALUE SPACES.

       01 WS-CONTROLE-FUNC.
           05 WS-EMP-ATUAL             PIC X(10) VALUE SPACES.
           05 WS-DIAS-HOJE             PIC S9(07) COMP.
           05 WS-DIAS-PRAZO            PIC S9(07) COMP.
           05 WS-DATA-PRAZO            PIC 9(08).
           05 WS-SOLICITANTE           PIC X(10) VALUE "LOTE".

       01 WS-CONTADORES-ACOMP.
           05 WS-CONT-WORKLIST         PIC 9(05) VALUE 0.
               FUNCTION DATE-OF-INTEGER(WS-DIAS-PRAZO)

           PERFORM P100-COBRA-LISTA-ANTERIOR
           PERFORM P150-GRAVA-ACESSO
           PERFORM P200-GERA-LISTA-NOVA
           DISPLAY "ACOMPANHAMENTO DE IMC - " WS-CONT-WORKLIST
               " NA LISTA, " WS-CONT-COBRANCA " EM COBRANCA"
                   SET WS-WRKL-EOF TO TRUE
           END-READ.

       P150-GRAVA-ACESSO.
           MOVE "LOTE" TO WS-SOLICITANTE
           OPEN INPUT LGPD-PARM-FILE
           IF WS-FS-LGPP EQUAL "00"
               READ LGPD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LGPD-SOLICITANTE NOT EQUAL SPACES
                           MOVE LGPD-SOLICITANTE TO WS-SOLICITANTE
                       END-IF
               END-READ
               CLOSE LGPD-PARM-FILE
           END-IF

           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-FS-LGPL NOT EQUAL "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LGPA-TIMESTAMP
           MOVE WS-DATA-HOJE TO LGPA-DATA-NEGOCIO
           MOVE "IMC_ACOMP" TO LGPA-PROGRAMA
           MOVE "WRKCHASE" TO LGPA-RELATORIO
           MOVE WS-SOLICITANTE TO LGPA-SOLICITANTE
           MOVE WS-CONT-COBRANCA TO LGPA-QTD-FUNCIONARIOS
           WRITE LGPD-ACESSO-RECORD
           CLOSE ACCESS-LOG-FILE.

       P200-GERA-LISTA-NOVA.
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT EQUAL "00"
