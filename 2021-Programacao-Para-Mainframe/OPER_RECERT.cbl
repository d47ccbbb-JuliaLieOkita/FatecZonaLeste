      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 17/08/2024
      * Purpose: Recertificacao trimestral dos acessos dos operadores
      *          (RCRTRPT): cruza o cadastro OPERMST com o log de sessao
      *          SESSLOG - o vivo e os archives da retencao registrados
      *          em GERAFILE - e lista, por operador, o ultimo sign-on,
      *          as opcoes concedidas contra as usadas no trimestre e a
      *          autoridade de supervisor (posicao 7). Conta sem
      *          sign-on ha mais de N dias (RCRTPARM, padrao 90, zero
      *          so relata) e desativada no cadastro com a mesma
      *          trilha do OPER_MANUT: SESSLOG opcao 9 e MUDALOG com
      *          as imagens antes e depois. A inclusao ou reativacao
      *          registrada na MUDALOG conta como ultimo uso, para nao
      *          derrubar quem acabou de ser liberado. A secao de
      *          segregacao de funcoes aponta quem manteve operadores
      *          no trimestre e tambem roda a liquidacao (opcao 1).
      *          O trimestre e o ultimo fechado ate a data de negocio
      *          (DATAPROC), ou a faixa informada no RCRTPARM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER_RECERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPMS.

           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

           SELECT GENERATION-REG-FILE ASSIGN TO "GERAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT ARCHIVE-FILE ASSIGN TO WS-NOME-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT PARM-FILE ASSIGN TO "RCRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT REPORT-FILE ASSIGN TO "RCRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY OPERMST.

       FD  SESSION-LOG-FILE
           RECORDING MODE IS F.
       01  SESSION-LOG-RECORD.
           05  SESS-OPERADOR           PIC X(08).
           05  SESS-TIMESTAMP          PIC X(21).
           05  SESS-OPCAO              PIC 9(01).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       FD  GENERATION-REG-FILE
           RECORDING MODE IS F.
       01  GERACAO-RECORD.
           05  GERA-BASE               PIC X(08).
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(400).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-DIAS-INATIVO       PIC 9(03).
           05  PARM-SUBMISSOR          PIC X(08).
           05  PARM-DATA-DE            PIC 9(08).
           05  PARM-DATA-ATE           PIC 9(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-RCRT.
           05 WS-FS-OPMS               PIC X(02) VALUE SPACES.
           05 WS-FS-SESS               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           05 WS-FS-ARCH               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-EOF-OPMS              PIC X(01) VALUE "N".
               88 WS-OPMS-EOF          VALUE "S".
           05 WS-EOF-LOG               PIC X(01) VALUE "N".
               88 WS-LOG-EOF           VALUE "S".
           05 WS-EOF-GERA              PIC X(01) VALUE "N".
               88 WS-GERA-EOF          VALUE "S".
           05 WS-CADASTRO-LIDO         PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO      VALUE "S".
           05 WS-OPER-ACHADO           PIC X(01) VALUE "N".
               88 WS-OPER-NA-TABELA    VALUE "S".

       01 WS-PARAMETROS-RCRT.
           05 WS-DIAS-INATIVO          PIC 9(03) VALUE 90.
           05 WS-SUBMISSOR             PIC X(08) VALUE "RECERTIF".
           05 WS-DATA-DE               PIC 9(08) VALUE 0.
           05 WS-DATA-ATE              PIC 9(08) VALUE 0.

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.
       01 WS-DATA-PROCESSO-R REDEFINES WS-DATA-PROCESSO.
           05 WS-PROC-ANO              PIC 9(04).
           05 WS-PROC-MES              PIC 9(02).
           05 WS-PROC-DIA              PIC 9(02).

       01 WS-CALCULO-DATAS.
           05 WS-DATA-AUX              PIC 9(08) VALUE 0.
           05 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
               10 WS-AUX-ANO           PIC 9(04).
               10 WS-AUX-MES           PIC 9(02).
               10 WS-AUX-DIA           PIC 9(02).
           05 WS-INICIO-TRIMESTRE      PIC 9(08) VALUE 0.
           05 WS-MESES-ANTES           PIC 9(02) VALUE 0.
           05 WS-TRIMESTRE             PIC 9(01) VALUE 0.
           05 WS-DIAS-AUX              PIC S9(07) COMP.
           05 WS-DIAS-PROCESSO         PIC S9(07) COMP.
           05 WS-DATA-REGISTRO         PIC 9(08) VALUE 0.
           05 WS-DATA-ULTIMO           PIC 9(08) VALUE 0.

      * Cadastro inteiro em memoria, como no OPER_MANUT, com o que foi
      * apurado dos logs ao lado de cada operador. WS-OPER-USO tem uma
      * posicao por opcao do SESSLOG (opcao 0 na posicao 1).
       01 WS-TABELA-OPERADORES.
           05 WS-QTD-OPER              PIC 9(04) COMP VALUE 0.
           05 WS-IDX-ACHADO            PIC 9(04) COMP VALUE 0.
           05 WS-TAB-ESTOURO           PIC X(01) VALUE "N".
               88 WS-TABELA-ESTOUROU   VALUE "S".
           05 WS-OPER-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-OPER.
               10 WS-OPER-REGISTRO     PIC X(62).
               10 WS-OPER-RED REDEFINES WS-OPER-REGISTRO.
                   15 WS-OPER-TAB-ID   PIC X(08).
                   15 WS-OPER-TAB-NOME PIC X(30).
                   15 WS-OPER-TAB-OPC  PIC X(07).
                   15 WS-OPER-TAB-SNH  PIC X(08).
                   15 WS-OPER-TAB-VAL  PIC 9(08).
                   15 WS-OPER-TAB-ATV  PIC X(01).
               10 WS-OPER-ULT-SESSAO   PIC X(21).
               10 WS-OPER-ULT-LIBERA   PIC 9(08).
               10 WS-OPER-USO          PIC X(10).
               10 WS-OPER-SESSOES      PIC 9(05).
               10 WS-OPER-MANUTENCOES  PIC 9(05).
               10 WS-OPER-DATA-ULTIMO  PIC 9(08).
               10 WS-OPER-DIAS-SEM-USO PIC 9(05).
               10 WS-OPER-SITUACAO     PIC X(01).
                   88 WS-OPER-EM-USO       VALUE "A".
                   88 WS-OPER-JA-INATIVO   VALUE "I".
                   88 WS-OPER-DESATIVADO   VALUE "D".
                   88 WS-OPER-PENDENTE     VALUE "P".

      * Registro de log lido, do arquivo vivo ou do archive.
       01 WS-SESSAO-LIDA.
           05 WS-SESL-OPERADOR         PIC X(08).
           05 WS-SESL-TIMESTAMP        PIC X(21).
           05 WS-SESL-OPCAO            PIC X(01).

       01 WS-MUDANCA-LIDA.
           05 WS-MUDL-DATA             PIC X(08).
           05 WS-MUDL-TIMESTAMP        PIC X(21).
           05 WS-MUDL-CADASTRO         PIC X(08).
           05 WS-MUDL-CHAVE            PIC X(10).
           05 WS-MUDL-ACAO             PIC X(01).
           05 WS-MUDL-SUBMISSOR        PIC X(08).
           05 WS-MUDL-PROGRAMA         PIC X(12).
           05 WS-MUDL-ORIGEM           PIC X(08).
           05 WS-MUDL-ANTES            PIC X(150).
           05 WS-MUDL-DEPOIS           PIC X(150).

       01 WS-CAMPOS-RCRT.
           05 WS-NOME-ARCHIVE          PIC X(30) VALUE SPACES.
           05 WS-BASE-ARCHIVE          PIC X(08) VALUE SPACES.
           05 WS-ID-PROCURADO          PIC X(08) VALUE SPACES.
           05 WS-OPCAO-LIDA            PIC 9(01) VALUE 0.
           05 WS-POS-USO               PIC 9(02) VALUE 0.
           05 WS-POS                   PIC 9(02) VALUE 0.
           05 WS-OPCOES-CONCEDIDAS     PIC X(07) VALUE SPACES.
           05 WS-OPCOES-USADAS         PIC X(07) VALUE SPACES.
           05 WS-OPCOES-SEM-USO        PIC X(07) VALUE SPACES.
           05 WS-DIGITOS-OPCAO         PIC X(07) VALUE "1234567".

       01 WS-TRILHA-MUDANCA.
           05 WS-FS-MUDA               PIC X(02) VALUE SPACES.
           05 WS-MUDALOG-ABERTO        PIC X(01) VALUE "N".
               88 WS-TEM-MUDALOG       VALUE "S".
           05 WS-IMAGEM-ANTES          PIC X(150) VALUE SPACES.
           05 WS-IMAGEM-DEPOIS         PIC X(150) VALUE SPACES.

       01 WS-LINHA-OPERADOR.
           05 WS-LIN-ID                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-NOME              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-ULTIMO            PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-DIAS              PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-CONCEDIDAS        PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-USADAS            PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-SEM-USO           PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-SUPERVISOR        PIC X(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-SESSOES           PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO          PIC X(26).

       01 WS-EDICAO-RCRT.
           05 WS-DIAS-EDITADO          PIC ZZZZ9.
           05 WS-QTD-EDITADA           PIC ZZZZ9.

       01 WS-CONTADORES-RCRT.
           05 WS-CONT-ARCHIVES         PIC 9(04) VALUE 0.
           05 WS-CONT-SESSOES-LIDAS    PIC 9(07) VALUE 0.
           05 WS-CONT-FORA-CADASTRO    PIC 9(07) VALUE 0.
           05 WS-CONT-DESATIVADOS      PIC 9(05) VALUE 0.
           05 WS-CONT-PENDENTES        PIC 9(05) VALUE 0.
           05 WS-CONT-CONFLITOS        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM
           PERFORM P020-CALCULA-TRIMESTRE THRU P020-FIM

           PERFORM P030-CARREGA-CADASTRO THRU P030-FIM
           IF NOT WS-TEM-CADASTRO
               DISPLAY "CADASTRO DE OPERADORES OPERMST INDISPONIVEL - "
                   "FS " WS-FS-OPMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Com a tabela estourada a regravacao apagaria os registros
      * excedentes: o relatorio sai, mas ninguem e desativado.
           IF WS-TABELA-ESTOUROU
               DISPLAY "CADASTRO MAIOR QUE A TABELA INTERNA - "
                   "INATIVOS SO RELATADOS, CADASTRO NAO ALTERADO"
           END-IF

           PERFORM P100-VARRE-ARCHIVES THRU P100-FIM
           PERFORM P200-APURA-SESSLOG THRU P200-FIM
           PERFORM P250-APURA-MUDALOG THRU P250-FIM
           PERFORM P300-DESATIVA-INATIVOS

           OPEN OUTPUT REPORT-FILE
           PERFORM P400-CABECALHO
           PERFORM P410-LISTA-OPERADOR
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-QTD-OPER
           PERFORM P500-SEGREGACAO-FUNCOES
           PERFORM P600-RODAPE
           CLOSE REPORT-FILE

           DISPLAY "RECERTIFICACAO DE ACESSOS - OPERADORES "
               WS-QTD-OPER " DESATIVADOS " WS-CONT-DESATIVADOS
               " PENDENTES " WS-CONT-PENDENTES
               " CONFLITOS " WS-CONT-CONFLITOS
           IF WS-CONT-DESATIVADOS GREATER 0
               OR WS-CONT-PENDENTES GREATER 0
               OR WS-CONT-CONFLITOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

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

       P010-LE-PARM.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-INATIVO IS NUMERIC
                           MOVE PARM-DIAS-INATIVO TO WS-DIAS-INATIVO
                       END-IF
                       IF PARM-SUBMISSOR NOT EQUAL SPACES
                           MOVE PARM-SUBMISSOR TO WS-SUBMISSOR
                       END-IF
                       IF PARM-DATA-DE IS NUMERIC
                           AND PARM-DATA-ATE IS NUMERIC
                           AND PARM-DATA-DE GREATER 0
                           AND PARM-DATA-ATE NOT LESS PARM-DATA-DE
                           MOVE PARM-DATA-DE TO WS-DATA-DE
                           MOVE PARM-DATA-ATE TO WS-DATA-ATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * Sem faixa no RCRTPARM, o trimestre e o ultimo fechado ate a
      * data de negocio: a propria data quando ela e o ultimo dia do
      * trimestre, senao o trimestre civil anterior ao dela.
       P020-CALCULA-TRIMESTRE.
           IF WS-DATA-DE GREATER 0
               GO TO P020-FIM
           END-IF
           COMPUTE WS-MESES-ANTES = WS-PROC-MES - 1
           DIVIDE WS-MESES-ANTES BY 3 GIVING WS-TRIMESTRE
           MOVE WS-PROC-ANO TO WS-AUX-ANO
           COMPUTE WS-AUX-MES = WS-TRIMESTRE * 3 + 1
           MOVE 1 TO WS-AUX-DIA
           MOVE WS-DATA-AUX TO WS-INICIO-TRIMESTRE

           COMPUTE WS-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO) + 1
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           IF WS-AUX-DIA EQUAL 1
               AND (WS-AUX-MES EQUAL 1 OR WS-AUX-MES EQUAL 4
                   OR WS-AUX-MES EQUAL 7 OR WS-AUX-MES EQUAL 10)
               MOVE WS-INICIO-TRIMESTRE TO WS-DATA-DE
               MOVE WS-DATA-PROCESSO TO WS-DATA-ATE
           ELSE
               COMPUTE WS-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-TRIMESTRE) - 1
               COMPUTE WS-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
               MOVE WS-DATA-AUX TO WS-DATA-ATE
               SUBTRACT 2 FROM WS-AUX-MES
               MOVE 1 TO WS-AUX-DIA
               MOVE WS-DATA-AUX TO WS-DATA-DE
           END-IF.
       P020-FIM.
           EXIT.

       P030-CARREGA-CADASTRO.
           MOVE 0 TO WS-QTD-OPER
           MOVE "N" TO WS-EOF-OPMS
           OPEN INPUT OPERATOR-FILE
           IF WS-FS-OPMS NOT EQUAL "00"
               GO TO P030-FIM
           END-IF
           SET WS-TEM-CADASTRO TO TRUE
           PERFORM P031-LER-OPERADOR
           PERFORM UNTIL WS-OPMS-EOF
               IF WS-QTD-OPER LESS 500
                   ADD 1 TO WS-QTD-OPER
                   SET WS-IDX-OPER TO WS-QTD-OPER
                   MOVE OPERATOR-RECORD
                       TO WS-OPER-REGISTRO(WS-IDX-OPER)
                   MOVE SPACES TO WS-OPER-ULT-SESSAO(WS-IDX-OPER)
                   MOVE 0 TO WS-OPER-ULT-LIBERA(WS-IDX-OPER)
                   MOVE ALL "N" TO WS-OPER-USO(WS-IDX-OPER)
                   MOVE 0 TO WS-OPER-SESSOES(WS-IDX-OPER)
                   MOVE 0 TO WS-OPER-MANUTENCOES(WS-IDX-OPER)
                   MOVE 0 TO WS-OPER-DATA-ULTIMO(WS-IDX-OPER)
                   MOVE 0 TO WS-OPER-DIAS-SEM-USO(WS-IDX-OPER)
                   SET WS-OPER-EM-USO(WS-IDX-OPER) TO TRUE
               ELSE
                   SET WS-TABELA-ESTOUROU TO TRUE
                   DISPLAY "TABELA DE OPERADORES CHEIA - REGISTRO "
                       OPMS-ID " FORA DA RECERTIFICACAO"
               END-IF
               PERFORM P031-LER-OPERADOR
           END-PERFORM
           CLOSE OPERATOR-FILE.
       P030-FIM.
           EXIT.

       P031-LER-OPERADOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPMS-EOF TO TRUE
           END-READ.

       P040-PROCURA-OPERADOR.
           MOVE "N" TO WS-OPER-ACHADO
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM P041-COMPARA-OPERADOR
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-QTD-OPER
                   OR WS-OPER-NA-TABELA
           IF WS-OPER-NA-TABELA
               SET WS-IDX-OPER TO WS-IDX-ACHADO
           END-IF.

       P041-COMPARA-OPERADOR.
           IF WS-OPER-TAB-ID(WS-IDX-OPER) EQUAL WS-ID-PROCURADO
               SET WS-OPER-NA-TABELA TO TRUE
               SET WS-IDX-ACHADO TO WS-IDX-OPER
           END-IF.

      ******** Archives da retencao (SESSLOG e MUDALOG) ********
       P100-VARRE-ARCHIVES.
      * So os archives carimbados pela retencao (<base>.Ayyyymmdd),
      * como no LOG_RESGATE.
           MOVE "N" TO WS-EOF-GERA
           OPEN INPUT GENERATION-REG-FILE
           IF WS-FS-GERA NOT EQUAL "00"
               GO TO P100-FIM
           END-IF
           PERFORM P110-LER-GERACAO
           PERFORM UNTIL WS-GERA-EOF
               IF (GERA-BASE EQUAL "SESSLOG " OR "MUDALOG ")
                   AND (GERA-NOME(9:2) EQUAL ".A"
                       OR GERA-NOME(8:2) EQUAL ".A")
                   MOVE GERA-BASE TO WS-BASE-ARCHIVE
                   MOVE GERA-NOME TO WS-NOME-ARCHIVE
                   PERFORM P120-LE-ARCHIVE THRU P120-FIM
               END-IF
               PERFORM P110-LER-GERACAO
           END-PERFORM
           CLOSE GENERATION-REG-FILE.
       P100-FIM.
           EXIT.

       P110-LER-GERACAO.
           READ GENERATION-REG-FILE
               AT END
                   SET WS-GERA-EOF TO TRUE
           END-READ.

       P120-LE-ARCHIVE.
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT ARCHIVE-FILE
           IF WS-FS-ARCH NOT EQUAL "00"
               DISPLAY "ARCHIVE NAO ENCONTRADO NO DISCO: "
                   WS-NOME-ARCHIVE
               GO TO P120-FIM
           END-IF
           ADD 1 TO WS-CONT-ARCHIVES
           PERFORM P130-LER-ARCHIVE
           PERFORM UNTIL WS-LOG-EOF
               IF WS-BASE-ARCHIVE EQUAL "SESSLOG "
                   MOVE ARCHIVE-RECORD(1:30) TO WS-SESSAO-LIDA
                   PERFORM P210-APURA-SESSAO THRU P210-FIM
               ELSE
                   MOVE ARCHIVE-RECORD(1:376) TO WS-MUDANCA-LIDA
                   PERFORM P260-APURA-MUDANCA
               END-IF
               PERFORM P130-LER-ARCHIVE
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       P120-FIM.
           EXIT.

       P130-LER-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.

      ******** SESSLOG vivo ********
       P200-APURA-SESSLOG.
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT SESSION-LOG-FILE
           IF WS-FS-SESS NOT EQUAL "00"
               DISPLAY "LOG DE SESSAO SESSLOG AUSENTE - SO OS ARCHIVES "
                   "ENTRAM NA APURACAO"
               GO TO P200-FIM
           END-IF
           PERFORM P205-LER-SESSLOG
           PERFORM UNTIL WS-LOG-EOF
               MOVE SESSION-LOG-RECORD TO WS-SESSAO-LIDA
               PERFORM P210-APURA-SESSAO THRU P210-FIM
               PERFORM P205-LER-SESSLOG
           END-PERFORM
           CLOSE SESSION-LOG-FILE.
       P200-FIM.
           EXIT.

       P205-LER-SESSLOG.
           READ SESSION-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.

      * Qualquer registro do operador prova um sign-on (o menu grava o
      * sign-on com opcao 0; os programas de supervisor e o OPER_MANUT
      * gravam 7, 8 e 9). So os registros do trimestre contam como
      * uso das opcoes.
       P210-APURA-SESSAO.
           ADD 1 TO WS-CONT-SESSOES-LIDAS
           MOVE WS-SESL-OPERADOR TO WS-ID-PROCURADO
           PERFORM P040-PROCURA-OPERADOR
           IF NOT WS-OPER-NA-TABELA
               ADD 1 TO WS-CONT-FORA-CADASTRO
               GO TO P210-FIM
           END-IF
           IF WS-SESL-TIMESTAMP GREATER
               WS-OPER-ULT-SESSAO(WS-IDX-OPER)
               MOVE WS-SESL-TIMESTAMP
                   TO WS-OPER-ULT-SESSAO(WS-IDX-OPER)
           END-IF
           MOVE 0 TO WS-DATA-REGISTRO
           IF WS-SESL-TIMESTAMP(1:8) IS NUMERIC
               MOVE WS-SESL-TIMESTAMP(1:8) TO WS-DATA-REGISTRO
           END-IF
           IF WS-DATA-REGISTRO NOT LESS WS-DATA-DE
               AND WS-DATA-REGISTRO NOT GREATER WS-DATA-ATE
               ADD 1 TO WS-OPER-SESSOES(WS-IDX-OPER)
               IF WS-SESL-OPCAO IS NUMERIC
                   MOVE WS-SESL-OPCAO TO WS-OPCAO-LIDA
                   COMPUTE WS-POS-USO = WS-OPCAO-LIDA + 1
                   MOVE "S" TO WS-OPER-USO(WS-IDX-OPER)(WS-POS-USO:1)
                   IF WS-OPCAO-LIDA EQUAL 9
                       ADD 1 TO WS-OPER-MANUTENCOES(WS-IDX-OPER)
                   END-IF
               END-IF
           END-IF.
       P210-FIM.
           EXIT.

      ******** MUDALOG viva (inclusoes e reativacoes) ********
       P250-APURA-MUDALOG.
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-FS-MUDA NOT EQUAL "00"
               GO TO P250-FIM
           END-IF
           PERFORM P255-LER-MUDALOG
           PERFORM UNTIL WS-LOG-EOF
               MOVE MUDANCA-LOG-RECORD TO WS-MUDANCA-LIDA
               PERFORM P260-APURA-MUDANCA
               PERFORM P255-LER-MUDALOG
           END-PERFORM
           CLOSE CHANGE-LOG-FILE.
       P250-FIM.
           EXIT.

       P255-LER-MUDALOG.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.

      * Registro do OPERMST que passou a ativo (inclusao ou reativacao;
      * posicao 62 da imagem e o OPMS-ATIVO): a data de negocio vale
      * como ultimo uso de quem ainda nao fez sign-on.
       P260-APURA-MUDANCA.
           IF WS-MUDL-CADASTRO EQUAL "OPERMST"
               AND WS-MUDL-DEPOIS(62:1) EQUAL "S"
               AND WS-MUDL-ANTES(62:1) NOT EQUAL "S"
               AND WS-MUDL-DATA IS NUMERIC
               MOVE WS-MUDL-CHAVE(1:8) TO WS-ID-PROCURADO
               PERFORM P040-PROCURA-OPERADOR
               IF WS-OPER-NA-TABELA
                   MOVE WS-MUDL-DATA TO WS-DATA-REGISTRO
                   IF WS-DATA-REGISTRO GREATER
                       WS-OPER-ULT-LIBERA(WS-IDX-OPER)
                       MOVE WS-DATA-REGISTRO
                           TO WS-OPER-ULT-LIBERA(WS-IDX-OPER)
                   END-IF
               END-IF
           END-IF.

      ******** Desativacao das contas sem uso ********
       P300-DESATIVA-INATIVOS.
           COMPUTE WS-DIAS-PROCESSO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
           PERFORM P700-ABRE-MUDALOG
           PERFORM P310-AVALIA-OPERADOR THRU P310-FIM
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-QTD-OPER
           PERFORM P790-FECHA-MUDALOG
           IF WS-CONT-DESATIVADOS GREATER 0
               PERFORM P320-REGRAVA-CADASTRO
           END-IF.

       P310-AVALIA-OPERADOR.
           MOVE 0 TO WS-DATA-ULTIMO
           IF WS-OPER-ULT-SESSAO(WS-IDX-OPER)(1:8) IS NUMERIC
               MOVE WS-OPER-ULT-SESSAO(WS-IDX-OPER)(1:8)
                   TO WS-DATA-ULTIMO
           END-IF
           IF WS-OPER-ULT-LIBERA(WS-IDX-OPER) GREATER WS-DATA-ULTIMO
               MOVE WS-OPER-ULT-LIBERA(WS-IDX-OPER) TO WS-DATA-ULTIMO
           END-IF
           MOVE WS-DATA-ULTIMO TO WS-OPER-DATA-ULTIMO(WS-IDX-OPER)
           IF WS-DATA-ULTIMO EQUAL 0
               MOVE 99999 TO WS-OPER-DIAS-SEM-USO(WS-IDX-OPER)
           ELSE
               IF WS-DATA-ULTIMO LESS WS-DATA-PROCESSO
                   COMPUTE WS-OPER-DIAS-SEM-USO(WS-IDX-OPER) =
                       WS-DIAS-PROCESSO -
                       FUNCTION INTEGER-OF-DATE(WS-DATA-ULTIMO)
               END-IF
           END-IF

           IF WS-OPER-TAB-ATV(WS-IDX-OPER) EQUAL "N"
               SET WS-OPER-JA-INATIVO(WS-IDX-OPER) TO TRUE
               GO TO P310-FIM
           END-IF
           IF WS-DIAS-INATIVO EQUAL 0
               OR WS-OPER-DIAS-SEM-USO(WS-IDX-OPER)
                   NOT GREATER WS-DIAS-INATIVO
               GO TO P310-FIM
           END-IF
           IF WS-TABELA-ESTOUROU
               SET WS-OPER-PENDENTE(WS-IDX-OPER) TO TRUE
               ADD 1 TO WS-CONT-PENDENTES
               GO TO P310-FIM
           END-IF

           MOVE WS-OPER-REGISTRO(WS-IDX-OPER) TO WS-IMAGEM-ANTES
           MOVE "N" TO WS-OPER-TAB-ATV(WS-IDX-OPER)
           SET WS-OPER-DESATIVADO(WS-IDX-OPER) TO TRUE
           ADD 1 TO WS-CONT-DESATIVADOS
           PERFORM P330-GRAVA-TRILHA
           DISPLAY "OPERADOR " WS-OPER-TAB-ID(WS-IDX-OPER)
               " DESATIVADO POR INATIVIDADE".
       P310-FIM.
           EXIT.

       P320-REGRAVA-CADASTRO.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM P321-GRAVA-OPERADOR
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-QTD-OPER
           CLOSE OPERATOR-FILE.

       P321-GRAVA-OPERADOR.
           MOVE WS-OPER-REGISTRO(WS-IDX-OPER) TO OPERATOR-RECORD
           WRITE OPERATOR-RECORD.

      * Mesma trilha de uma desativacao pelo OPER_MANUT: SESSLOG com a
      * opcao 9 em nome de quem submeteu e MUDALOG com as imagens.
       P330-GRAVA-TRILHA.
           OPEN EXTEND SESSION-LOG-FILE
           IF WS-FS-SESS NOT EQUAL "00"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF
           MOVE WS-SUBMISSOR TO SESS-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO SESS-TIMESTAMP
           MOVE 9 TO SESS-OPCAO
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE
           PERFORM P710-GRAVA-MUDANCA.

      ******** Relatorio ********
       P400-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "RECERTIFICACAO DE ACESSOS DOS OPERADORES - DATA DE "
                      DELIMITED BY SIZE
                  "NEGOCIO " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-DIAS-INATIVO EQUAL 0
               STRING "TRIMESTRE DE " DELIMITED BY SIZE
                      WS-DATA-DE DELIMITED BY SIZE
                      " ATE " DELIMITED BY SIZE
                      WS-DATA-ATE DELIMITED BY SIZE
                      " - DESATIVACAO AUTOMATICA DESLIGADA"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "TRIMESTRE DE " DELIMITED BY SIZE
                      WS-DATA-DE DELIMITED BY SIZE
                      " ATE " DELIMITED BY SIZE
                      WS-DATA-ATE DELIMITED BY SIZE
                      " - DESATIVACAO APOS " DELIMITED BY SIZE
                      WS-DIAS-INATIVO DELIMITED BY SIZE
                      " DIAS SEM SIGN-ON" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERADOR" TO WS-LIN-ID
           MOVE "NOME" TO WS-LIN-NOME
           MOVE "ULT.SIGNON" TO WS-LIN-ULTIMO
           MOVE " DIAS" TO WS-LIN-DIAS
           MOVE "CONCED." TO WS-LIN-CONCEDIDAS
           MOVE "USADAS" TO WS-LIN-USADAS
           MOVE "SEM USO" TO WS-LIN-SEM-USO
           MOVE "SUPERVISOR" TO WS-LIN-SUPERVISOR
           MOVE 0 TO WS-LIN-SESSOES
           MOVE "SITUACAO" TO WS-LIN-SITUACAO
           MOVE WS-LINHA-OPERADOR TO REPORT-LINE
           MOVE "SESS." TO REPORT-LINE(84:5)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

      * Opcoes em mascara de posicao: o digito da opcao onde ela vale,
      * ponto onde nao. A posicao 7 e a de supervisor, usada quando o
      * operador rodou a revisao de vendas (7) ou a manutencao de
      * periodos (8).
       P410-LISTA-OPERADOR.
           MOVE ALL "." TO WS-OPCOES-CONCEDIDAS
           MOVE ALL "." TO WS-OPCOES-USADAS
           MOVE ALL "." TO WS-OPCOES-SEM-USO
           PERFORM P411-MONTA-OPCAO
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS GREATER 7

           MOVE WS-OPER-TAB-ID(WS-IDX-OPER) TO WS-LIN-ID
           MOVE WS-OPER-TAB-NOME(WS-IDX-OPER) TO WS-LIN-NOME
           IF WS-OPER-DATA-ULTIMO(WS-IDX-OPER) EQUAL 0
               MOVE "NUNCA" TO WS-LIN-ULTIMO
               MOVE "    -" TO WS-LIN-DIAS
           ELSE
               MOVE WS-OPER-DATA-ULTIMO(WS-IDX-OPER) TO WS-LIN-ULTIMO
               MOVE WS-OPER-DIAS-SEM-USO(WS-IDX-OPER)
                   TO WS-DIAS-EDITADO
               MOVE WS-DIAS-EDITADO TO WS-LIN-DIAS
           END-IF
           MOVE WS-OPCOES-CONCEDIDAS TO WS-LIN-CONCEDIDAS
           MOVE WS-OPCOES-USADAS TO WS-LIN-USADAS
           MOVE WS-OPCOES-SEM-USO TO WS-LIN-SEM-USO
           EVALUATE TRUE
               WHEN WS-OPER-TAB-OPC(WS-IDX-OPER)(7:1) NOT EQUAL "S"
                   MOVE "NAO" TO WS-LIN-SUPERVISOR
               WHEN WS-OPCOES-USADAS(7:1) EQUAL "7"
                   MOVE "SIM/USOU" TO WS-LIN-SUPERVISOR
               WHEN OTHER
                   MOVE "SIM/SEM USO" TO WS-LIN-SUPERVISOR
           END-EVALUATE
           MOVE WS-OPER-SESSOES(WS-IDX-OPER) TO WS-LIN-SESSOES
           EVALUATE TRUE
               WHEN WS-OPER-DESATIVADO(WS-IDX-OPER)
                   MOVE "DESATIVADO POR INATIVIDADE"
                       TO WS-LIN-SITUACAO
               WHEN WS-OPER-PENDENTE(WS-IDX-OPER)
                   MOVE "INATIVO - NAO DESATIVADO" TO WS-LIN-SITUACAO
               WHEN WS-OPER-JA-INATIVO(WS-IDX-OPER)
                   MOVE "JA DESATIVADO" TO WS-LIN-SITUACAO
               WHEN WS-OPCOES-SEM-USO NOT EQUAL ALL "."
                   MOVE "ATIVO - REVER OPCOES" TO WS-LIN-SITUACAO
               WHEN OTHER
                   MOVE "ATIVO" TO WS-LIN-SITUACAO
           END-EVALUATE
           MOVE WS-LINHA-OPERADOR TO REPORT-LINE
           WRITE REPORT-LINE.

       P411-MONTA-OPCAO.
           IF WS-POS LESS 7
               COMPUTE WS-POS-USO = WS-POS + 1
               IF WS-OPER-USO(WS-IDX-OPER)(WS-POS-USO:1) EQUAL "S"
                   MOVE WS-DIGITOS-OPCAO(WS-POS:1)
                       TO WS-OPCOES-USADAS(WS-POS:1)
               END-IF
           ELSE
               IF WS-OPER-USO(WS-IDX-OPER)(8:1) EQUAL "S"
                   OR WS-OPER-USO(WS-IDX-OPER)(9:1) EQUAL "S"
                   MOVE WS-DIGITOS-OPCAO(WS-POS:1)
                       TO WS-OPCOES-USADAS(WS-POS:1)
               END-IF
           END-IF
           IF WS-OPER-TAB-OPC(WS-IDX-OPER)(WS-POS:1) EQUAL "S"
               MOVE WS-DIGITOS-OPCAO(WS-POS:1)
                   TO WS-OPCOES-CONCEDIDAS(WS-POS:1)
               IF WS-OPCOES-USADAS(WS-POS:1) EQUAL "."
                   MOVE WS-DIGITOS-OPCAO(WS-POS:1)
                       TO WS-OPCOES-SEM-USO(WS-POS:1)
               END-IF
           END-IF.

      * Quem manteve o cadastro de operadores no trimestre (SESSLOG
      * opcao 9) nao deve tambem rodar a liquidacao (opcao 1 do menu).
       P500-SEGREGACAO-FUNCOES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SEGREGACAO DE FUNCOES - MANUTENCAO DE OPERADORES "
                      DELIMITED BY SIZE
                  "(OPER_MANUT) X LIQUIDACAO (OPCAO 1)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P510-CONFLITO-OPERADOR THRU P510-FIM
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-QTD-OPER
           IF WS-CONT-CONFLITOS EQUAL 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NENHUM CONFLITO NO TRIMESTRE"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P510-CONFLITO-OPERADOR.
           IF WS-OPER-MANUTENCOES(WS-IDX-OPER) EQUAL 0
               GO TO P510-FIM
           END-IF
           IF WS-OPER-TAB-OPC(WS-IDX-OPER)(1:1) NOT EQUAL "S"
               AND WS-OPER-USO(WS-IDX-OPER)(2:1) NOT EQUAL "S"
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-CONT-CONFLITOS
           MOVE WS-OPER-MANUTENCOES(WS-IDX-OPER) TO WS-QTD-EDITADA
           MOVE SPACES TO REPORT-LINE
           IF WS-OPER-USO(WS-IDX-OPER)(2:1) EQUAL "S"
               STRING "  " DELIMITED BY SIZE
                      WS-OPER-TAB-ID(WS-IDX-OPER) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OPER-TAB-NOME(WS-IDX-OPER) DELIMITED BY SIZE
                      " MANTEVE OPERADORES " DELIMITED BY SIZE
                      WS-QTD-EDITADA DELIMITED BY SIZE
                      " VEZ(ES) E RODOU A LIQUIDACAO NO TRIMESTRE"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      WS-OPER-TAB-ID(WS-IDX-OPER) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OPER-TAB-NOME(WS-IDX-OPER) DELIMITED BY SIZE
                      " MANTEVE OPERADORES " DELIMITED BY SIZE
                      WS-QTD-EDITADA DELIMITED BY SIZE
                      " VEZ(ES) E TEM A LIQUIDACAO CONCEDIDA"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
       P510-FIM.
           EXIT.

       P600-RODAPE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-QTD-OPER TO WS-QTD-EDITADA
           STRING "OPERADORES=" DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  " DESATIVADOS AGORA=" DELIMITED BY SIZE
                  WS-CONT-DESATIVADOS DELIMITED BY SIZE
                  " INATIVOS PENDENTES=" DELIMITED BY SIZE
                  WS-CONT-PENDENTES DELIMITED BY SIZE
                  " CONFLITOS=" DELIMITED BY SIZE
                  WS-CONT-CONFLITOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS DE SESSAO LIDOS=" DELIMITED BY SIZE
                  WS-CONT-SESSOES-LIDAS DELIMITED BY SIZE
                  " (ARCHIVES=" DELIMITED BY SIZE
                  WS-CONT-ARCHIVES DELIMITED BY SIZE
                  ") DE IDS FORA DO CADASTRO=" DELIMITED BY SIZE
                  WS-CONT-FORA-CADASTRO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

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
                   WS-FS-MUDA " - DESATIVACOES SEM REGISTRO"
           END-IF.

      * A senha nao muda na desativacao e sai mascarada nas duas
      * imagens, como no OPER_MANUT.
       P710-GRAVA-MUDANCA.
           MOVE WS-OPER-REGISTRO(WS-IDX-OPER) TO WS-IMAGEM-DEPOIS
           IF WS-IMAGEM-ANTES(46:8) NOT EQUAL SPACES
               MOVE "********" TO WS-IMAGEM-ANTES(46:8)
               MOVE "********" TO WS-IMAGEM-DEPOIS(46:8)
           END-IF
           IF WS-TEM-MUDALOG
               MOVE WS-DATA-PROCESSO TO MUDA-DATA-NEGOCIO
               MOVE FUNCTION CURRENT-DATE TO MUDA-TIMESTAMP
               MOVE "OPERMST" TO MUDA-CADASTRO
               MOVE WS-OPER-TAB-ID(WS-IDX-OPER) TO MUDA-CHAVE
               SET MUDA-ALTERACAO TO TRUE
               MOVE WS-SUBMISSOR TO MUDA-SUBMISSOR
               MOVE "OPER_RECERT" TO MUDA-PROGRAMA
               MOVE "RECERTIF" TO MUDA-ORIGEM
               MOVE WS-IMAGEM-ANTES TO MUDA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MUDA-IMAGEM-DEPOIS
               WRITE MUDANCA-LOG-RECORD
           END-IF.

       P790-FECHA-MUDALOG.
           IF WS-TEM-MUDALOG
               CLOSE CHANGE-LOG-FILE
           END-IF.

       END PROGRAM OPER_RECERT.
