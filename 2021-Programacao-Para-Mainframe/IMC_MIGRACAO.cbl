      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 13/04/2024
      * Purpose: Matriz anual de migracao de faixa de IMC: varre o
      *          historico IMCHFILE e, para cada funcionario, guarda a
      *          faixa do ultimo checkup de cada um dos dois anos de
      *          pesquisa (MIGRPARM: ano anterior e ano atual AAAA;
      *          padrao ano da data de negocio e o anterior a ele). Com
      *          as duas faixas o funcionario entra na matriz de / para
      *          da empresa, do seu departamento (FUNC-DEPARTAMENTO) e
      *          da sua faixa etaria (idade em 31/12 do ano atual pela
      *          FUNC-DATA-NASC do FUNCMST), e conta como melhora,
      *          estavel ou piora pela distancia da faixa ADEQUADO;
      *          com so um dos checkups conta a parte. Relatorio
      *          MIGRRPT com a matriz e os percentuais por grupo. O
      *          relatorio segue o modo do LGPDPARM: anonimizado (o
      *          padrao) imprime como "*" a celula abaixo da celula
      *          minima e suprime os percentuais de grupo pequeno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC_MIGRACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "IMCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT EMPLOYEE-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-FUNC.

           SELECT REPORT-FILE ASSIGN TO "MIGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "MIGRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPP.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY IMCHIST.

       FD  EMPLOYEE-FILE.
       COPY FUNCMST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ANO-ANTERIOR       PIC 9(04).
           05  PARM-ANO-ATUAL          PIC 9(04).

       FD  LGPD-PARM-FILE
           RECORDING MODE IS F.
       COPY LGPDPARM.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-MIGR.
           05 WS-FS-HIST               PIC X(02) VALUE SPACES.
           05 WS-FS-FUNC               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-LGPP               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-HIST              PIC X(01) VALUE "N".
               88 WS-HIST-EOF          VALUE "S".
           05 WS-FUNC-ABERTO           PIC X(01) VALUE "N".
               88 WS-TEM-FUNC-ABERTO   VALUE "S".
           05 WS-CADASTRO-FUNC         PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-FUNC VALUE "S".
           05 WS-GRUPO-ACHADO          PIC X(01) VALUE "N".
               88 WS-GRUPO-NA-TABELA   VALUE "S".
           05 WS-MODO-RELATORIO        PIC X(01) VALUE "A".
               88 WS-RELATORIO-IDENTIFICADO VALUE "I".

       01 WS-PARAMETROS-MIGR.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-ANO-ANTERIOR          PIC 9(04).
           05 WS-ANO-ATUAL             PIC 9(04).
           05 WS-CELULA-MINIMA         PIC 9(02) VALUE 5.

      * Faixas na ordem da classificacao do ECERCICIO_01; a 7 e o
      * IMC incalculavel, que nao entra em melhora / piora.
       01 WS-DEFINICAO-FAIXAS.
           05 FILLER                   PIC X(15) VALUE
               "DESNUTRIDO".
           05 FILLER                   PIC X(15) VALUE
               "ADEQUADO".
           05 FILLER                   PIC X(15) VALUE
               "PRE-OBESO".
           05 FILLER                   PIC X(15) VALUE
               "OBESIDADE I".
           05 FILLER                   PIC X(15) VALUE
               "OBESIDADE II".
           05 FILLER                   PIC X(15) VALUE
               "OBESIDADE III".
           05 FILLER                   PIC X(15) VALUE
               "INCALCULAVEL".
       01 WS-TABELA-FAIXAS REDEFINES WS-DEFINICAO-FAIXAS.
           05 WS-FAIXA-ROTULO OCCURS 7 TIMES PIC X(15).

      * Grupos da matriz: 1 = empresa, 2 a 7 = faixas etarias fixas,
      * 8 em diante = departamentos na ordem em que aparecem.
       01 WS-DEFINICAO-IDADES.
           05 FILLER                   PIC X(15) VALUE
               "ATE 29 ANOS".
           05 FILLER                   PIC X(15) VALUE
               "30 A 39 ANOS".
           05 FILLER                   PIC X(15) VALUE
               "40 A 49 ANOS".
           05 FILLER                   PIC X(15) VALUE
               "50 A 59 ANOS".
           05 FILLER                   PIC X(15) VALUE
               "60 ANOS OU MAIS".
           05 FILLER                   PIC X(15) VALUE
               "SEM NASCIMENTO".
       01 WS-TABELA-IDADES REDEFINES WS-DEFINICAO-IDADES.
           05 WS-IDADE-ROTULO OCCURS 6 TIMES PIC X(15).

       01 WS-TABELA-GRUPOS.
           05 WS-QTD-GRUPOS            PIC 9(02) COMP VALUE 0.
           05 WS-GRUPO-ITEM OCCURS 40 TIMES
                   INDEXED BY WS-IDX-GRUPO.
               10 WS-GRUPO-TIPO        PIC X(01).
                   88 WS-GRUPO-EMPRESA VALUE "E".
                   88 WS-GRUPO-IDADE   VALUE "I".
                   88 WS-GRUPO-DEPTO   VALUE "D".
               10 WS-GRUPO-NOME        PIC X(15).
               10 WS-GRUPO-DE OCCURS 7 TIMES
                       INDEXED BY WS-IDX-DE.
                   15 WS-GRUPO-CELULA  PIC 9(05) OCCURS 7 TIMES
                           INDEXED BY WS-IDX-PARA.
               10 WS-GRUPO-MELHORA     PIC 9(05).
               10 WS-GRUPO-ESTAVEL     PIC 9(05).
               10 WS-GRUPO-PIORA       PIC 9(05).
               10 WS-GRUPO-NAO-COMPARA PIC 9(05).
               10 WS-GRUPO-SO-ANTERIOR PIC 9(05).
               10 WS-GRUPO-SO-ATUAL    PIC 9(05).

       01 WS-CONTROLE-FUNC.
           05 WS-EMP-ATUAL             PIC X(10) VALUE SPACES.
           05 WS-FAIXA-ANTERIOR        PIC 9(01) VALUE 0.
           05 WS-FAIXA-ATUAL           PIC 9(01) VALUE 0.
           05 WS-FAIXA-LIDA            PIC 9(01) VALUE 0.
           05 WS-DIST-ANTERIOR         PIC 9(01) VALUE 0.
           05 WS-DIST-ATUAL            PIC 9(01) VALUE 0.
           05 WS-DEPARTAMENTO          PIC X(15) VALUE SPACES.
           05 WS-IDADE                 PIC S9(03) VALUE 0.
           05 WS-DATA-NASC             PIC 9(08) VALUE 0.
           05 WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
               10 WS-ANO-NASC          PIC 9(04).
               10 WS-MESDIA-NASC       PIC 9(04).
           05 WS-GRUPO-DO-DEPTO        PIC 9(02) COMP VALUE 0.
           05 WS-GRUPO-DA-IDADE        PIC 9(02) COMP VALUE 0.

       01 WS-IMPRESSAO-MIGR.
           05 WS-LINHA-CELULA OCCURS 7 TIMES PIC X(06).
           05 WS-COMPARAVEIS           PIC 9(05) VALUE 0.
           05 WS-PCT-MELHORA           PIC ZZ9,99.
           05 WS-PCT-ESTAVEL           PIC ZZ9,99.
           05 WS-PCT-PIORA             PIC ZZ9,99.

       01 WS-CONTADORES-MIGR.
           05 WS-CONT-CHECKUPS         PIC 9(07) VALUE 0.
           05 WS-CONT-FUNCIONARIOS     PIC 9(05) VALUE 0.
           05 WS-CONT-SEM-CADASTRO     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-ANOS
           PERFORM P015-LE-PARM-LGPD

           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT EQUAL "00"
               DISPLAY "HISTORICO DE IMC INDISPONIVEL - FS "
                   WS-FS-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-CADASTRO-FUNC
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-FUNC EQUAL "00"
               SET WS-TEM-CADASTRO-FUNC TO TRUE
           ELSE
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL - "
                   "MATRIZ SAI SO PARA A EMPRESA"
           END-IF

           PERFORM P020-INICIA-GRUPOS
           PERFORM P200-VARRE-HISTORICO
           CLOSE HISTORY-FILE
           IF WS-TEM-CADASTRO-FUNC
               CLOSE EMPLOYEE-FILE
           END-IF

           PERFORM P300-GRAVA-RELATORIO
           DISPLAY "MIGRACAO DE FAIXA DE IMC " WS-ANO-ANTERIOR " X "
               WS-ANO-ATUAL " - " WS-CONT-FUNCIONARIOS
               " FUNCIONARIO(S) COM CHECKUP NO PERIODO"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       P099-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN INPUT PROC-DATE-FILE
           IF WS-FS-DPRC EQUAL "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-DATA-HOJE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

       P010-LE-PARM-ANOS.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-ATUAL
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-ATUAL - 1
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANO-ANTERIOR IS NUMERIC
                           AND PARM-ANO-ATUAL IS NUMERIC
                           AND PARM-ANO-ANTERIOR GREATER 0
                           AND PARM-ANO-ATUAL GREATER PARM-ANO-ANTERIOR
                           MOVE PARM-ANO-ANTERIOR TO WS-ANO-ANTERIOR
                           MOVE PARM-ANO-ATUAL TO WS-ANO-ATUAL
                       ELSE
                           DISPLAY "MIGRPARM INVALIDO - USANDO "
                               WS-ANO-ANTERIOR " X " WS-ANO-ATUAL
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P015-LE-PARM-LGPD.
           MOVE "A" TO WS-MODO-RELATORIO
           OPEN INPUT LGPD-PARM-FILE
           IF WS-FS-LGPP EQUAL "00"
               READ LGPD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LGPD-CELULA-MINIMA IS NUMERIC
                           AND LGPD-CELULA-MINIMA GREATER 0
                           MOVE LGPD-CELULA-MINIMA TO WS-CELULA-MINIMA
                       END-IF
                       IF LGPD-MODO-IDENTIFICADO
                           AND LGPD-SOLICITANTE NOT EQUAL SPACES
                           MOVE "I" TO WS-MODO-RELATORIO
                       END-IF
               END-READ
               CLOSE LGPD-PARM-FILE
           END-IF.

       P020-INICIA-GRUPOS.
           MOVE 0 TO WS-QTD-GRUPOS
           ADD 1 TO WS-QTD-GRUPOS
           SET WS-IDX-GRUPO TO WS-QTD-GRUPOS
           PERFORM P025-ZERA-GRUPO
           SET WS-GRUPO-EMPRESA(WS-IDX-GRUPO) TO TRUE
           MOVE "EMPRESA" TO WS-GRUPO-NOME(WS-IDX-GRUPO)
           PERFORM P021-INICIA-IDADE 6 TIMES.

       P021-INICIA-IDADE.
           ADD 1 TO WS-QTD-GRUPOS
           SET WS-IDX-GRUPO TO WS-QTD-GRUPOS
           PERFORM P025-ZERA-GRUPO
           SET WS-GRUPO-IDADE(WS-IDX-GRUPO) TO TRUE
           MOVE WS-IDADE-ROTULO(WS-QTD-GRUPOS - 1)
               TO WS-GRUPO-NOME(WS-IDX-GRUPO).

       P025-ZERA-GRUPO.
           PERFORM P026-ZERA-LINHA
               VARYING WS-IDX-DE FROM 1 BY 1
               UNTIL WS-IDX-DE GREATER 7
           MOVE 0 TO WS-GRUPO-MELHORA(WS-IDX-GRUPO)
           MOVE 0 TO WS-GRUPO-ESTAVEL(WS-IDX-GRUPO)
           MOVE 0 TO WS-GRUPO-PIORA(WS-IDX-GRUPO)
           MOVE 0 TO WS-GRUPO-NAO-COMPARA(WS-IDX-GRUPO)
           MOVE 0 TO WS-GRUPO-SO-ANTERIOR(WS-IDX-GRUPO)
           MOVE 0 TO WS-GRUPO-SO-ATUAL(WS-IDX-GRUPO).

       P026-ZERA-LINHA.
           PERFORM P027-ZERA-CELULA
               VARYING WS-IDX-PARA FROM 1 BY 1
               UNTIL WS-IDX-PARA GREATER 7.

       P027-ZERA-CELULA.
           MOVE 0 TO WS-GRUPO-CELULA(WS-IDX-GRUPO, WS-IDX-DE,
               WS-IDX-PARA).

       P200-VARRE-HISTORICO.
           MOVE "N" TO WS-EOF-HIST
           MOVE "N" TO WS-FUNC-ABERTO
           MOVE LOW-VALUES TO HIST-CHAVE
           START HISTORY-FILE KEY NOT LESS HIST-CHAVE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM P210-LER-HISTORICO
           PERFORM UNTIL WS-HIST-EOF
               IF NOT WS-TEM-FUNC-ABERTO
                   PERFORM P220-ABRE-FUNCIONARIO
               END-IF
               IF HIST-EMP-ID NOT EQUAL WS-EMP-ATUAL
                   PERFORM P230-FECHA-FUNCIONARIO THRU P230-FIM
                   PERFORM P220-ABRE-FUNCIONARIO
               END-IF
               PERFORM P240-ACUMULA-CHECKUP
               PERFORM P210-LER-HISTORICO
           END-PERFORM
           IF WS-TEM-FUNC-ABERTO
               PERFORM P230-FECHA-FUNCIONARIO THRU P230-FIM
           END-IF.

       P210-LER-HISTORICO.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

       P220-ABRE-FUNCIONARIO.
           MOVE HIST-EMP-ID TO WS-EMP-ATUAL
           SET WS-TEM-FUNC-ABERTO TO TRUE
           MOVE 0 TO WS-FAIXA-ANTERIOR
           MOVE 0 TO WS-FAIXA-ATUAL.

      * O historico vem em ordem de funcionario + data: o ultimo
      * checkup lido de cada ano e o que vale para a matriz.
       P240-ACUMULA-CHECKUP.
           IF HIST-DATA(1:4) EQUAL WS-ANO-ANTERIOR
               OR HIST-DATA(1:4) EQUAL WS-ANO-ATUAL
               ADD 1 TO WS-CONT-CHECKUPS
               PERFORM P245-CLASSIFICA-FAIXA
               IF HIST-DATA(1:4) EQUAL WS-ANO-ANTERIOR
                   MOVE WS-FAIXA-LIDA TO WS-FAIXA-ANTERIOR
               ELSE
                   MOVE WS-FAIXA-LIDA TO WS-FAIXA-ATUAL
               END-IF
           END-IF.

       P245-CLASSIFICA-FAIXA.
           EVALUATE HIST-CLASSIFICACAO
               WHEN "DESNUTRIDO"
                   MOVE 1 TO WS-FAIXA-LIDA
               WHEN "ADEQUADO"
                   MOVE 2 TO WS-FAIXA-LIDA
               WHEN "PRE-OBESO"
                   MOVE 3 TO WS-FAIXA-LIDA
               WHEN "OBESIDADE GRAU I"
                   MOVE 4 TO WS-FAIXA-LIDA
               WHEN "OBESIDADE GRAU II"
                   MOVE 5 TO WS-FAIXA-LIDA
               WHEN "OBESIDADE GRAU III"
                   MOVE 6 TO WS-FAIXA-LIDA
               WHEN OTHER
                   MOVE 7 TO WS-FAIXA-LIDA
           END-EVALUATE.

       P230-FECHA-FUNCIONARIO.
           MOVE "N" TO WS-FUNC-ABERTO
           IF WS-FAIXA-ANTERIOR EQUAL 0
               AND WS-FAIXA-ATUAL EQUAL 0
               GO TO P230-FIM
           END-IF
           ADD 1 TO WS-CONT-FUNCIONARIOS
           PERFORM P250-LOCALIZA-GRUPOS

           SET WS-IDX-GRUPO TO 1
           PERFORM P260-SOMA-GRUPO
           SET WS-IDX-GRUPO TO WS-GRUPO-DA-IDADE
           PERFORM P260-SOMA-GRUPO
           IF WS-GRUPO-DO-DEPTO GREATER 0
               SET WS-IDX-GRUPO TO WS-GRUPO-DO-DEPTO
               PERFORM P260-SOMA-GRUPO
           END-IF.
       P230-FIM.
           EXIT.

      * Departamento e idade em 31/12 do ano atual vem do FUNCMST;
      * sem cadastro o funcionario cai em SEM CADASTRO / SEM
      * NASCIMENTO.
       P250-LOCALIZA-GRUPOS.
           MOVE "SEM CADASTRO" TO WS-DEPARTAMENTO
           MOVE 7 TO WS-GRUPO-DA-IDADE
           IF WS-TEM-CADASTRO-FUNC
               MOVE WS-EMP-ATUAL TO FUNC-EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       ADD 1 TO WS-CONT-SEM-CADASTRO
                   NOT INVALID KEY
                       MOVE FUNC-DEPARTAMENTO TO WS-DEPARTAMENTO
                       PERFORM P255-FAIXA-ETARIA
               END-READ
           END-IF

           MOVE 0 TO WS-GRUPO-DO-DEPTO
           MOVE "N" TO WS-GRUPO-ACHADO
           PERFORM P256-PROCURA-DEPARTAMENTO
               VARYING WS-IDX-GRUPO FROM 8 BY 1
               UNTIL WS-IDX-GRUPO GREATER WS-QTD-GRUPOS
                   OR WS-GRUPO-NA-TABELA
           IF WS-GRUPO-NA-TABELA
               SET WS-IDX-GRUPO DOWN BY 1
               SET WS-GRUPO-DO-DEPTO TO WS-IDX-GRUPO
           ELSE
               IF WS-QTD-GRUPOS LESS 40
                   ADD 1 TO WS-QTD-GRUPOS
                   SET WS-IDX-GRUPO TO WS-QTD-GRUPOS
                   PERFORM P025-ZERA-GRUPO
                   SET WS-GRUPO-DEPTO(WS-IDX-GRUPO) TO TRUE
                   MOVE WS-DEPARTAMENTO TO WS-GRUPO-NOME(WS-IDX-GRUPO)
                   MOVE WS-QTD-GRUPOS TO WS-GRUPO-DO-DEPTO
               ELSE
                   DISPLAY "TABELA DE GRUPOS CHEIA - DEPARTAMENTO "
                       WS-DEPARTAMENTO " FORA DA MATRIZ"
               END-IF
           END-IF.

       P255-FAIXA-ETARIA.
           IF FUNC-DATA-NASC IS NOT NUMERIC
               OR FUNC-DATA-NASC EQUAL 0
               MOVE 7 TO WS-GRUPO-DA-IDADE
           ELSE
               MOVE FUNC-DATA-NASC TO WS-DATA-NASC
               COMPUTE WS-IDADE = WS-ANO-ATUAL - WS-ANO-NASC
               EVALUATE TRUE
                   WHEN WS-IDADE LESS 30
                       MOVE 2 TO WS-GRUPO-DA-IDADE
                   WHEN WS-IDADE LESS 40
                       MOVE 3 TO WS-GRUPO-DA-IDADE
                   WHEN WS-IDADE LESS 50
                       MOVE 4 TO WS-GRUPO-DA-IDADE
                   WHEN WS-IDADE LESS 60
                       MOVE 5 TO WS-GRUPO-DA-IDADE
                   WHEN OTHER
                       MOVE 6 TO WS-GRUPO-DA-IDADE
               END-EVALUATE
           END-IF.

       P256-PROCURA-DEPARTAMENTO.
           IF WS-GRUPO-NOME(WS-IDX-GRUPO) EQUAL WS-DEPARTAMENTO
               SET WS-GRUPO-NA-TABELA TO TRUE
           END-IF.

      * Melhora e piora pela distancia da faixa ADEQUADO (2): de
      * PRE-OBESO para ADEQUADO melhora, de ADEQUADO para
      * DESNUTRIDO piora. Quem passa por INCALCULAVEL entra na
      * matriz mas nao e comparavel.
       P260-SOMA-GRUPO.
           EVALUATE TRUE
               WHEN WS-FAIXA-ANTERIOR EQUAL 0
                   ADD 1 TO WS-GRUPO-SO-ATUAL(WS-IDX-GRUPO)
               WHEN WS-FAIXA-ATUAL EQUAL 0
                   ADD 1 TO WS-GRUPO-SO-ANTERIOR(WS-IDX-GRUPO)
               WHEN OTHER
                   SET WS-IDX-DE TO WS-FAIXA-ANTERIOR
                   SET WS-IDX-PARA TO WS-FAIXA-ATUAL
                   ADD 1 TO WS-GRUPO-CELULA(WS-IDX-GRUPO, WS-IDX-DE,
                       WS-IDX-PARA)
                   PERFORM P265-CLASSIFICA-MOVIMENTO
           END-EVALUATE.

       P265-CLASSIFICA-MOVIMENTO.
           IF WS-FAIXA-ANTERIOR EQUAL 7
               OR WS-FAIXA-ATUAL EQUAL 7
               ADD 1 TO WS-GRUPO-NAO-COMPARA(WS-IDX-GRUPO)
           ELSE
               IF WS-FAIXA-ANTERIOR EQUAL 1
                   MOVE 1 TO WS-DIST-ANTERIOR
               ELSE
                   COMPUTE WS-DIST-ANTERIOR = WS-FAIXA-ANTERIOR - 2
               END-IF
               IF WS-FAIXA-ATUAL EQUAL 1
                   MOVE 1 TO WS-DIST-ATUAL
               ELSE
                   COMPUTE WS-DIST-ATUAL = WS-FAIXA-ATUAL - 2
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIST-ATUAL LESS WS-DIST-ANTERIOR
                       ADD 1 TO WS-GRUPO-MELHORA(WS-IDX-GRUPO)
                   WHEN WS-DIST-ATUAL GREATER WS-DIST-ANTERIOR
                       ADD 1 TO WS-GRUPO-PIORA(WS-IDX-GRUPO)
                   WHEN OTHER
                       ADD 1 TO WS-GRUPO-ESTAVEL(WS-IDX-GRUPO)
               END-EVALUATE
           END-IF.

      * Empresa, departamentos e depois as faixas etarias.
       P300-GRAVA-RELATORIO.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MIGRACAO DE FAIXA DE IMC - ULTIMO CHECKUP DE "
                      DELIMITED BY SIZE
                  WS-ANO-ANTERIOR DELIMITED BY SIZE
                  " PARA O ULTIMO DE " DELIMITED BY SIZE
                  WS-ANO-ATUAL DELIMITED BY SIZE
                  " - GERADO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-RELATORIO-IDENTIFICADO
               MOVE SPACES TO REPORT-LINE
               STRING "RELATORIO ANONIMIZADO - CONTAGENS ABAIXO DE "
                          DELIMITED BY SIZE
                      WS-CELULA-MINIMA DELIMITED BY SIZE
                      " SUPRIMIDAS (*)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           SET WS-IDX-GRUPO TO 1
           PERFORM P310-IMPRIME-GRUPO
           PERFORM P310-IMPRIME-GRUPO
               VARYING WS-IDX-GRUPO FROM 8 BY 1
               UNTIL WS-IDX-GRUPO GREATER WS-QTD-GRUPOS
           PERFORM P310-IMPRIME-GRUPO
               VARYING WS-IDX-GRUPO FROM 2 BY 1
               UNTIL WS-IDX-GRUPO GREATER 7

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHECKUPS NOS DOIS ANOS=" DELIMITED BY SIZE
                  WS-CONT-CHECKUPS DELIMITED BY SIZE
                  " FUNCIONARIOS=" DELIMITED BY SIZE
                  WS-CONT-FUNCIONARIOS DELIMITED BY SIZE
                  " SEM CADASTRO NO FUNCMST=" DELIMITED BY SIZE
                  WS-CONT-SEM-CADASTRO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P310-IMPRIME-GRUPO.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-GRUPO-EMPRESA(WS-IDX-GRUPO)
                   MOVE "GRUPO: EMPRESA" TO REPORT-LINE
               WHEN WS-GRUPO-DEPTO(WS-IDX-GRUPO)
                   STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                          WS-GRUPO-NOME(WS-IDX-GRUPO) DELIMITED BY SIZE
                          INTO REPORT-LINE
               WHEN OTHER
                   STRING "FAIXA ETARIA: " DELIMITED BY SIZE
                          WS-GRUPO-NOME(WS-IDX-GRUPO) DELIMITED BY SIZE
                          INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DE \ PARA        " DELIMITED BY SIZE
                  "  DESN  ADEQ  PREO  OB-I OB-II OBIII INCAL"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P320-IMPRIME-LINHA
               VARYING WS-IDX-DE FROM 1 BY 1
               UNTIL WS-IDX-DE GREATER 7
           PERFORM P330-IMPRIME-MOVIMENTO.

       P320-IMPRIME-LINHA.
           PERFORM P325-SUPRIME-CELULA
               VARYING WS-IDX-PARA FROM 1 BY 1
               UNTIL WS-IDX-PARA GREATER 7
           MOVE SPACES TO REPORT-LINE
           STRING WS-FAIXA-ROTULO(WS-IDX-DE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LINHA-CELULA(1) DELIMITED BY SIZE
                  WS-LINHA-CELULA(2) DELIMITED BY SIZE
                  WS-LINHA-CELULA(3) DELIMITED BY SIZE
                  WS-LINHA-CELULA(4) DELIMITED BY SIZE
                  WS-LINHA-CELULA(5) DELIMITED BY SIZE
                  WS-LINHA-CELULA(6) DELIMITED BY SIZE
                  WS-LINHA-CELULA(7) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P325-SUPRIME-CELULA.
           IF WS-RELATORIO-IDENTIFICADO
               OR WS-GRUPO-CELULA(WS-IDX-GRUPO, WS-IDX-DE,
                   WS-IDX-PARA) EQUAL 0
               OR WS-GRUPO-CELULA(WS-IDX-GRUPO, WS-IDX-DE,
                   WS-IDX-PARA) NOT LESS WS-CELULA-MINIMA
               MOVE WS-GRUPO-CELULA(WS-IDX-GRUPO, WS-IDX-DE,
                   WS-IDX-PARA) TO WS-LINHA-CELULA(WS-IDX-PARA)(2:5)
               MOVE SPACE TO WS-LINHA-CELULA(WS-IDX-PARA)(1:1)
           ELSE
               MOVE "     *" TO WS-LINHA-CELULA(WS-IDX-PARA)
           END-IF.

      * Percentuais sobre os comparaveis (melhora + estavel + piora);
      * anonimizado, grupo com menos comparaveis que a celula minima
      * nao mostra percentual.
       P330-IMPRIME-MOVIMENTO.
           COMPUTE WS-COMPARAVEIS = WS-GRUPO-MELHORA(WS-IDX-GRUPO)
               + WS-GRUPO-ESTAVEL(WS-IDX-GRUPO)
               + WS-GRUPO-PIORA(WS-IDX-GRUPO)
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-COMPARAVEIS EQUAL 0
                   MOVE "SEM FUNCIONARIOS COMPARAVEIS NOS DOIS ANOS"
                       TO REPORT-LINE
               WHEN NOT WS-RELATORIO-IDENTIFICADO
                   AND WS-COMPARAVEIS LESS WS-CELULA-MINIMA
                   MOVE "MENOS COMPARAVEIS QUE A CELULA MINIMA - "
                       TO REPORT-LINE
                   MOVE "PERCENTUAIS SUPRIMIDOS" TO REPORT-LINE(41:22)
               WHEN OTHER
                   COMPUTE WS-PCT-MELHORA ROUNDED =
                       WS-GRUPO-MELHORA(WS-IDX-GRUPO) * 100
                       / WS-COMPARAVEIS
                   COMPUTE WS-PCT-ESTAVEL ROUNDED =
                       WS-GRUPO-ESTAVEL(WS-IDX-GRUPO) * 100
                       / WS-COMPARAVEIS
                   COMPUTE WS-PCT-PIORA ROUNDED =
                       WS-GRUPO-PIORA(WS-IDX-GRUPO) * 100
                       / WS-COMPARAVEIS
                   STRING "COMPARAVEIS=" DELIMITED BY SIZE
                          WS-COMPARAVEIS DELIMITED BY SIZE
                          " MELHORARAM=" DELIMITED BY SIZE
                          WS-PCT-MELHORA DELIMITED BY SIZE
                          "% ESTAVEIS=" DELIMITED BY SIZE
                          WS-PCT-ESTAVEL DELIMITED BY SIZE
                          "% PIORARAM=" DELIMITED BY SIZE
                          WS-PCT-PIORA DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                          INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NAO COMPARAVEIS (INCALCULAVEL)=" DELIMITED BY SIZE
                  WS-GRUPO-NAO-COMPARA(WS-IDX-GRUPO) DELIMITED BY SIZE
                  " SO CHECKUP DE " DELIMITED BY SIZE
                  WS-ANO-ANTERIOR DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  WS-GRUPO-SO-ANTERIOR(WS-IDX-GRUPO) DELIMITED BY SIZE
                  " SO CHECKUP DE " DELIMITED BY SIZE
                  WS-ANO-ATUAL DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  WS-GRUPO-SO-ATUAL(WS-IDX-GRUPO) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM IMC_MIGRACAO.
