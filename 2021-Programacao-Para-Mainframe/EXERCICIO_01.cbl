      *           another open error against an existing file - the
      *           old sequential history must first go through the
      *           one-time IMCH_CONV conversion, not be truncated.
      * Modified: 30/03/2024 (JLOS) - LGPD controls. The optional
      *           LGPDPARM (copy LGPDPARM) now selects the report
      *           mode: by default IMCRFILE is anonymised - no
      *           employee lines, only the company and department
      *           band counts, with any count under the minimum cell
      *           size printed as "*" - and no IMCTFILE trend
      *           generation is written. The identified mode (mode I
      *           plus a requester id) keeps the per-employee report
      *           and the trend file, and every identified generation
      *           written is logged in LGPDLOG (copy LGPDLOG) with the
      *           requester and the number of employees it names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECERCICIO_01.
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-FUNC.

           SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPP.

           SELECT ACCESS-LOG-FILE ASSIGN TO "LGPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  LGPD-PARM-FILE
           RECORDING MODE IS F.
       COPY LGPDPARM.

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY LGPDLOG.

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
               88 WS-FUNC-E-VALIDO     VALUE "S".
           05 WS-DEPTO-ACHADO          PIC X(01) VALUE "N".
               88 WS-DEPTO-JA-NA-TABELA VALUE "S".
           05 WS-FS-LGPP               PIC X(02) VALUE SPACES.
           05 WS-FS-LGPL               PIC X(02) VALUE SPACES.
           05 WS-MODO-RELATORIO        PIC X(01) VALUE "A".
               88 WS-RELATORIO-IDENTIFICADO VALUE "I".

      * LGPD controls: requester of an identified report, minimum
      * cell size of the anonymised report and the band count line
      * with the suppression already applied.
       01 WS-PRIVACIDADE.
           05 WS-SOLICITANTE           PIC X(10) VALUE SPACES.
           05 WS-CELULA-MINIMA         PIC 9(02) VALUE 5.
           05 WS-CONT-IDENTIFICADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-TENDENCIAS       PIC 9(05) VALUE 0.
           05 WS-RELATORIO-ACESSO      PIC X(30) VALUE SPACES.
           05 WS-QTD-ACESSO            PIC 9(05) VALUE 0.
           05 WS-CELULA-ITEM OCCURS 7 TIMES
                   INDEXED BY WS-IDX-CELULA.
               10 WS-CELULA-CONTAGEM   PIC 9(05).
               10 WS-CELULA-TEXTO      PIC X(05).

       01 WS-DEPARTAMENTO-ATUAL        PIC X(15) VALUE SPACES.

           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P092-ABRE-PARM
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P093-LE-PARM-LGPD
           MOVE 0 TO WS-CONT-TENDENCIAS
           IF WS-RELATORIO-IDENTIFICADO
               MOVE SPACES TO WS-NOME-IMCT
               STRING "IMCTFILE.D" DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-NOME-IMCT
               OPEN OUTPUT TREND-FILE
               MOVE "IMCTFILE" TO WS-BASE-GERACAO
               MOVE WS-NOME-IMCT TO WS-NOME-GERACAO
               PERFORM P098-REGISTRA-GERACAO
           END-IF

           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROST EQUAL "00"
               PERFORM P200-IMC-INTERATIVO THRU P002-FIM
           END-IF

           IF WS-RELATORIO-IDENTIFICADO
               CLOSE TREND-FILE
               MOVE WS-NOME-IMCT TO WS-RELATORIO-ACESSO
               MOVE WS-CONT-TENDENCIAS TO WS-QTD-ACESSO
               PERFORM P097-GRAVA-ACESSO
           END-IF
           CLOSE EXCEPTION-LOG-FILE
           PERFORM P095-ATUALIZA-COMMAREA
           GOBACK.
               CLOSE PARM-FILE
           END-IF.

       P093-LE-PARM-LGPD.
           MOVE "A" TO WS-MODO-RELATORIO
           MOVE SPACES TO WS-SOLICITANTE
           MOVE 5 TO WS-CELULA-MINIMA
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
                           IF LGPD-SOLICITANTE EQUAL SPACES
                               DISPLAY "MODO IDENTIFICADO SEM "
                                   "SOLICITANTE - RELATORIO SAI "
                                   "ANONIMIZADO"
                           ELSE
                               MOVE "I" TO WS-MODO-RELATORIO
                               MOVE LGPD-SOLICITANTE TO WS-SOLICITANTE
                           END-IF
                       END-IF
               END-READ
               CLOSE LGPD-PARM-FILE
           END-IF.

       P097-GRAVA-ACESSO.
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-FS-LGPL NOT EQUAL "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LGPA-TIMESTAMP
           MOVE WS-DATA-HOJE TO LGPA-DATA-NEGOCIO
           MOVE "ECERCICIO_01" TO LGPA-PROGRAMA
           MOVE WS-RELATORIO-ACESSO TO LGPA-RELATORIO
           MOVE WS-SOLICITANTE TO LGPA-SOLICITANTE
           MOVE WS-QTD-ACESSO TO LGPA-QTD-FUNCIONARIOS
           WRITE LGPD-ACESSO-RECORD
           CLOSE ACCESS-LOG-FILE.

       P098-REGISTRA-GERACAO.
           OPEN EXTEND GENERATION-REG-FILE
           IF WS-FS-GERA NOT EQUAL "00"
           MOVE 0 TO WS-CONT-LIDOS-ROSTER
           MOVE 0 TO WS-CONT-CLASSIFICADOS
           MOVE 0 TO WS-QTD-DEPTOS
           MOVE 0 TO WS-CONT-IDENTIFICADOS
           PERFORM P150-ABRE-CADASTRO-FUNC
           MOVE SPACES TO WS-NOME-IMCR
           STRING "IMCRFILE.D" DELIMITED BY SIZE
           MOVE "IMCRFILE" TO WS-BASE-GERACAO
           MOVE WS-NOME-IMCR TO WS-NOME-GERACAO
           PERFORM P098-REGISTRA-GERACAO
           IF NOT WS-RELATORIO-IDENTIFICADO
               MOVE SPACES TO REPORT-LINE
               STRING "RELATORIO ANONIMIZADO - CONTAGENS ABAIXO DE "
                          DELIMITED BY SIZE
                      WS-CELULA-MINIMA DELIMITED BY SIZE
                      " SUPRIMIDAS (*)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM P110-LER-ROSTER
           PERFORM UNTIL WS-ROST-EOF
               PERFORM P105-PROCESSA-FUNCIONARIO THRU P105-FIM
           PERFORM P145-GRAVA-RESUMO-DEPTOS
           CLOSE ROSTER-FILE
           CLOSE REPORT-FILE
           IF WS-RELATORIO-IDENTIFICADO
               MOVE WS-NOME-IMCR TO WS-RELATORIO-ACESSO
               MOVE WS-CONT-IDENTIFICADOS TO WS-QTD-ACESSO
               PERFORM P097-GRAVA-ACESSO
           END-IF
           IF WS-TEM-CADASTRO-FUNC
               CLOSE EMPLOYEE-FILE
           END-IF
               ADD 1 TO WS-CONT-CLASSIFICADOS
           ELSE
               ADD 1 TO WS-CONT-ERROS-ROSTER
               IF WS-RELATORIO-IDENTIFICADO
                   ADD 1 TO WS-CONT-IDENTIFICADOS
                   MOVE SPACES TO REPORT-LINE
                   STRING "ID=" DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " - PESO/ALTURA INVALIDO" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE "IMC " TO WS-EXCP-CODIGO
               MOVE "PESO OU ALTURA INVALIDOS NO ROSTER EM LOTE"
                   TO WS-EXCP-DESCRICAO
               INVALID KEY
                   MOVE "N" TO WS-FUNC-VALIDO
                   ADD 1 TO WS-CONT-ERROS-ROSTER
                   IF WS-RELATORIO-IDENTIFICADO
                       ADD 1 TO WS-CONT-IDENTIFICADOS
                       MOVE SPACES TO REPORT-LINE
                       STRING "ID=" DELIMITED BY SIZE
                              WS-EMP-ID DELIMITED BY SIZE
                              " - FUNCIONARIO NAO CADASTRADO"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   MOVE "FUNC" TO WS-EXCP-CODIGO
                   MOVE "FUNCIONARIO NAO CADASTRADO NO ROSTER EM LOTE"
                       TO WS-EXCP-DESCRICAO
               UNTIL WS-IDX-DEPTO GREATER WS-QTD-DEPTOS.

       P146-GRAVA-LINHA-DEPTO.
           MOVE WS-DEPTO-DESNUTRIDO(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(1)
           MOVE WS-DEPTO-ADEQUADO(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(2)
           MOVE WS-DEPTO-PREOBESO(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(3)
           MOVE WS-DEPTO-OBESO-I(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(4)
           MOVE WS-DEPTO-OBESO-II(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(5)
           MOVE WS-DEPTO-OBESO-III(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(6)
           MOVE WS-DEPTO-INCALC(WS-IDX-DEPTO)
               TO WS-CELULA-CONTAGEM(7)
           PERFORM P147-SUPRIME-CELULA
               VARYING WS-IDX-CELULA FROM 1 BY 1
               UNTIL WS-IDX-CELULA GREATER 7
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTAMENTO=" DELIMITED BY SIZE
                  WS-DEPTO-NOME(WS-IDX-DEPTO) DELIMITED BY SIZE
                  " DESNUTRIDO=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(1) DELIMITED BY SIZE
                  " ADEQUADO=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(2) DELIMITED BY SIZE
                  " PRE-OBESO=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(3) DELIMITED BY SIZE
                  " OBESIDADE-I=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(4) DELIMITED BY SIZE
                  " OBESIDADE-II=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(5) DELIMITED BY SIZE
                  " OBESIDADE-III=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(6) DELIMITED BY SIZE
                  " INCALCULAVEL=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(7) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      * In the anonymised report a count from 1 up to the minimum
      * cell size less 1 would point at who is in the band: it
      * prints as "*".
       P147-SUPRIME-CELULA.
           IF WS-RELATORIO-IDENTIFICADO
               OR WS-CELULA-CONTAGEM(WS-IDX-CELULA) EQUAL 0
               OR WS-CELULA-CONTAGEM(WS-IDX-CELULA)
                   NOT LESS WS-CELULA-MINIMA
               MOVE WS-CELULA-CONTAGEM(WS-IDX-CELULA)
                   TO WS-CELULA-TEXTO(WS-IDX-CELULA)
           ELSE
               MOVE "    *" TO WS-CELULA-TEXTO(WS-IDX-CELULA)
           END-IF.

       P110-LER-ROSTER.
           READ ROSTER-FILE
               AT END
           END-READ.

       P120-GRAVA-LINHA-RELATORIO.
           IF WS-RELATORIO-IDENTIFICADO
               ADD 1 TO WS-CONT-IDENTIFICADOS
               MOVE SPACES TO REPORT-LINE
               STRING "ID=" DELIMITED BY SIZE
                      WS-EMP-ID DELIMITED BY SIZE
                      " IMC=" DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      " CLASSIFICACAO=" DELIMITED BY SIZE
                      WS-CLASSIFICACAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P130-ACUMULA-CONTADOR.
           EVALUATE WS-CLASSIFICACAO
           END-EVALUATE.

       P140-GRAVA-RESUMO-RELATORIO.
           MOVE WS-CONT-DESNUTRIDO TO WS-CELULA-CONTAGEM(1)
           MOVE WS-CONT-ADEQUADO TO WS-CELULA-CONTAGEM(2)
           MOVE WS-CONT-PREOBESO TO WS-CELULA-CONTAGEM(3)
           MOVE WS-CONT-OBESO-I TO WS-CELULA-CONTAGEM(4)
           MOVE WS-CONT-OBESO-II TO WS-CELULA-CONTAGEM(5)
           MOVE WS-CONT-OBESO-III TO WS-CELULA-CONTAGEM(6)
           MOVE WS-CONT-INCALCULAVEL TO WS-CELULA-CONTAGEM(7)
           PERFORM P147-SUPRIME-CELULA
               VARYING WS-IDX-CELULA FROM 1 BY 1
               UNTIL WS-IDX-CELULA GREATER 7
           MOVE SPACES TO REPORT-LINE
           STRING "DESNUTRIDO=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(1) DELIMITED BY SIZE
                  " ADEQUADO=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(2) DELIMITED BY SIZE
                  " PRE-OBESO=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(3) DELIMITED BY SIZE
                  " OBESIDADE-I=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(4) DELIMITED BY SIZE
                  " OBESIDADE-II=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(5) DELIMITED BY SIZE
                  " OBESIDADE-III=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(6) DELIMITED BY SIZE
                  " INCALCULAVEL=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO(7) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.


       P015-ATUALIZA-HISTORICO.
           PERFORM P020-GRAVA-ENTRADA-HISTORICO THRU P020-FIM
           IF WS-RELATORIO-IDENTIFICADO
               PERFORM P016-LE-TENDENCIA-HISTORICO
               PERFORM P018-GRAVA-TENDENCIA
           END-IF.

       P016-LE-TENDENCIA-HISTORICO.
           MOVE 0 TO WS-TREND-COUNT
           MOVE WS-TREND-CLASSE(5) TO WS-TREND-CLASSE(4).

       P018-GRAVA-TENDENCIA.
           ADD 1 TO WS-CONT-TENDENCIAS
           MOVE SPACES TO TREND-LINE
           STRING "TENDENCIA IMC - ID=" DELIMITED BY SIZE
                  WS-EMP-ID DELIMITED BY SIZE
