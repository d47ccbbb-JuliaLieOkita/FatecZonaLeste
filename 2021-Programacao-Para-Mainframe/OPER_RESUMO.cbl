      *          arrumacao). Fecha com o veredicto: noite limpa, ou
      *          exatamente onde olhar.
      * Tectonics: cobc
      * Modified: 22/06/2024 (JLOS) - Nova secao de arquivos de entrada
      *           atrasados e ausentes, lida do ENTRSIT gravado pelo
      *           passo 0- (ENTR_CHEGADA); entrada obrigatoria ausente
      *           tira a noite do veredicto de limpa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER_RESUMO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT ARRIVAL-STATUS-FILE ASSIGN TO "ENTRSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESIT.

           SELECT REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  ARRIVAL-STATUS-FILE
           RECORDING MODE IS F.
       COPY ENTRSIT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           05 WS-FS-ESIT               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.

               88 WS-EXLG-EOF          VALUE "S".
           05 WS-EOF-GERA              PIC X(01) VALUE "N".
               88 WS-GERA-EOF          VALUE "S".
           05 WS-EOF-ESIT              PIC X(01) VALUE "N".
               88 WS-ESIT-EOF          VALUE "S".
           05 WS-BASE-ACHADA           PIC X(01) VALUE "N".
               88 WS-BASE-NA-TABELA    VALUE "S".
           05 WS-NOITE-LIMPA           PIC X(01) VALUE "S".
           05 WS-DURACAO-ED            PIC -Z(5)9.
           05 WS-RC-ED                 PIC -Z(3)9.
           05 WS-MASCARA-HASH          PIC -Z(12)9,99.
           05 WS-QTD-CHEGADAS-DIA      PIC 9(05) VALUE 0.
           05 WS-QTD-PENDENCIAS        PIC 9(05) VALUE 0.
           05 WS-TEXTO-SITUACAO        PIC X(24) VALUE SPACES.

       01 WS-CONTADORES-EXCECAO.
           05 WS-CONT-INFORMATIVAS     PIC 9(05) VALUE 0.
           WRITE REPORT-LINE

           PERFORM P100-SECAO-PASSOS THRU P100-FIM
           PERFORM P150-SECAO-CHEGADAS THRU P150-FIM
           PERFORM P200-SECAO-CONTROLES THRU P200-FIM
           PERFORM P300-SECAO-EXCECOES
           PERFORM P400-SECAO-GERACOES THRU P400-FIM
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P150-SECAO-CHEGADAS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ARQUIVOS DE ENTRADA ATRASADOS E AUSENTES (ENTRSIT):"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-ESIT
           OPEN INPUT ARRIVAL-STATUS-FILE
           IF WS-FS-ESIT NOT EQUAL "00"
               MOVE SPACES TO REPORT-LINE
               STRING "  SEM CONTROLE DE CHEGADA PARA A DATA"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P150-FIM
           END-IF
           PERFORM P160-LER-CHEGADA
           PERFORM UNTIL WS-ESIT-EOF
               IF ESIT-DATA-NEGOCIO EQUAL WS-DATA-PROCESSO
                   ADD 1 TO WS-QTD-CHEGADAS-DIA
                   IF ESIT-ATRASADO OR ESIT-AUSENTE
                       PERFORM P170-LINHA-CHEGADA
                   END-IF
               END-IF
               PERFORM P160-LER-CHEGADA
           END-PERFORM
           CLOSE ARRIVAL-STATUS-FILE
           IF WS-QTD-PENDENCIAS EQUAL 0
               MOVE SPACES TO REPORT-LINE
               IF WS-QTD-CHEGADAS-DIA EQUAL 0
                   STRING "  SEM CONTROLE DE CHEGADA PARA A DATA"
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  TODAS AS " DELIMITED BY SIZE
                          WS-QTD-CHEGADAS-DIA DELIMITED BY SIZE
                          " ENTRADAS ESPERADAS CHEGARAM NO PRAZO"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.
       P150-FIM.
           EXIT.

       P160-LER-CHEGADA.
           READ ARRIVAL-STATUS-FILE
               AT END
                   SET WS-ESIT-EOF TO TRUE
           END-READ.

       P170-LINHA-CHEGADA.
           ADD 1 TO WS-QTD-PENDENCIAS
           EVALUATE TRUE
               WHEN ESIT-ATRASADO
                   MOVE "ATRASADO" TO WS-TEXTO-SITUACAO
               WHEN ESIT-EH-OBRIGATORIO AND ESIT-JOB-PARADO
                   MOVE "AUSENTE - JOB PARADO" TO WS-TEXTO-SITUACAO
                   MOVE "N" TO WS-NOITE-LIMPA
               WHEN ESIT-EH-OBRIGATORIO
                   MOVE "AUSENTE - JOB SEGUIU" TO WS-TEXTO-SITUACAO
                   MOVE "N" TO WS-NOITE-LIMPA
               WHEN OTHER
                   MOVE "AUSENTE (OPCIONAL)" TO WS-TEXTO-SITUACAO
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "  ARQUIVO " DELIMITED BY SIZE
                  ESIT-ARQUIVO DELIMITED BY SIZE
                  " ORIGEM " DELIMITED BY SIZE
                  ESIT-ORIGEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ESIT-DESCRICAO DELIMITED BY SIZE
                  " OBRIGATORIA=" DELIMITED BY SIZE
                  ESIT-OBRIGATORIO DELIMITED BY SIZE
                  " CORTE=" DELIMITED BY SIZE
                  ESIT-HORA-CORTE DELIMITED BY SIZE
                  " VISTO=" DELIMITED BY SIZE
                  ESIT-HORA-VERIFICACAO DELIMITED BY SIZE
                  " SITUACAO=" DELIMITED BY SIZE
                  WS-TEXTO-SITUACAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P200-SECAO-CONTROLES.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
