      *           code EXPR instead of aborting the run. A valid
      *           expression result feeds the P chain and the
      *           subtotal like any other valid row.
      * Modified: 25/05/2024 (JLOS) - New financial function record
      *           type in OPERFILE: operator byte "F", the present
      *           value in NUM1 and the installment in NUM2 (either
      *           may be the "P" marker), then the function (PMT, PV,
      *           FV, NPER or RATE), the rate in percent per period
      *           and the number of periods. Installment, present
      *           value, future value, number of periods and implied
      *           rate (found by bisection) are computed for an
      *           ordinary annuity, so installment and compound
      *           interest sums stop being keyed as "^" and chained
      *           P rows. A result feeds the P chain and the subtotal
      *           like any other valid row; an incomplete or
      *           impossible record is rejected with code FINA.
      *           With no OPERFILE, a CALCPARM operator "T" runs a
      *           check of the installment plans in RATEFILE (or the
      *           default plans of the sales settlement when it is
      *           absent) and prints to TAXARPT the effective monthly
      *           and annual rate each plan's surcharge implies.
      * Modified: 03/08/2024 (JLOS) - The RATEFILE table now comes from
      *           the effective-dated parameter store (PARMVIG): before
      *           opening the file the program calls PARM_VIGENTE, which
      *           rewrites it with the version in force on the business
      *           date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM_EX02.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.

           SELECT RATE-REPORT-FILE ASSIGN TO "TAXARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TXRP.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATION-FILE
       01  OPERATION-RECORD.
           05  OPER-OP                 PIC X(01).
               88  OPER-REG-EXPRESSAO  VALUE "E".
               88  OPER-REG-FINANCEIRO VALUE "F".
           05  OPER-NUM1               PIC S9(06)V99.
           05  OPER-NUM1-X REDEFINES OPER-NUM1
                                       PIC X(08).
           05  OPER-NUM2-X REDEFINES OPER-NUM2
                                       PIC X(08).
           05  OPER-EXPRESSAO          PIC X(40).
      * Registro "F": funcao financeira no lugar da expressao, taxa
      * em percentual ao periodo.
           05  OPER-FINANCEIRO REDEFINES OPER-EXPRESSAO.
               10  OPER-FIN-FUNCAO     PIC X(04).
               10  OPER-FIN-TAXA       PIC 9(03)V9(04).
               10  OPER-FIN-PERIODOS   PIC 9(04).
               10  FILLER              PIC X(25).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  RATE-NUM-PARCELAS       PIC 9(02).
           05  RATE-PERCENTUAL         PIC 9V9999.

       FD  RATE-REPORT-FILE
           RECORDING MODE IS F.
       01  RATE-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CRIANDO VARIÁVEIS *****
       01 WS-VALORES.
               88 WS-OP-E-VALIDA       VALUE "S".
           05 WS-PARM-MODE             PIC X(01) VALUE "N".
               88 WS-EH-PARM           VALUE "S".
           05 WS-FS-RATE               PIC X(02) VALUE SPACES.
           05 WS-FS-TXRP               PIC X(02) VALUE SPACES.
           05 WS-EOF-RATE              PIC X(01) VALUE "N".
               88 WS-RATE-EOF          VALUE "S".

       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-OPND-ESQ              PIC S9(09)V9(04) VALUE 0.
           05 WS-OPND-DIR              PIC S9(09)V9(04) VALUE 0.
           05 WS-OPND-RES              PIC S9(09)V9(04) VALUE 0.

       01 WS-FINANCEIRO.
           05 WS-FIN-FUNCAO            PIC X(04) VALUE SPACES.
           05 WS-FIN-OK                PIC X(01) VALUE "S".
               88 WS-FIN-VALIDA        VALUE "S".
           05 WS-FIN-MOTIVO            PIC X(40) VALUE SPACES.
           05 WS-FIN-VP                PIC S9(09)V9(06) VALUE 0.
           05 WS-FIN-PGTO              PIC S9(09)V9(06) VALUE 0.
           05 WS-FIN-PERIODOS          PIC 9(04) VALUE 0.
      * Taxas em fracao ao periodo (0,02 = 2%).
           05 WS-FIN-TAXA              PIC S9(01)V9(16) VALUE 0.
           05 WS-FIN-TAXA-MIN          PIC S9(01)V9(16) VALUE 0.
           05 WS-FIN-TAXA-MAX          PIC S9(01)V9(16) VALUE 0.
           05 WS-FIN-DESCONTO          PIC S9(01)V9(16) VALUE 0.
           05 WS-FIN-DESCONTO-N        PIC S9(01)V9(16) VALUE 0.
           05 WS-FIN-CAPITAL-N         PIC S9(09)V9(08) VALUE 0.
           05 WS-FIN-FATOR             PIC S9(05)V9(12) VALUE 0.
           05 WS-FIN-RESULTADO         PIC S9(11)V9(06) VALUE 0.
           05 WS-MASCARA-VP            PIC -Z(6)9,99.
           05 WS-MASCARA-PGTO          PIC -Z(6)9,99.
           05 WS-MASCARA-TAXA          PIC Z(02)9,9999.

      * Planos padrao da venda parcelada, usados quando nao ha
      * RATEFILE (parcelas e acrescimo sobre o total).
       01 WS-PLANOS-PADRAO-VALORES.
           05 FILLER                   PIC X(07) VALUE "0100000".
           05 FILLER                   PIC X(07) VALUE "0200200".
           05 FILLER                   PIC X(07) VALUE "0400500".
           05 FILLER                   PIC X(07) VALUE "0601000".
           05 FILLER                   PIC X(07) VALUE "1201800".
       01 WS-PLANOS-PADRAO REDEFINES WS-PLANOS-PADRAO-VALORES.
           05 WS-PLANO-PADRAO OCCURS 5 TIMES.
               10 WS-PLANO-PARCELAS    PIC 9(02).
               10 WS-PLANO-ACRESCIMO   PIC 9V9999.

       01 WS-CONFERENCIA-TAXAS.
           05 WS-IDX-PLANO             PIC 9(02) COMP VALUE 0.
           05 WS-CONT-PLANOS           PIC 9(03) VALUE 0.
           05 WS-TXC-PARCELAS          PIC 9(02) VALUE 0.
           05 WS-TXC-ACRESCIMO         PIC 9V9999 VALUE 0.
           05 WS-TXC-ANUAL             PIC S9(05)V9(04) VALUE 0.
           05 WS-MASCARA-PARCELAS      PIC Z9.
           05 WS-MASCARA-ACRESCIMO     PIC Z(02)9,99.
           05 WS-MASCARA-PARCELA       PIC Z(04)9,9999.
           05 WS-MASCARA-MENSAL        PIC Z(02)9,9999.
           05 WS-MASCARA-ANUAL         PIC Z(04)9,99.

       COPY PARMCONS.

       LINKAGE SECTION.
       COPY BATCOMM.

           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P092-ABRE-PARM
           OPEN INPUT OPERATION-FILE
           EVALUATE TRUE
               WHEN WS-FS-OPER EQUAL "00"
                   PERFORM P100-LOTE-OPERACOES
               WHEN WS-EH-PARM AND PARM-OP EQUAL "T"
                   PERFORM P500-CONFERE-TAXAS
               WHEN OTHER
                   PERFORM P200-CALCULO-INTERATIVO
           END-EVALUATE

           CLOSE EXCEPTION-LOG-FILE
           PERFORM P095-ATUALIZA-COMMAREA
           PERFORM P145-REGISTRA-GERACAO
           PERFORM P110-LER-OPERACAO
           PERFORM UNTIL WS-OPER-EOF
               EVALUATE TRUE
                   WHEN OPER-REG-EXPRESSAO
                       PERFORM P300-PROCESSA-EXPRESSAO
                   WHEN OPER-REG-FINANCEIRO
                       PERFORM P400-PROCESSA-FINANCEIRA
                   WHEN OTHER
                       MOVE OPER-OP    TO WS-OP
                       PERFORM P115-RESOLVE-OPERANDOS
                       IF WS-OPERANDO-E-OK
                           PERFORM P010-CALCULA
                           PERFORM P120-GRAVA-LINHA-RELATORIO
                           IF WS-OP-E-VALIDA
                               ADD 1 TO WS-CONT-OPER-OK
                               MOVE WS-RESUL TO WS-RESUL-ANTERIOR
                               SET WS-EXISTE-ANTERIOR TO TRUE
                           ELSE
                               ADD 1 TO WS-CONT-OPER-ERRO
                               MOVE "N" TO WS-TEM-ANTERIOR
                           END-IF
                       ELSE
                           ADD 1 TO WS-CONT-OPER-ERRO
                       END-IF
               END-EVALUATE
               PERFORM P110-LER-OPERACAO
           END-PERFORM
           PERFORM P125-GRAVA-RESULTADO-FINAL
               MOVE 0 TO WS-PREC-TOPO
           END-IF.

       P400-PROCESSA-FINANCEIRA.
           MOVE "S" TO WS-FIN-OK
           MOVE SPACES TO WS-FIN-MOTIVO
           MOVE OPER-FIN-FUNCAO TO WS-FIN-FUNCAO
           MOVE 0 TO WS-FIN-RESULTADO
           PERFORM P405-RESOLVE-VALORES THRU P405-FIM
           IF WS-FIN-VALIDA
               PERFORM P410-VALIDA-FUNCAO THRU P410-FIM
           END-IF
           IF WS-FIN-VALIDA
               EVALUATE WS-FIN-FUNCAO
                   WHEN "PMT "
                       PERFORM P420-CALCULA-PAGAMENTO
                   WHEN "PV  "
                       PERFORM P430-CALCULA-VALOR-PRESENTE
                   WHEN "FV  "
                       PERFORM P440-CALCULA-VALOR-FUTURO
                   WHEN "NPER"
                       PERFORM P450-CALCULA-PERIODOS
                   WHEN "RATE"
                       PERFORM P460-CALCULA-TAXA THRU P460-FIM
                       IF WS-FIN-VALIDA
                           COMPUTE WS-FIN-RESULTADO ROUNDED =
                               WS-FIN-TAXA * 100
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-FIN-VALIDA
               COMPUTE WS-RESUL ROUNDED = WS-FIN-RESULTADO
                   ON SIZE ERROR
                       MOVE "RESULTADO ACIMA DA CAPACIDADE"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
               END-COMPUTE
           END-IF
           MOVE WS-FIN-VP TO WS-MASCARA-VP
           MOVE WS-FIN-PGTO TO WS-MASCARA-PGTO
           IF OPER-FIN-TAXA IS NUMERIC
               MOVE OPER-FIN-TAXA TO WS-MASCARA-TAXA
           ELSE
               MOVE 0 TO WS-MASCARA-TAXA
           END-IF
           IF WS-FIN-VALIDA
               ADD 1 TO WS-CONT-OPER-OK
               ADD WS-RESUL TO WS-SUBTOTAL
               MOVE WS-RESUL TO WS-RESUL-ANTERIOR
               SET WS-EXISTE-ANTERIOR TO TRUE
               MOVE WS-RESUL TO WS-MASCARA-PADRAO
               MOVE SPACES TO REPORT-LINE
               STRING "FIN=" DELIMITED BY SIZE
                      WS-FIN-FUNCAO DELIMITED BY SIZE
                      " VP=" DELIMITED BY SIZE
                      WS-MASCARA-VP DELIMITED BY SIZE
                      " PGTO=" DELIMITED BY SIZE
                      WS-MASCARA-PGTO DELIMITED BY SIZE
                      " TAXA=" DELIMITED BY SIZE
                      WS-MASCARA-TAXA DELIMITED BY SIZE
                      " N=" DELIMITED BY SIZE
                      WS-FIN-PERIODOS DELIMITED BY SIZE
                      " = " DELIMITED BY SIZE
                      WS-MASCARA-PADRAO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-CONT-OPER-ERRO
               MOVE "N" TO WS-TEM-ANTERIOR
               MOVE SPACES TO REPORT-LINE
               STRING "FIN=" DELIMITED BY SIZE
                      OPER-FIN-FUNCAO DELIMITED BY SIZE
                      " VP=" DELIMITED BY SIZE
                      WS-MASCARA-VP DELIMITED BY SIZE
                      " PGTO=" DELIMITED BY SIZE
                      WS-MASCARA-PGTO DELIMITED BY SIZE
                      " - REJEITADA" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  MOTIVO: " DELIMITED BY SIZE
                      WS-FIN-MOTIVO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "FINA" TO WS-EXCP-CODIGO
               MOVE "FUNCAO FINANCEIRA INVALIDA NO LOTE DE OPERACOES"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF.

      * Valor presente em NUM1 e pagamento em NUM2; em branco vale
      * zero e "P" e o resultado da linha anterior, como nas demais.
       P405-RESOLVE-VALORES.
           MOVE 0 TO WS-FIN-VP
           MOVE 0 TO WS-FIN-PGTO
           EVALUATE TRUE
               WHEN OPER-NUM1-X EQUAL SPACES
                   CONTINUE
               WHEN OPER-NUM1-X(1:1) EQUAL "P"
                   IF WS-EXISTE-ANTERIOR
                       MOVE WS-RESUL-ANTERIOR TO WS-FIN-VP
                   ELSE
                       MOVE "MARCADOR P SEM RESULTADO ANTERIOR"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
                       GO TO P405-FIM
                   END-IF
               WHEN OPER-NUM1 IS NUMERIC
                   MOVE OPER-NUM1 TO WS-FIN-VP
               WHEN OTHER
                   MOVE "VALOR PRESENTE NAO NUMERICO" TO WS-FIN-MOTIVO
                   MOVE "N" TO WS-FIN-OK
                   GO TO P405-FIM
           END-EVALUATE
           EVALUATE TRUE
               WHEN OPER-NUM2-X EQUAL SPACES
                   CONTINUE
               WHEN OPER-NUM2-X(1:1) EQUAL "P"
                   IF WS-EXISTE-ANTERIOR
                       MOVE WS-RESUL-ANTERIOR TO WS-FIN-PGTO
                   ELSE
                       MOVE "MARCADOR P SEM RESULTADO ANTERIOR"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
                   END-IF
               WHEN OPER-NUM2 IS NUMERIC
                   MOVE OPER-NUM2 TO WS-FIN-PGTO
               WHEN OTHER
                   MOVE "PAGAMENTO NAO NUMERICO" TO WS-FIN-MOTIVO
                   MOVE "N" TO WS-FIN-OK
           END-EVALUATE.
       P405-FIM.
           EXIT.

      * Taxa obrigatoria menos no RATE, periodos menos no NPER; o
      * valor que a funcao usa tem que ser positivo.
       P410-VALIDA-FUNCAO.
           IF WS-FIN-FUNCAO NOT EQUAL "RATE"
               IF OPER-FIN-TAXA IS NOT NUMERIC
                   MOVE "TAXA NAO NUMERICA" TO WS-FIN-MOTIVO
                   MOVE "N" TO WS-FIN-OK
                   GO TO P410-FIM
               END-IF
               COMPUTE WS-FIN-TAXA = OPER-FIN-TAXA / 100
           END-IF
           MOVE 0 TO WS-FIN-PERIODOS
           IF WS-FIN-FUNCAO NOT EQUAL "NPER"
               IF OPER-FIN-PERIODOS IS NOT NUMERIC
                   OR OPER-FIN-PERIODOS EQUAL 0
                   MOVE "NUMERO DE PERIODOS INVALIDO" TO WS-FIN-MOTIVO
                   MOVE "N" TO WS-FIN-OK
                   GO TO P410-FIM
               END-IF
               MOVE OPER-FIN-PERIODOS TO WS-FIN-PERIODOS
           END-IF
           EVALUATE WS-FIN-FUNCAO
               WHEN "PMT "
                   IF WS-FIN-VP NOT GREATER 0
                       MOVE "VALOR PRESENTE NAO INFORMADO"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
                   END-IF
               WHEN "PV  "
                   IF WS-FIN-PGTO NOT GREATER 0
                       MOVE "PAGAMENTO NAO INFORMADO" TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
                   END-IF
               WHEN "FV  "
                   IF WS-FIN-VP LESS 0 OR WS-FIN-PGTO LESS 0
                       OR (WS-FIN-VP EQUAL 0 AND WS-FIN-PGTO EQUAL 0)
                       MOVE "VALOR PRESENTE OU PAGAMENTO INVALIDO"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
                   END-IF
               WHEN "NPER"
               WHEN "RATE"
                   IF WS-FIN-VP NOT GREATER 0
                       OR WS-FIN-PGTO NOT GREATER 0
                       MOVE "VALOR PRESENTE E PAGAMENTO OBRIGATORIOS"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
                   END-IF
               WHEN OTHER
                   MOVE "FUNCAO FINANCEIRA DESCONHECIDA"
                       TO WS-FIN-MOTIVO
                   MOVE "N" TO WS-FIN-OK
           END-EVALUATE.
       P410-FIM.
           EXIT.

      * Parcela de serie uniforme postecipada: VP * i / (1 - v^n).
       P420-CALCULA-PAGAMENTO.
           IF WS-FIN-TAXA EQUAL 0
               COMPUTE WS-FIN-RESULTADO ROUNDED =
                   WS-FIN-VP / WS-FIN-PERIODOS
           ELSE
               PERFORM P470-FATOR-ANUIDADE
               COMPUTE WS-FIN-RESULTADO ROUNDED =
                   WS-FIN-VP / WS-FIN-FATOR
           END-IF.

       P430-CALCULA-VALOR-PRESENTE.
           IF WS-FIN-TAXA EQUAL 0
               COMPUTE WS-FIN-RESULTADO ROUNDED =
                   WS-FIN-PGTO * WS-FIN-PERIODOS
           ELSE
               PERFORM P470-FATOR-ANUIDADE
               COMPUTE WS-FIN-RESULTADO ROUNDED =
                   WS-FIN-PGTO * WS-FIN-FATOR
           END-IF.

      * Montante do valor presente mais o dos pagamentos do periodo.
       P440-CALCULA-VALOR-FUTURO.
           IF WS-FIN-TAXA EQUAL 0
               COMPUTE WS-FIN-RESULTADO ROUNDED =
                   WS-FIN-VP + WS-FIN-PGTO * WS-FIN-PERIODOS
           ELSE
               COMPUTE WS-FIN-CAPITAL-N ROUNDED =
                   (1 + WS-FIN-TAXA) ** WS-FIN-PERIODOS
                   ON SIZE ERROR
                       MOVE "MONTANTE ACIMA DA CAPACIDADE"
                           TO WS-FIN-MOTIVO
                       MOVE "N" TO WS-FIN-OK
               END-COMPUTE
               IF WS-FIN-VALIDA
                   COMPUTE WS-FIN-RESULTADO ROUNDED =
                       WS-FIN-VP * WS-FIN-CAPITAL-N
                       + WS-FIN-PGTO * (WS-FIN-CAPITAL-N - 1)
                       / WS-FIN-TAXA
                       ON SIZE ERROR
                           MOVE "MONTANTE ACIMA DA CAPACIDADE"
                               TO WS-FIN-MOTIVO
                           MOVE "N" TO WS-FIN-OK
                   END-COMPUTE
               END-IF
           END-IF.

      * n = -log(1 - VP * i / PGTO) / log(1 + i); pagamento que nao
      * cobre os juros do periodo nunca quita.
       P450-CALCULA-PERIODOS.
           IF WS-FIN-TAXA EQUAL 0
               COMPUTE WS-FIN-RESULTADO ROUNDED =
                   WS-FIN-VP / WS-FIN-PGTO
           ELSE
               IF WS-FIN-PGTO NOT GREATER WS-FIN-VP * WS-FIN-TAXA
                   MOVE "PAGAMENTO NAO AMORTIZA O VALOR PRESENTE"
                       TO WS-FIN-MOTIVO
                   MOVE "N" TO WS-FIN-OK
               ELSE
                   COMPUTE WS-FIN-RESULTADO ROUNDED =
                       0 - FUNCTION LOG(1 - WS-FIN-VP * WS-FIN-TAXA
                           / WS-FIN-PGTO)
                       / FUNCTION LOG(1 + WS-FIN-TAXA)
               END-IF
           END-IF.

      * Taxa implicita por bissecao entre 0 e 100% ao periodo: o valor
      * presente dos pagamentos cai quando a taxa sobe.
       P460-CALCULA-TAXA.
           IF WS-FIN-PGTO * WS-FIN-PERIODOS LESS WS-FIN-VP
               MOVE "PAGAMENTOS NAO COBREM O VALOR PRESENTE"
                   TO WS-FIN-MOTIVO
               MOVE "N" TO WS-FIN-OK
               GO TO P460-FIM
           END-IF
           IF WS-FIN-PGTO * WS-FIN-PERIODOS EQUAL WS-FIN-VP
               MOVE 0 TO WS-FIN-TAXA
               GO TO P460-FIM
           END-IF
           MOVE 1 TO WS-FIN-TAXA
           PERFORM P470-FATOR-ANUIDADE
           IF WS-FIN-PGTO * WS-FIN-FATOR GREATER WS-FIN-VP
               MOVE "TAXA ACIMA DE 100% AO PERIODO" TO WS-FIN-MOTIVO
               MOVE "N" TO WS-FIN-OK
               GO TO P460-FIM
           END-IF
           MOVE 0 TO WS-FIN-TAXA-MIN
           MOVE 1 TO WS-FIN-TAXA-MAX
           PERFORM P465-BISSECAO 50 TIMES
           COMPUTE WS-FIN-TAXA ROUNDED =
               (WS-FIN-TAXA-MIN + WS-FIN-TAXA-MAX) / 2.
       P460-FIM.
           EXIT.

       P465-BISSECAO.
           COMPUTE WS-FIN-TAXA ROUNDED =
               (WS-FIN-TAXA-MIN + WS-FIN-TAXA-MAX) / 2
           PERFORM P470-FATOR-ANUIDADE
           IF WS-FIN-PGTO * WS-FIN-FATOR GREATER WS-FIN-VP
               MOVE WS-FIN-TAXA TO WS-FIN-TAXA-MIN
           ELSE
               MOVE WS-FIN-TAXA TO WS-FIN-TAXA-MAX
           END-IF.

      * Fator de valor presente da serie: (1 - v^n) / i, v = 1/(1+i).
       P470-FATOR-ANUIDADE.
           COMPUTE WS-FIN-DESCONTO ROUNDED = 1 / (1 + WS-FIN-TAXA)
           COMPUTE WS-FIN-DESCONTO-N ROUNDED =
               WS-FIN-DESCONTO ** WS-FIN-PERIODOS
           COMPUTE WS-FIN-FATOR ROUNDED =
               (1 - WS-FIN-DESCONTO-N) / WS-FIN-TAXA.

      ******** CONFERENCIA DOS PLANOS DE PARCELAMENTO ********
      * Cada plano cobra o acrescimo sobre o total dividido em
      * parcelas iguais; a taxa efetiva e a que iguala as parcelas ao
      * valor a vista (base 100).
       P500-CONFERE-TAXAS.
           MOVE 0 TO WS-CONT-PLANOS
           OPEN OUTPUT RATE-REPORT-FILE
           MOVE SPACES TO RATE-REPORT-LINE
           STRING "TAXA EFETIVA DOS PLANOS DE PARCELAMENTO EM "
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           MOVE "N" TO WS-EOF-RATE
           MOVE "RATEFILE" TO PCON-TABELA
           MOVE WS-DATA-PROCESSO TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE EQUAL "00"
               MOVE "PLANOS DO RATEFILE" TO RATE-REPORT-LINE
               WRITE RATE-REPORT-LINE
               PERFORM P505-LER-TAXA
               PERFORM UNTIL WS-RATE-EOF
                   MOVE RATE-NUM-PARCELAS TO WS-TXC-PARCELAS
                   MOVE RATE-PERCENTUAL TO WS-TXC-ACRESCIMO
                   PERFORM P510-LINHA-PLANO THRU P510-FIM
                   PERFORM P505-LER-TAXA
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               MOVE "RATEFILE AUSENTE - PLANOS PADRAO DA VENDA"
                   TO RATE-REPORT-LINE
               WRITE RATE-REPORT-LINE
               PERFORM P520-PLANO-PADRAO
                   VARYING WS-IDX-PLANO FROM 1 BY 1
                   UNTIL WS-IDX-PLANO GREATER 5
           END-IF
           CLOSE RATE-REPORT-FILE
           DISPLAY "CONFERENCIA DE TAXAS GRAVADA EM TAXARPT - "
               WS-CONT-PLANOS " PLANO(S)".

       P505-LER-TAXA.
           READ RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       P510-LINHA-PLANO.
           MOVE SPACES TO RATE-REPORT-LINE
           IF WS-TXC-PARCELAS IS NOT NUMERIC
               OR WS-TXC-PARCELAS EQUAL 0
               OR WS-TXC-ACRESCIMO IS NOT NUMERIC
               STRING "LINHA INVALIDA NO RATEFILE: " DELIMITED BY SIZE
                      RATE-RECORD DELIMITED BY SIZE
                      INTO RATE-REPORT-LINE
               WRITE RATE-REPORT-LINE
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-CONT-PLANOS
           MOVE "S" TO WS-FIN-OK
           MOVE SPACES TO WS-FIN-MOTIVO
           MOVE 100 TO WS-FIN-VP
           MOVE WS-TXC-PARCELAS TO WS-FIN-PERIODOS
           COMPUTE WS-FIN-PGTO = 100 + 100 * WS-TXC-ACRESCIMO
           COMPUTE WS-FIN-PGTO ROUNDED =
               WS-FIN-PGTO / WS-TXC-PARCELAS
           IF WS-TXC-ACRESCIMO EQUAL 0
               MOVE 0 TO WS-FIN-TAXA
           ELSE
               PERFORM P460-CALCULA-TAXA THRU P460-FIM
           END-IF
           MOVE WS-TXC-PARCELAS TO WS-MASCARA-PARCELAS
           COMPUTE WS-MASCARA-ACRESCIMO = WS-TXC-ACRESCIMO * 100
           MOVE WS-FIN-PGTO TO WS-MASCARA-PARCELA
           IF WS-FIN-VALIDA
               COMPUTE WS-MASCARA-MENSAL ROUNDED = WS-FIN-TAXA * 100
               COMPUTE WS-TXC-ANUAL ROUNDED =
                   ((1 + WS-FIN-TAXA) ** 12 - 1) * 100
               MOVE WS-TXC-ANUAL TO WS-MASCARA-ANUAL
               STRING WS-MASCARA-PARCELAS DELIMITED BY SIZE
                      "X ACRESCIMO " DELIMITED BY SIZE
                      WS-MASCARA-ACRESCIMO DELIMITED BY SIZE
                      "% PARCELA " DELIMITED BY SIZE
                      WS-MASCARA-PARCELA DELIMITED BY SIZE
                      " EFETIVA " DELIMITED BY SIZE
                      WS-MASCARA-MENSAL DELIMITED BY SIZE
                      "% A.M. " DELIMITED BY SIZE
                      WS-MASCARA-ANUAL DELIMITED BY SIZE
                      "% A.A." DELIMITED BY SIZE
                      INTO RATE-REPORT-LINE
           ELSE
               STRING WS-MASCARA-PARCELAS DELIMITED BY SIZE
                      "X ACRESCIMO " DELIMITED BY SIZE
                      WS-MASCARA-ACRESCIMO DELIMITED BY SIZE
                      "% - " DELIMITED BY SIZE
                      WS-FIN-MOTIVO DELIMITED BY SIZE
                      INTO RATE-REPORT-LINE
           END-IF
           WRITE RATE-REPORT-LINE.
       P510-FIM.
           EXIT.

       P520-PLANO-PADRAO.
           MOVE WS-PLANO-PARCELAS(WS-IDX-PLANO) TO WS-TXC-PARCELAS
           MOVE WS-PLANO-ACRESCIMO(WS-IDX-PLANO) TO WS-TXC-ACRESCIMO
           PERFORM P510-LINHA-PLANO THRU P510-FIM.

       P200-CALCULO-INTERATIVO.
      ***** INICIANDO VARIAVEIS *****
           INITIALIZE WS-NUM1 WS-NUM2 WS-RESUL WS-OP
