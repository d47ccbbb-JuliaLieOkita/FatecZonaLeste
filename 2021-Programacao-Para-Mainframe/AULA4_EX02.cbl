      *           truncates its own generation: the break reopens an
      *           already-opened generation in EXTEND and registers
      *           the name in GERAFILE only once per run.
      * Modified: 27/04/2024 (JLOS) - EQUAFILE accepts a new system
      *           record (degree byte "S"): up to three linear
      *           equations a.x + b.y + c.z = d in up to three
      *           unknowns, the first one in the original A/B/C/D
      *           fields and the counts plus equations 2 and 3
      *           appended at the end of the record, so the old
      *           lines still read. The system is solved by
      *           Gauss-Jordan elimination with partial pivoting and
      *           reported as determined (x, y, z), or singular:
      *           no solution or infinitely many, by comparing the
      *           rank of the coefficients with the rank of the
      *           augmented matrix. Results go to the requester's
      *           RESLFILE generation and the audit trail (one line
      *           per equation of the system carrying its
      *           coefficients); determined systems are stored in
      *           EQUALIB in their own record shape (root-shape byte
      *           "S"), which the coefficient replay skips.
      * Modified: 11/05/2024 (JLOS) - A batch equation answered from
      *           the library is now also recorded in EQUALIB, as a
      *           replay record (origin byte "R" and the id of the
      *           solved equation appended at the end) under the
      *           requester and time of the new request, so the
      *           monthly chargeback can count each team's replays as
      *           well as its fresh solves. Replay records are left
      *           out of the coefficient replay table and searches.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULA04_EX02.
           05  EQUA-B                  PIC S9(09)V99.
           05  EQUA-C                  PIC S9(09)V99.
           05  EQUA-GRAU               PIC 9(01).
           05  EQUA-GRAU-X REDEFINES EQUA-GRAU
                                       PIC X(01).
               88  EQUA-EH-SISTEMA     VALUE "S".
           05  EQUA-D                  PIC S9(09)V99.
           05  EQUA-SOLICITANTE        PIC X(04).
      * Registro de sistema linear: a equacao 1 vem em A/B/C/D acima
      * (A.x + B.y + C.z = D) e as equacoes 2 e 3 aqui.
           05  EQUA-SIS-EQUACOES       PIC 9(01).
           05  EQUA-SIS-INCOGNITAS     PIC 9(01).
           05  EQUA-SIS-LINHA OCCURS 2 TIMES.
               10  EQUA-SIS-A          PIC S9(09)V99.
               10  EQUA-SIS-B          PIC S9(09)V99.
               10  EQUA-SIS-C          PIC S9(09)V99.
               10  EQUA-SIS-D          PIC S9(09)V99.

       FD  RESULT-FILE
           RECORDING MODE IS F.
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

       FD  SEQUENCE-FILE
           RECORDING MODE IS F.
           05 WS-EQUACAO-OK        PIC X(01) VALUE "S".
               88 WS-EQUACAO-VALIDA VALUE "S".

       01 WS-SISTEMA.
           05 WS-TIPO-SISTEMA      PIC X(01) VALUE "N".
               88 WS-EH-SISTEMA    VALUE "S".
           05 WS-SIS-EQUACOES      PIC 9(01) VALUE 0.
           05 WS-SIS-INCOGNITAS    PIC 9(01) VALUE 0.
           05 WS-SIS-SITUACAO      PIC X(01) VALUE SPACES.
               88 WS-SIS-DETERMINADO   VALUE "D".
               88 WS-SIS-IMPOSSIVEL    VALUE "I".
               88 WS-SIS-INDETERMINADO VALUE "N".
           05 WS-SIS-POSTO         PIC 9(01) VALUE 0.
           05 WS-SIS-LINHA-PIVO    PIC 9(01) COMP VALUE 0.
           05 WS-SIS-COL           PIC 9(01) COMP VALUE 0.
           05 WS-SIS-I             PIC 9(01) COMP VALUE 0.
           05 WS-SIS-K             PIC 9(01) COMP VALUE 0.
           05 WS-SIS-P             PIC 9(01) COMP VALUE 0.
           05 WS-SIS-MAIOR         PIC 9(11)V9(07) VALUE 0.
           05 WS-SIS-VALOR-ABS     PIC 9(11)V9(07) VALUE 0.
           05 WS-SIS-FATOR         PIC S9(11)V9(07) VALUE 0.
           05 WS-SIS-TROCA         PIC S9(11)V9(07) VALUE 0.
           05 WS-SIS-EPSILON       PIC 9(01)V9(07) VALUE 0,00001.
      * Coeficientes como vieram (coluna 4 = termo independente D)
      * e a copia de trabalho que a eliminacao transforma.
           05 WS-SIS-ORIG-LINHA OCCURS 3 TIMES.
               10 WS-SIS-ORIG      PIC S9(09)V99 OCCURS 4 TIMES.
           05 WS-SIS-LINHA OCCURS 3 TIMES.
               10 WS-SIS-COEF      PIC S9(11)V9(07) OCCURS 4 TIMES.
           05 WS-SIS-SOLUCAO       PIC S9(09)V99 OCCURS 3 TIMES.
           05 WS-SIS-NUM-EQ        PIC 9(01) VALUE 0.
           05 WS-SIS-TEXTO         PIC X(60) VALUE SPACES.

       01 WS-MASCARA-COMPLEXA.
           05 WS-MASCARA-REAL      PIC -Z(6)9,99.
           05 WS-MASCARA-IMAG      PIC -Z(6)9,99.
           MOVE WS-X3 TO LIB-X3
           MOVE WS-SOLICITANTE TO LIB-SOLICITANTE
           MOVE FUNCTION CURRENT-DATE TO LIB-TIMESTAMP
           MOVE "N" TO LIB-ORIGEM
           MOVE 0 TO LIB-ID-ORIGEM
           EVALUATE TRUE
               WHEN WS-GRAU EQUAL 1
                   SET LIB-RAIZ-LINEAR TO TRUE
           DISPLAY "EQUACAO GRAVADA NA BIBLIOTECA COM O ID "
               LIB-EQUATION-ID.

      * O registro de replay repete as raizes da equacao original
      * (ja em LIBRARY-RECORD desde o P016E) com id novo, para a
      * cobranca do solicitante que pediu de novo.
       P014R-GRAVA-REPLAY.
           MOVE LIB-EQUATION-ID TO LIB-ID-ORIGEM
           ADD 1 TO WS-PROX-EQUACAO-ID
           MOVE WS-PROX-EQUACAO-ID TO LIB-EQUATION-ID
           MOVE WS-SOLICITANTE TO LIB-SOLICITANTE
           MOVE FUNCTION CURRENT-DATE TO LIB-TIMESTAMP
           SET LIB-REPLAY TO TRUE
           WRITE LIBRARY-RECORD.

       P014S-GRAVA-BIBLIOTECA-SISTEMA.
           ADD 1 TO WS-PROX-EQUACAO-ID
           MOVE SPACES TO LIB-SISTEMA-RECORD
           MOVE WS-PROX-EQUACAO-ID TO LSIS-EQUATION-ID
           MOVE WS-SIS-SOLUCAO(1) TO LSIS-X
           MOVE WS-SIS-SOLUCAO(2) TO LSIS-Y
           MOVE WS-SIS-SOLUCAO(3) TO LSIS-Z
           MOVE WS-SIS-EQUACOES TO LSIS-EQUACOES
           MOVE WS-SIS-INCOGNITAS TO LSIS-INCOGNITAS
           MOVE "S" TO LSIS-TIPO
           MOVE FUNCTION CURRENT-DATE TO LSIS-TIMESTAMP
           MOVE WS-SOLICITANTE TO LSIS-SOLICITANTE
           PERFORM P014T-GUARDA-EQUACAO-SISTEMA
               VARYING WS-SIS-I FROM 1 BY 1 UNTIL WS-SIS-I GREATER 3
           WRITE LIB-SISTEMA-RECORD
           DISPLAY "SISTEMA GRAVADO NA BIBLIOTECA COM O ID "
               LSIS-EQUATION-ID.

       P014T-GUARDA-EQUACAO-SISTEMA.
           MOVE WS-SIS-ORIG(WS-SIS-I, 1) TO LSIS-A(WS-SIS-I)
           MOVE WS-SIS-ORIG(WS-SIS-I, 2) TO LSIS-B(WS-SIS-I)
           MOVE WS-SIS-ORIG(WS-SIS-I, 3) TO LSIS-C(WS-SIS-I)
           MOVE WS-SIS-ORIG(WS-SIS-I, 4) TO LSIS-D(WS-SIS-I).

       P016-BUSCA-POR-COEFICIENTES.
           MOVE "N" TO WS-LIB-ACHADA
           MOVE "N" TO WS-EOF-LIB
               IF LIB-A EQUAL WS-A
                   AND LIB-B EQUAL WS-B
                   AND LIB-C EQUAL WS-C
                   AND NOT LIB-SISTEMA-LINEAR
                   AND NOT LIB-REPLAY
                   SET WS-LIB-ENCONTRADA TO TRUE
               ELSE
                   PERFORM P016A-LER-PROXIMA-EQUACAO
           END-START
           PERFORM P016A-LER-PROXIMA-EQUACAO
           PERFORM UNTIL WS-LIB-EOF
      * Sistema linear nao entra no reaproveitamento: sao resolvidos
      * sempre de novo. Replay so repete a original, que ja esta na
      * tabela.
               IF NOT LIB-SISTEMA-LINEAR AND NOT LIB-REPLAY
                   PERFORM P016D-ADICIONA-TABELA-COEF
               END-IF
               PERFORM P016A-LER-PROXIMA-EQUACAO
           END-PERFORM
           IF WS-COEF-ESTOUROU
               NOT INVALID KEY
                   DISPLAY "EQUACAO " LIB-EQUATION-ID
                       " RESOLVIDA EM " LIB-TIMESTAMP
                   IF LIB-REPLAY
                       DISPLAY "REAPROVEITADA DA EQUACAO "
                           LIB-ID-ORIGEM " PARA " LIB-SOLICITANTE
                   END-IF
                   IF LIB-SISTEMA-LINEAR
                       PERFORM P015S-EXIBE-SISTEMA
                   ELSE
                       DISPLAY "A=" LIB-A " B=" LIB-B " C=" LIB-C
                       IF LIB-RAIZES-COMPLEXAS
                           MOVE LIB-X1 TO WS-MASCARA-REAL
                           MOVE LIB-X2 TO WS-MASCARA-IMAG
                           DISPLAY "RAIZES COMPLEXAS: " WS-MASCARA-REAL
                               " +- " WS-MASCARA-IMAG "i"
                       ELSE
                           MOVE LIB-X1 TO WS-MASCARA-PADRAO
                           DISPLAY "RAIZ 1 = " WS-MASCARA-PADRAO
                           MOVE LIB-X2 TO WS-MASCARA-PADRAO
                           DISPLAY "RAIZ 2 = " WS-MASCARA-PADRAO
                       END-IF
                   END-IF
           END-READ.

       P015S-EXIBE-SISTEMA.
           MOVE LSIS-X TO WS-MASCARA-PADRAO
           DISPLAY "SISTEMA " LSIS-EQUACOES "X" LSIS-INCOGNITAS
               " DETERMINADO - X = " WS-MASCARA-PADRAO
           IF LSIS-INCOGNITAS GREATER 1
               MOVE LSIS-Y TO WS-MASCARA-PADRAO
               DISPLAY "Y = " WS-MASCARA-PADRAO
           END-IF
           IF LSIS-INCOGNITAS GREATER 2
               MOVE LSIS-Z TO WS-MASCARA-PADRAO
               DISPLAY "Z = " WS-MASCARA-PADRAO
           END-IF.

       P001-EQUACAO-INTERATIVA.
           DISPLAY "PROGRAMA QUE CALCULA EQUACOES DE SEGUNDO GRAU"

                   PERFORM P022-TROCA-GERACAO-SOLIC
               END-IF
               PERFORM P023-CONTA-SOLICITANTE
               IF WS-EH-SISTEMA
                   PERFORM P004B-VALIDA-SISTEMA
               ELSE
                   PERFORM P004A-VALIDA-EQUACAO
               END-IF
               IF WS-EQUACAO-VALIDA
                   ADD 1 TO WS-CONT-EQUA-OK
               ELSE
                   ADD 1 TO WS-CONT-EQUA-REJ
               END-IF
               MOVE "N" TO WS-LIB-ACHADA
               IF WS-EQUACAO-VALIDA AND NOT WS-EH-SISTEMA
                   PERFORM P016C-BUSCA-TABELA-COEF
               END-IF
               IF WS-LIB-ENCONTRADA
                   PERFORM P018-REPLAY-BIBLIOTECA
                   PERFORM P007-GRAVA-RESULTADO
                   PERFORM P008-GRAVA-AUDITORIA
                   PERFORM P014R-GRAVA-REPLAY
               ELSE
                   IF WS-EQUACAO-VALIDA
                       PERFORM P005A-RESOLVE-POR-GRAU
                   END-IF
                   PERFORM P007-GRAVA-RESULTADO
                   PERFORM P008-GRAVA-AUDITORIA
                   EVALUATE TRUE
                       WHEN NOT WS-EQUACAO-VALIDA
                           CONTINUE
                       WHEN WS-EH-SISTEMA
                           IF WS-SIS-DETERMINADO
                               PERFORM P014S-GRAVA-BIBLIOTECA-SISTEMA
                           END-IF
                       WHEN OTHER
                           PERFORM P014-GRAVA-BIBLIOTECA
                           PERFORM P016D-ADICIONA-TABELA-COEF
                   END-EVALUATE
               END-IF
               PERFORM P006-LER-EQUACAO
           END-PERFORM
                   ELSE
                       MOVE EQUA-SOLICITANTE TO WS-SOLICITANTE
                   END-IF
                   IF EQUA-EH-SISTEMA
                       SET WS-EH-SISTEMA TO TRUE
                       PERFORM P006S-CARREGA-SISTEMA
                   ELSE
                       MOVE "N" TO WS-TIPO-SISTEMA
                   END-IF
           END-READ.

       P006S-CARREGA-SISTEMA.
           MOVE 0 TO WS-SIS-EQUACOES
           MOVE 0 TO WS-SIS-INCOGNITAS
           IF EQUA-SIS-EQUACOES IS NUMERIC
               MOVE EQUA-SIS-EQUACOES TO WS-SIS-EQUACOES
           END-IF
           IF EQUA-SIS-INCOGNITAS IS NUMERIC
               MOVE EQUA-SIS-INCOGNITAS TO WS-SIS-INCOGNITAS
           END-IF
           MOVE SPACES TO WS-SIS-SITUACAO
           MOVE 0 TO WS-SIS-POSTO
           PERFORM P006T-ZERA-COEFICIENTE
               VARYING WS-SIS-I FROM 1 BY 1 UNTIL WS-SIS-I GREATER 3
               AFTER WS-SIS-K FROM 1 BY 1 UNTIL WS-SIS-K GREATER 4
           MOVE EQUA-A TO WS-SIS-ORIG(1, 1)
           MOVE EQUA-B TO WS-SIS-ORIG(1, 2)
           MOVE EQUA-C TO WS-SIS-ORIG(1, 3)
           MOVE WS-D   TO WS-SIS-ORIG(1, 4)
           IF WS-SIS-EQUACOES GREATER 1
               MOVE EQUA-SIS-A(1) TO WS-SIS-ORIG(2, 1)
               MOVE EQUA-SIS-B(1) TO WS-SIS-ORIG(2, 2)
               MOVE EQUA-SIS-C(1) TO WS-SIS-ORIG(2, 3)
               MOVE EQUA-SIS-D(1) TO WS-SIS-ORIG(2, 4)
           END-IF
           IF WS-SIS-EQUACOES GREATER 2
               MOVE EQUA-SIS-A(2) TO WS-SIS-ORIG(3, 1)
               MOVE EQUA-SIS-B(2) TO WS-SIS-ORIG(3, 2)
               MOVE EQUA-SIS-C(2) TO WS-SIS-ORIG(3, 3)
               MOVE EQUA-SIS-D(2) TO WS-SIS-ORIG(3, 4)
           END-IF
      * Incognita alem da quantidade declarada nao participa: o
      * coeficiente dela e zerado em todas as equacoes.
           PERFORM P006U-LIMPA-INCOGNITA
               VARYING WS-SIS-I FROM 1 BY 1 UNTIL WS-SIS-I GREATER 3
           PERFORM P006V-COPIA-COEFICIENTE
               VARYING WS-SIS-I FROM 1 BY 1 UNTIL WS-SIS-I GREATER 3
               AFTER WS-SIS-K FROM 1 BY 1 UNTIL WS-SIS-K GREATER 4.

       P006T-ZERA-COEFICIENTE.
           MOVE 0 TO WS-SIS-ORIG(WS-SIS-I, WS-SIS-K)
           IF WS-SIS-K LESS 4
               MOVE 0 TO WS-SIS-SOLUCAO(WS-SIS-I)
           END-IF.

       P006U-LIMPA-INCOGNITA.
           IF WS-SIS-INCOGNITAS LESS 3
               MOVE 0 TO WS-SIS-ORIG(WS-SIS-I, 3)
           END-IF
           IF WS-SIS-INCOGNITAS LESS 2
               MOVE 0 TO WS-SIS-ORIG(WS-SIS-I, 2)
           END-IF.

       P006V-COPIA-COEFICIENTE.
           MOVE WS-SIS-ORIG(WS-SIS-I, WS-SIS-K)
               TO WS-SIS-COEF(WS-SIS-I, WS-SIS-K).

       P004A-VALIDA-EQUACAO.
           MOVE "S" TO WS-EQUACAO-OK
           EVALUATE WS-GRAU
                   PERFORM P091-GRAVA-EXCECAO
           END-EVALUATE.

       P004B-VALIDA-SISTEMA.
           MOVE "S" TO WS-EQUACAO-OK
           IF WS-SIS-EQUACOES LESS 1 OR WS-SIS-EQUACOES GREATER 3
               OR WS-SIS-INCOGNITAS LESS 1
               OR WS-SIS-INCOGNITAS GREATER 3
               MOVE "N" TO WS-EQUACAO-OK
               MOVE "EQAS" TO WS-EXCP-CODIGO
               MOVE "SISTEMA COM QTD DE EQUACOES OU INCOGNITAS FORA "
                   & "DE 1 A 3" TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
           END-IF.

       P005A-RESOLVE-POR-GRAU.
           EVALUATE TRUE
               WHEN WS-EH-SISTEMA
                   PERFORM P030-RESOLVE-SISTEMA
               WHEN WS-GRAU EQUAL 1
                   PERFORM P005L-RESOLVE-LINEAR
               WHEN WS-GRAU EQUAL 3
                   PERFORM P005T-RESOLVE-CUBICA
               WHEN OTHER
                   PERFORM P005-RESOLVE-EQUACAO THRU P005-EXIT
               END-IF
           END-IF.

       P030-RESOLVE-SISTEMA.
      * Gauss-Jordan com pivoteamento parcial sobre a matriz
      * aumentada: cada coluna com pivo acima da tolerancia zera a
      * incognita nas demais equacoes e soma 1 ao posto. Equacao que
      * sobra com todos os coeficientes zerados e termo diferente de
      * zero (0 = d) torna o sistema impossivel; posto menor que o
      * numero de incognitas, sem incompatibilidade, deixa infinitas
      * solucoes.
           MOVE 1 TO WS-SIS-LINHA-PIVO
           MOVE 0 TO WS-SIS-POSTO
           PERFORM P031-ELIMINA-COLUNA
               VARYING WS-SIS-COL FROM 1 BY 1
               UNTIL WS-SIS-COL GREATER WS-SIS-INCOGNITAS
                   OR WS-SIS-LINHA-PIVO GREATER WS-SIS-EQUACOES
           SET WS-SIS-DETERMINADO TO TRUE
           PERFORM P036-VERIFICA-COMPATIVEL
               VARYING WS-SIS-I FROM WS-SIS-LINHA-PIVO BY 1
               UNTIL WS-SIS-I GREATER WS-SIS-EQUACOES
           IF WS-SIS-DETERMINADO
               AND WS-SIS-POSTO LESS WS-SIS-INCOGNITAS
               SET WS-SIS-INDETERMINADO TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-SIS-IMPOSSIVEL
                   DISPLAY "SISTEMA SINGULAR - SEM SOLUCAO"
               WHEN WS-SIS-INDETERMINADO
                   DISPLAY "SISTEMA SINGULAR - INFINITAS SOLUCOES"
               WHEN OTHER
                   PERFORM P037-CALCULA-INCOGNITA
                       VARYING WS-SIS-I FROM 1 BY 1
                       UNTIL WS-SIS-I GREATER WS-SIS-INCOGNITAS
           END-EVALUATE.

       P031-ELIMINA-COLUNA.
           MOVE 0 TO WS-SIS-MAIOR
           MOVE WS-SIS-LINHA-PIVO TO WS-SIS-P
           PERFORM P032-PROCURA-PIVO
               VARYING WS-SIS-I FROM WS-SIS-LINHA-PIVO BY 1
               UNTIL WS-SIS-I GREATER WS-SIS-EQUACOES
      * Coluna sem pivo e incognita livre: a linha-pivo fica para a
      * coluna seguinte.
           IF WS-SIS-MAIOR GREATER WS-SIS-EPSILON
               IF WS-SIS-P NOT EQUAL WS-SIS-LINHA-PIVO
                   PERFORM P033-TROCA-ELEMENTO
                       VARYING WS-SIS-K FROM 1 BY 1
                       UNTIL WS-SIS-K GREATER 4
               END-IF
               PERFORM P034-ZERA-LINHA
                   VARYING WS-SIS-I FROM 1 BY 1
                   UNTIL WS-SIS-I GREATER WS-SIS-EQUACOES
               ADD 1 TO WS-SIS-POSTO
               ADD 1 TO WS-SIS-LINHA-PIVO
           END-IF.

       P032-PROCURA-PIVO.
           COMPUTE WS-SIS-VALOR-ABS =
               FUNCTION ABS(WS-SIS-COEF(WS-SIS-I, WS-SIS-COL))
           IF WS-SIS-VALOR-ABS GREATER WS-SIS-MAIOR
               MOVE WS-SIS-VALOR-ABS TO WS-SIS-MAIOR
               MOVE WS-SIS-I TO WS-SIS-P
           END-IF.

       P033-TROCA-ELEMENTO.
           MOVE WS-SIS-COEF(WS-SIS-P, WS-SIS-K) TO WS-SIS-TROCA
           MOVE WS-SIS-COEF(WS-SIS-LINHA-PIVO, WS-SIS-K)
               TO WS-SIS-COEF(WS-SIS-P, WS-SIS-K)
           MOVE WS-SIS-TROCA
               TO WS-SIS-COEF(WS-SIS-LINHA-PIVO, WS-SIS-K).

       P034-ZERA-LINHA.
           IF WS-SIS-I NOT EQUAL WS-SIS-LINHA-PIVO
               COMPUTE WS-SIS-FATOR ROUNDED =
                   WS-SIS-COEF(WS-SIS-I, WS-SIS-COL)
                   / WS-SIS-COEF(WS-SIS-LINHA-PIVO, WS-SIS-COL)
               PERFORM P035-SUBTRAI-ELEMENTO
                   VARYING WS-SIS-K FROM WS-SIS-COL BY 1
                   UNTIL WS-SIS-K GREATER 4
           END-IF.

       P035-SUBTRAI-ELEMENTO.
           COMPUTE WS-SIS-COEF(WS-SIS-I, WS-SIS-K) ROUNDED =
               WS-SIS-COEF(WS-SIS-I, WS-SIS-K)
               - WS-SIS-FATOR
                   * WS-SIS-COEF(WS-SIS-LINHA-PIVO, WS-SIS-K).

       P036-VERIFICA-COMPATIVEL.
           COMPUTE WS-SIS-VALOR-ABS =
               FUNCTION ABS(WS-SIS-COEF(WS-SIS-I, 4))
           IF WS-SIS-VALOR-ABS GREATER WS-SIS-EPSILON
               SET WS-SIS-IMPOSSIVEL TO TRUE
           END-IF.

       P037-CALCULA-INCOGNITA.
      * Com posto cheio nenhuma coluna ficou sem pivo: a linha I
      * tem o pivo na coluna I e o resto da linha ja foi zerado.
           COMPUTE WS-SIS-SOLUCAO(WS-SIS-I) ROUNDED =
               WS-SIS-COEF(WS-SIS-I, 4)
               / WS-SIS-COEF(WS-SIS-I, WS-SIS-I)
           MOVE WS-SIS-SOLUCAO(WS-SIS-I) TO WS-MASCARA-PADRAO
           MOVE WS-SIS-I TO WS-SIS-NUM-EQ
           DISPLAY "INCOGNITA " WS-SIS-NUM-EQ " = " WS-MASCARA-PADRAO.

       P038-AUDITA-EQUACAO-SISTEMA.
           MOVE WS-SIS-I TO WS-SIS-NUM-EQ
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  " SOLIC=" DELIMITED BY SIZE
                  WS-SOLICITANTE DELIMITED BY SIZE
                  "   EQ" DELIMITED BY SIZE
                  WS-SIS-NUM-EQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIS-ORIG(WS-SIS-I, 1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIS-ORIG(WS-SIS-I, 2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIS-ORIG(WS-SIS-I, 3) DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-SIS-ORIG(WS-SIS-I, 4) DELIMITED BY SIZE
                  INTO AUDIT-LINE
           WRITE AUDIT-LINE.

       P039-MONTA-TEXTO-SISTEMA.
           MOVE SPACES TO WS-SIS-TEXTO
           STRING "SISTEMA " DELIMITED BY SIZE
                  WS-SIS-EQUACOES DELIMITED BY SIZE
                  "X" DELIMITED BY SIZE
                  WS-SIS-INCOGNITAS DELIMITED BY SIZE
                  INTO WS-SIS-TEXTO
           EVALUATE TRUE
               WHEN NOT WS-EQUACAO-VALIDA
                   MOVE " - REJEITADO, EQUACOES/INCOGNITAS FORA "
                       TO WS-SIS-TEXTO(12:39)
                   MOVE "DE 1 A 3" TO WS-SIS-TEXTO(51:8)
               WHEN WS-SIS-IMPOSSIVEL
                   STRING " POSTO=" DELIMITED BY SIZE
                          WS-SIS-POSTO DELIMITED BY SIZE
                          " SINGULAR - SEM SOLUCAO" DELIMITED BY SIZE
                          INTO WS-SIS-TEXTO(12:49)
               WHEN WS-SIS-INDETERMINADO
                   STRING " POSTO=" DELIMITED BY SIZE
                          WS-SIS-POSTO DELIMITED BY SIZE
                          " SINGULAR - INFINITAS SOLUCOES"
                              DELIMITED BY SIZE
                          INTO WS-SIS-TEXTO(12:49)
               WHEN OTHER
                   STRING " X=" DELIMITED BY SIZE
                          WS-SIS-SOLUCAO(1) DELIMITED BY SIZE
                          INTO WS-SIS-TEXTO(12:14)
                   IF WS-SIS-INCOGNITAS GREATER 1
                       STRING " Y=" DELIMITED BY SIZE
                              WS-SIS-SOLUCAO(2) DELIMITED BY SIZE
                              INTO WS-SIS-TEXTO(26:14)
                   END-IF
                   IF WS-SIS-INCOGNITAS GREATER 2
                       STRING " Z=" DELIMITED BY SIZE
                              WS-SIS-SOLUCAO(3) DELIMITED BY SIZE
                              INTO WS-SIS-TEXTO(40:14)
                   END-IF
           END-EVALUATE.

       P007-GRAVA-RESULTADO.
           MOVE SPACES TO RESULT-LINE
           EVALUATE TRUE
               WHEN WS-EH-SISTEMA
                   PERFORM P039-MONTA-TEXTO-SISTEMA
                   MOVE WS-SIS-TEXTO TO RESULT-LINE
               WHEN NOT WS-EQUACAO-VALIDA
                   STRING "GRAU=" DELIMITED BY SIZE
                          WS-GRAU DELIMITED BY SIZE
           MOVE SPACES TO WS-AUDIT-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           EVALUATE TRUE
               WHEN WS-EH-SISTEMA
                   MOVE WS-SIS-TEXTO TO WS-AUDIT-RESULTADO
               WHEN NOT WS-EQUACAO-VALIDA
                   STRING "GRAU=" DELIMITED BY SIZE
                          WS-GRAU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-RESULTADO DELIMITED BY SIZE
                  INTO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-EH-SISTEMA AND WS-EQUACAO-VALIDA
               PERFORM P038-AUDITA-EQUACAO-SISTEMA
                   VARYING WS-SIS-I FROM 1 BY 1
                   UNTIL WS-SIS-I GREATER WS-SIS-EQUACOES
           END-IF.

       P003-RAIZES-COMPLEXAS.
           COMPUTE WS-PARTE-REAL = -WS-B / (2 * WS-A)
