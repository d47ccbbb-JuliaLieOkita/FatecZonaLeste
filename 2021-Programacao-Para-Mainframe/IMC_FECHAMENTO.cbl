      *          a revisao do programa de saude. Mesmo padrao de
      *          baixa do FROTA_REVISAO.
      * Tectonics: cobc
      * Modified: 09/12/2023 (JLOS) - Parametro opcional FECHPARM (mes
      *           AAAAMM e indicador so-resumo): o mes informado
      *           substitui o da data de negocio no resumo, e com o
      *           indicador "S" o ENFUPDT nao e lido - o fechamento
      *           mensal roda so o resumo do mes fechado sem reaplicar
      *           as baixas do dia.
      * Modified: 30/03/2024 (JLOS) - Controles LGPD: pelo parametro
      *           opcional LGPDPARM o ENFRESUM agora sai por padrao
      *           anonimizado - sem as linhas por funcionario e com a
      *           contagem do departamento abaixo da celula minima
      *           impressa como "*" - porque vai para os chefes de
      *           departamento. O modo identificado (I + solicitante)
      *           mantem as linhas por funcionario e grava o acesso
      *           no log LGPDLOG.
      * Modified: 08/06/2024 (JLOS) - O resumo mensal passa a trazer o
      *           comparecimento aos horarios do checkup marcados pelo
      *           IMC_AGENDA (AGNDFILE) no mes: marcados, comparecidos,
      *           faltas, sem baixa e a realizar, no total e por
      *           departamento, com a mesma supressao de celula do
      *           modo anonimizado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC_FECHAMENTO.
               RECORD KEY IS FUNC-EMP-ID
               FILE STATUS IS WS-FS-FUNC.

           SELECT AGENDA-FILE ASSIGN TO "AGNDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGND-CHAVE
               FILE STATUS IS WS-FS-AGND.

           SELECT REPORT-FILE ASSIGN TO "ENFRESUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT PARM-FILE ASSIGN TO "FECHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPP.

           SELECT ACCESS-LOG-FILE ASSIGN TO "LGPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       FD  EMPLOYEE-FILE.
       COPY FUNCMST.

       FD  AGENDA-FILE.
       COPY AGNDMST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ANOMES             PIC 9(06).
           05  PARM-SO-RESUMO          PIC X(01).

       FD  LGPD-PARM-FILE
           RECORDING MODE IS F.
       COPY LGPDPARM.

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY LGPDLOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-FECH.
           05 WS-FS-WRKL               PIC X(02) VALUE SPACES.
           05 WS-FS-FUNC               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-SO-RESUMO             PIC X(01) VALUE "N".
               88 WS-RODA-SO-RESUMO    VALUE "S".
           05 WS-EOF-UPDT              PIC X(01) VALUE "N".
               88 WS-UPDT-EOF          VALUE "S".
           05 WS-EOF-WRKL              PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-FUNC VALUE "S".
           05 WS-DEPTO-ACHADO          PIC X(01) VALUE "N".
               88 WS-DEPTO-NA-TABELA   VALUE "S".
           05 WS-FS-LGPP               PIC X(02) VALUE SPACES.
           05 WS-FS-LGPL               PIC X(02) VALUE SPACES.
           05 WS-MODO-RELATORIO        PIC X(01) VALUE "A".
               88 WS-RELATORIO-IDENTIFICADO VALUE "I".
           05 WS-FS-AGND               PIC X(02) VALUE SPACES.
           05 WS-EOF-AGND              PIC X(01) VALUE "N".
               88 WS-AGND-EOF          VALUE "S".

       01 WS-PRIVACIDADE.
           05 WS-SOLICITANTE           PIC X(10) VALUE SPACES.
           05 WS-CELULA-MINIMA         PIC 9(02) VALUE 5.
           05 WS-CONT-IDENTIFICADOS    PIC 9(05) VALUE 0.
           05 WS-CELULA-TEXTO          PIC X(05) VALUE SPACES.

       01 WS-CAMPOS-FECH.
           05 WS-DATA-HOJE             PIC 9(08).
               10 WS-DEPTO-NOME        PIC X(15).
               10 WS-DEPTO-FECHADOS    PIC 9(05).

      * Comparecimento aos horarios do checkup no mes, por
      * departamento; a linha 0 e o total.
       01 WS-TABELA-AGENDA.
           05 WS-QTD-DEPTOS-AGND       PIC 9(02) COMP VALUE 0.
           05 WS-AGND-ITEM OCCURS 31 TIMES
                   INDEXED BY WS-IDX-AGND.
               10 WS-AGND-DEPTO        PIC X(15).
               10 WS-AGND-MARCADOS     PIC 9(05).
               10 WS-AGND-COMPARECEU   PIC 9(05).
               10 WS-AGND-FALTAS       PIC 9(05).
               10 WS-AGND-SEM-BAIXA    PIC 9(05).
               10 WS-AGND-A-REALIZAR   PIC 9(05).

       01 WS-CAMPOS-AGND.
           05 WS-ANOMES-AGND           PIC 9(06).
           05 WS-AGND-ACHADO           PIC X(01) VALUE "N".
               88 WS-AGND-DEPTO-ACHADO VALUE "S".
           05 WS-PCT-COMPARECIMENTO    PIC 9(03)V9 VALUE 0.
           05 WS-MASCARA-PCT           PIC ZZ9,9.
           05 WS-CELULA-MARCADOS       PIC X(05).
           05 WS-CELULA-COMPARECEU     PIC X(05).
           05 WS-CELULA-FALTAS         PIC X(05).
           05 WS-CELULA-SEM-BAIXA      PIC X(05).
           05 WS-CELULA-A-REALIZAR     PIC X(05).
           05 WS-ROTULO-AGND           PIC X(13).
           05 WS-CELULA-AUX            PIC 9(05).

       01 WS-CONTADORES-FECH.
           05 WS-CONT-FECHADOS         PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-HOJE
           PERFORM P010-LE-PARM
           PERFORM P015-LE-PARM-LGPD

           OPEN I-O WORKLIST-FILE
           IF WS-FS-WRKL NOT EQUAL "00"
                   "RESUMO SAIRA SEM DEPARTAMENTO"
           END-IF

           IF WS-RODA-SO-RESUMO
               DISPLAY "SO RESUMO DO MES " WS-ANOMES-HOJE
                   " - ENFUPDT NAO LIDO"
           ELSE
               OPEN INPUT UPDATE-FILE
               IF WS-FS-UPDT EQUAL "00"
                   PERFORM P100-LOTE-BAIXAS
               ELSE
                   DISPLAY "ARQUIVO ENFUPDT AUSENTE - NADA A BAIXAR"
               END-IF
           END-IF

           PERFORM P300-RESUMO-MENSAL
           END-IF
           GOBACK.

       P010-LE-PARM.
           MOVE "N" TO WS-SO-RESUMO
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANOMES IS NUMERIC
                           AND PARM-ANOMES GREATER 0
                           MOVE PARM-ANOMES TO WS-ANOMES-HOJE
                       END-IF
                       IF PARM-SO-RESUMO EQUAL "S"
                           SET WS-RODA-SO-RESUMO TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P015-LE-PARM-LGPD.
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
                                   "SOLICITANTE - RESUMO SAI "
                                   "ANONIMIZADO"
                           ELSE
                               MOVE "I" TO WS-MODO-RELATORIO
                               MOVE LGPD-SOLICITANTE TO WS-SOLICITANTE
                           END-IF
                       END-IF
               END-READ
               CLOSE LGPD-PARM-FILE
           END-IF.

       P099-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN INPUT PROC-DATE-FILE
                  WS-ANOMES-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-RELATORIO-IDENTIFICADO
               MOVE SPACES TO REPORT-LINE
               STRING "RESUMO ANONIMIZADO - CONTAGENS ABAIXO DE "
                          DELIMITED BY SIZE
                      WS-CELULA-MINIMA DELIMITED BY SIZE
                      " SUPRIMIDAS (*)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-CONT-IDENTIFICADOS
           MOVE "N" TO WS-EOF-WRKL
           MOVE LOW-VALUES TO WRKL-EMP-ID
           START WORKLIST-FILE KEY NOT LESS WRKL-EMP-ID
           PERFORM P340-LINHA-DEPARTAMENTO
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO GREATER WS-QTD-DEPTOS
           PERFORM P400-COMPARECIMENTO-AGENDA
           CLOSE REPORT-FILE
           IF WS-RELATORIO-IDENTIFICADO
               PERFORM P350-GRAVA-ACESSO
           END-IF.

       P310-LER-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               END-READ
           END-IF

           IF WS-RELATORIO-IDENTIFICADO
               ADD 1 TO WS-CONT-IDENTIFICADOS
               MOVE SPACES TO REPORT-LINE
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                      WRKL-EMP-ID DELIMITED BY SIZE
                      " DEPTO=" DELIMITED BY SIZE
                      WS-DEPARTAMENTO DELIMITED BY SIZE
                      " RETORNO=" DELIMITED BY SIZE
                      WRKL-DATA-RETORNO DELIMITED BY SIZE
                      " DESFECHO=" DELIMITED BY SIZE
                      WRKL-RESULTADO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE "N" TO WS-DEPTO-ACHADO
           PERFORM P330-PROCURA-DEPARTAMENTO
           END-IF.

       P340-LINHA-DEPARTAMENTO.
      * Anonimizado, um departamento com menos desfechos que a celula
      * minima apontaria quem voltou a enfermagem: sai como "*".
           IF WS-RELATORIO-IDENTIFICADO
               OR WS-DEPTO-FECHADOS(WS-IDX-DEPTO)
                   NOT LESS WS-CELULA-MINIMA
               MOVE WS-DEPTO-FECHADOS(WS-IDX-DEPTO) TO WS-CELULA-TEXTO
           ELSE
               MOVE "    *" TO WS-CELULA-TEXTO
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
                  WS-DEPTO-NOME(WS-IDX-DEPTO) DELIMITED BY SIZE
                  " DESFECHOS NO MES=" DELIMITED BY SIZE
                  WS-CELULA-TEXTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******** COMPARECIMENTO AOS HORARIOS DO CHECKUP ********
      * Horario do mes ainda marcado com data ate hoje ficou sem baixa
      * do ambulatorio; depois de hoje ainda esta a realizar.
       P400-COMPARECIMENTO-AGENDA.
           OPEN INPUT AGENDA-FILE
           IF WS-FS-AGND NOT EQUAL "00"
               DISPLAY "AGENDA DO CHECKUP INDISPONIVEL - RESUMO SEM "
                   "COMPARECIMENTO"
               GO TO P400-FIM
           END-IF
           MOVE 1 TO WS-QTD-DEPTOS-AGND
           MOVE "TOTAL DO MES" TO WS-AGND-DEPTO(1)
           MOVE ZEROS TO WS-AGND-ITEM(1)(16:25)
           MOVE "N" TO WS-EOF-AGND
           PERFORM P410-LER-AGENDA
           PERFORM UNTIL WS-AGND-EOF
               MOVE AGND-DATA(1:6) TO WS-ANOMES-AGND
               IF WS-ANOMES-AGND EQUAL WS-ANOMES-HOJE
                   SET WS-IDX-AGND TO 1
                   PERFORM P420-CONTA-HORARIO
                   PERFORM P430-ACHA-DEPTO-AGENDA
                   IF WS-AGND-DEPTO-ACHADO
                       PERFORM P420-CONTA-HORARIO
                   END-IF
               END-IF
               PERFORM P410-LER-AGENDA
           END-PERFORM
           CLOSE AGENDA-FILE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPARECIMENTO AOS HORARIOS DO CHECKUP MARCADOS NO "
                      DELIMITED BY SIZE
                  "MES - " DELIMITED BY SIZE
                  WS-ANOMES-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P440-LINHA-AGENDA
               VARYING WS-IDX-AGND FROM 2 BY 1
               UNTIL WS-IDX-AGND GREATER WS-QTD-DEPTOS-AGND
           SET WS-IDX-AGND TO 1
           PERFORM P440-LINHA-AGENDA.
       P400-FIM.
           EXIT.

       P410-LER-AGENDA.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   SET WS-AGND-EOF TO TRUE
           END-READ.

       P420-CONTA-HORARIO.
           ADD 1 TO WS-AGND-MARCADOS(WS-IDX-AGND)
           EVALUATE TRUE
               WHEN AGND-COMPARECEU
                   ADD 1 TO WS-AGND-COMPARECEU(WS-IDX-AGND)
               WHEN AGND-FALTOU
                   ADD 1 TO WS-AGND-FALTAS(WS-IDX-AGND)
               WHEN AGND-DATA GREATER WS-DATA-HOJE
                   ADD 1 TO WS-AGND-A-REALIZAR(WS-IDX-AGND)
               WHEN OTHER
                   ADD 1 TO WS-AGND-SEM-BAIXA(WS-IDX-AGND)
           END-EVALUATE.

       P430-ACHA-DEPTO-AGENDA.
           MOVE "N" TO WS-AGND-ACHADO
           SET WS-IDX-AGND TO 2
           SEARCH WS-AGND-ITEM VARYING WS-IDX-AGND
               AT END
                   CONTINUE
               WHEN WS-IDX-AGND GREATER WS-QTD-DEPTOS-AGND
                   CONTINUE
               WHEN WS-AGND-DEPTO(WS-IDX-AGND) EQUAL AGND-DEPARTAMENTO
                   SET WS-AGND-DEPTO-ACHADO TO TRUE
           END-SEARCH
           IF NOT WS-AGND-DEPTO-ACHADO
               AND WS-QTD-DEPTOS-AGND LESS 31
               ADD 1 TO WS-QTD-DEPTOS-AGND
               SET WS-IDX-AGND TO WS-QTD-DEPTOS-AGND
               MOVE AGND-DEPARTAMENTO TO WS-AGND-DEPTO(WS-IDX-AGND)
               MOVE ZEROS TO WS-AGND-ITEM(WS-IDX-AGND)(16:25)
               SET WS-AGND-DEPTO-ACHADO TO TRUE
           END-IF.

      * Comparecimento sobre os horarios ja baixados (comparecidos +
      * faltas); anonimizado, contagem de departamento abaixo da
      * celula minima sai como "*", como nos desfechos.
       P440-LINHA-AGENDA.
           MOVE 0 TO WS-PCT-COMPARECIMENTO
           IF WS-AGND-COMPARECEU(WS-IDX-AGND)
                   + WS-AGND-FALTAS(WS-IDX-AGND) GREATER 0
               COMPUTE WS-PCT-COMPARECIMENTO ROUNDED =
                   WS-AGND-COMPARECEU(WS-IDX-AGND) * 100
                   / (WS-AGND-COMPARECEU(WS-IDX-AGND)
                      + WS-AGND-FALTAS(WS-IDX-AGND))
           END-IF
           MOVE WS-PCT-COMPARECIMENTO TO WS-MASCARA-PCT
           MOVE WS-AGND-MARCADOS(WS-IDX-AGND) TO WS-CELULA-AUX
           PERFORM P445-CELULA-AGENDA
           MOVE WS-CELULA-TEXTO TO WS-CELULA-MARCADOS
           MOVE WS-AGND-COMPARECEU(WS-IDX-AGND) TO WS-CELULA-AUX
           PERFORM P445-CELULA-AGENDA
           MOVE WS-CELULA-TEXTO TO WS-CELULA-COMPARECEU
           MOVE WS-AGND-FALTAS(WS-IDX-AGND) TO WS-CELULA-AUX
           PERFORM P445-CELULA-AGENDA
           MOVE WS-CELULA-TEXTO TO WS-CELULA-FALTAS
           MOVE WS-AGND-SEM-BAIXA(WS-IDX-AGND) TO WS-CELULA-AUX
           PERFORM P445-CELULA-AGENDA
           MOVE WS-CELULA-TEXTO TO WS-CELULA-SEM-BAIXA
           MOVE WS-AGND-A-REALIZAR(WS-IDX-AGND) TO WS-CELULA-AUX
           PERFORM P445-CELULA-AGENDA
           MOVE WS-CELULA-TEXTO TO WS-CELULA-A-REALIZAR
           IF WS-IDX-AGND EQUAL 1
               MOVE SPACES TO WS-ROTULO-AGND
           ELSE
               MOVE "DEPARTAMENTO " TO WS-ROTULO-AGND
           END-IF
           IF NOT WS-RELATORIO-IDENTIFICADO
               AND WS-IDX-AGND GREATER 1
               AND WS-AGND-MARCADOS(WS-IDX-AGND)
                   LESS WS-CELULA-MINIMA
               MOVE "    *" TO WS-MASCARA-PCT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-ROTULO-AGND DELIMITED BY SIZE
                  WS-AGND-DEPTO(WS-IDX-AGND) DELIMITED BY SIZE
                  " MARC=" DELIMITED BY SIZE
                  WS-CELULA-MARCADOS DELIMITED BY SIZE
                  " COMPAR=" DELIMITED BY SIZE
                  WS-CELULA-COMPARECEU DELIMITED BY SIZE
                  " FALTAS=" DELIMITED BY SIZE
                  WS-CELULA-FALTAS DELIMITED BY SIZE
                  " S/BAIXA=" DELIMITED BY SIZE
                  WS-CELULA-SEM-BAIXA DELIMITED BY SIZE
                  " A REALIZAR=" DELIMITED BY SIZE
                  WS-CELULA-A-REALIZAR DELIMITED BY SIZE
                  " TAXA=" DELIMITED BY SIZE
                  WS-MASCARA-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P445-CELULA-AGENDA.
           IF WS-RELATORIO-IDENTIFICADO
               OR WS-IDX-AGND EQUAL 1
               OR WS-CELULA-AUX EQUAL 0
               OR WS-CELULA-AUX NOT LESS WS-CELULA-MINIMA
               MOVE WS-CELULA-AUX TO WS-CELULA-TEXTO
           ELSE
               MOVE "    *" TO WS-CELULA-TEXTO
           END-IF.

       P350-GRAVA-ACESSO.
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-FS-LGPL NOT EQUAL "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LGPA-TIMESTAMP
           MOVE WS-DATA-HOJE TO LGPA-DATA-NEGOCIO
           MOVE "IMC_FECHAMENTO" TO LGPA-PROGRAMA
           MOVE "ENFRESUM" TO LGPA-RELATORIO
           MOVE WS-SOLICITANTE TO LGPA-SOLICITANTE
           MOVE WS-CONT-IDENTIFICADOS TO LGPA-QTD-FUNCIONARIOS
           WRITE LGPD-ACESSO-RECORD
           CLOSE ACCESS-LOG-FILE.

       END PROGRAM IMC_FECHAMENTO.
