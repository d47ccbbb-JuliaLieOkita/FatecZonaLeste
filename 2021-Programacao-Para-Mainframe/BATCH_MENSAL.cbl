      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 09/12/2023
      * Purpose: Job de fechamento mensal que encadeia, numa ordem
      *          fixa de dependencia, o trabalho do mes que ate aqui
      *          rodava a mao por checklist: aging (RECEB_AGING),
      *          provisao (RECEB_PROVISAO, depois do aging), avisos
      *          de cobranca (RECEB_COBRANCA), extratos de clientes
      *          (CLIE_EXTRATO), utilizacao da frota (FROTA_UTIL),
      *          scorecard de motoristas (FROTA_MOTORISTA), resumo
      *          mensal da enfermagem (IMC_FECHAMENTO so-resumo) e,
      *          por ultimo, a confiabilidade dos jobs (JOB_CONFIAB).
      *          O mes fechado vem de MESPARM (AAAAMM) ou, na
      *          ausencia dele, e o mes anterior ao da data do
      *          sistema; o DATAPROC recebe o ultimo dia do mes
      *          durante o job e volta ao valor anterior no fim, e
      *          cada passo recebe o seu parametro de mes (UTILPARM,
      *          MOTOPARM, FECHPARM, CONFPARM), tambem restaurado
      *          depois do passo. Toma a trava SISLOCK como o job
      *          noturno, grava JOBHIST e CTRLFILE com nomes de passo
      *          proprios (MES_...), e uma rodada repetida do mesmo
      *          mes pula os passos ja completos e retoma no que
      *          falhou. Cada relatorio gerado vira uma geracao do
      *          mes (base.Maaaamm, registrada em GERAFILE) e o job
      *          fecha com a folha de passagem MENSRPT.Maaaamm
      *          listando todas as geracoes produzidas.
      * Tectonics: cobc
      * Modified: 03/02/2024 (JLOS) - Passo MES_CUSTO (FROTA_CUSTO)
      *           depois da utilizacao da frota: custo por KM do mes
      *           com subtotal por classe, relatorio CUSTRPT. O
      *           CUSTPARM recebe o mes e mantem a margem sobre a
      *           media da classe que o operador deixou nele.
      * Modified: 02/03/2024 (JLOS) - Passo MES_DISPON (FROTA_DISPON)
      *           depois do custo: disponibilidade do mes por veiculo
      *           e por classe a partir do historico de status
      *           VEICHIST, relatorio DISPRPT. O DISPPARM recebe o mes
      *           e mantem as metas da oficina que o operador deixou.
      * Modified: 07/09/2024 (JLOS) - Passos MES_APROPRIA
      *           (RECEB_APROPRIA, apropriacao dos encargos do mes no
      *           APROPOST, relatorio APRORPT) e MES_COMISSAO
      *           (VEND_COMISSAO, comissao dos vendedores, relatorio
      *           COMIRPT) depois dos extratos, e MES_RATEIO
      *           (EQUA_RATEIO, lote contabil RATEPOST do rateio,
      *           relatorio RATERPT) antes da confiabilidade. O
      *           COMIPARM recebe o mes e mantem a janela de dias do
      *           operador; o RATEPARM recebe o mes; o RECEB_APROPRIA
      *           toma o mes do DATAPROC, que ja traz a data de corte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH_MENSAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-PARM-FILE ASSIGN TO "MESPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESP.

           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JHIS.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

           SELECT LOCK-FILE ASSIGN TO "SISLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

           SELECT GENERATION-REG-FILE ASSIGN TO "GERAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERA.

           SELECT STEP-PARM-FILE ASSIGN TO WS-NOME-PARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPRM.

           SELECT STEP-REPORT-FILE ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SREL.

           SELECT GENERATION-FILE ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SGER.

           SELECT HANDOVER-FILE ASSIGN TO WS-NOME-PASSAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-PARM-FILE
           RECORDING MODE IS F.
       01  MONTH-PARM-RECORD.
           05  MESP-ANOMES             PIC 9(06).

       FD  JOB-HIST-FILE
           RECORDING MODE IS F.
       COPY JOBHIST.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       FD  LOCK-FILE
           RECORDING MODE IS F.
       01  LOCK-RECORD.
           05  LOCK-DONO               PIC X(14).
           05  LOCK-TIMESTAMP          PIC X(21).

       FD  GENERATION-REG-FILE
           RECORDING MODE IS F.
       01  GERACAO-RECORD.
           05  GERA-BASE               PIC X(08).
           05  GERA-NOME               PIC X(30).
           05  GERA-DATA               PIC 9(08).

       FD  STEP-PARM-FILE
           RECORDING MODE IS F.
       01  STEP-PARM-RECORD            PIC X(80).

       FD  STEP-REPORT-FILE
           RECORDING MODE IS F.
       01  STEP-REPORT-LINE            PIC X(132).

       FD  GENERATION-FILE
           RECORDING MODE IS F.
       01  GENERATION-LINE             PIC X(132).

       FD  HANDOVER-FILE
           RECORDING MODE IS F.
       01  HANDOVER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-JOB.
           05 WS-JOB-ABORTADO          PIC X(01) VALUE "N".
               88 WS-JOB-FOI-ABORTADO  VALUE "S".
           05 WS-TEVE-ALERTA           PIC X(01) VALUE "N".
               88 WS-JOB-COM-ALERTA    VALUE "S".
           05 WS-FS-MESP               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-GERA               PIC X(02) VALUE SPACES.
           05 WS-FS-SPRM               PIC X(02) VALUE SPACES.
           05 WS-FS-SREL               PIC X(02) VALUE SPACES.
           05 WS-FS-SGER               PIC X(02) VALUE SPACES.
           05 WS-FS-PASS               PIC X(02) VALUE SPACES.
           05 WS-EOF-SREL              PIC X(01) VALUE "N".
               88 WS-SREL-EOF          VALUE "S".

       01 WS-DATA-JOB.
           05 WS-DATA-SISTEMA          PIC 9(08) VALUE 0.
           05 WS-ANOMES-FECHA          PIC 9(06) VALUE 0.
           05 WS-ANOMES-RED REDEFINES WS-ANOMES-FECHA.
               10 WS-FECHA-ANO         PIC 9(04).
               10 WS-FECHA-MES         PIC 9(02).
           05 WS-DATA-CORTE            PIC 9(08) VALUE 0.
           05 WS-PRIMEIRO-DIA          PIC 9(08) VALUE 0.
           05 WS-PRIMEIRO-RED REDEFINES WS-PRIMEIRO-DIA.
               10 WS-PRIMEIRO-ANO      PIC 9(04).
               10 WS-PRIMEIRO-MES      PIC 9(02).
               10 WS-PRIMEIRO-DD       PIC 9(02).
           05 WS-DIAS-CORTE            PIC S9(07) COMP.

       01 WS-DATA-ANTERIOR.
           05 WS-TINHA-DATAPROC        PIC X(01) VALUE "N".
               88 WS-HAVIA-DATAPROC    VALUE "S".
           05 WS-DATAPROC-ANTERIOR     PIC 9(08) VALUE 0.

      * Passos do fechamento na ordem de dependencia: nome do passo
      * no JOBHIST/CTRLFILE, programa chamado e relatorio que vira
      * geracao do mes.
       01 WS-DEFINICAO-PASSOS.
           05 FILLER                   PIC X(35) VALUE
               "MES_AGING   RECEB_AGING    AGINRPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_PROVISAORECEB_PROVISAO PROVRPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_COBRANCARECEB_COBRANCA COBRRPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_EXTRATO CLIE_EXTRATO   EXTRFILE".
           05 FILLER                   PIC X(35) VALUE
               "MES_APROPRIARECEB_APROPRIA APRORPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_COMISSAOVEND_COMISSAO  COMIRPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_FROTA   FROTA_UTIL     FROTARPT".
           05 FILLER                   PIC X(35) VALUE
               "MES_CUSTO   FROTA_CUSTO    CUSTRPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_DISPON  FROTA_DISPON   DISPRPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_MOTORISTFROTA_MOTORISTAMOTORPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_RATEIO  EQUA_RATEIO    RATERPT ".
           05 FILLER                   PIC X(35) VALUE
               "MES_IMC     IMC_FECHAMENTO ENFRESUM".
           05 FILLER                   PIC X(35) VALUE
               "MES_CONFIAB JOB_CONFIAB    JOBCRPT ".
       01 WS-TABELA-PASSOS REDEFINES WS-DEFINICAO-PASSOS.
           05 WS-DEF-ITEM OCCURS 13 TIMES
                   INDEXED BY WS-IDX-PASSO.
               10 WS-DEF-PASSO         PIC X(12).
               10 WS-DEF-PROGRAMA      PIC X(15).
               10 WS-DEF-RELATORIO     PIC X(08).

       01 WS-RESULTADO-PASSOS.
           05 WS-RES-ITEM OCCURS 13 TIMES.
               10 WS-RES-SITUACAO      PIC X(01) VALUE "N".
                   88 WS-RES-EXECUTADO VALUE "E".
                   88 WS-RES-PULADO    VALUE "P".
                   88 WS-RES-ABENDOU   VALUE "A".
                   88 WS-RES-NAO-RODOU VALUE "N".
               10 WS-RES-RC            PIC S9(04) VALUE 0.
               10 WS-RES-GERACAO       PIC X(30) VALUE SPACES.
               10 WS-RES-LINHAS        PIC 9(07) VALUE 0.

       01 WS-PARAMETRO-PASSO.
           05 WS-NOME-PARM             PIC X(30) VALUE SPACES.
           05 WS-PARM-NOVO             PIC X(80) VALUE SPACES.
           05 WS-PARM-ANTERIOR         PIC X(80) VALUE SPACES.
           05 WS-TINHA-PARM            PIC X(01) VALUE "N".
               88 WS-HAVIA-PARM        VALUE "S".
           05 WS-PARM-COM-REGISTRO     PIC X(01) VALUE "N".
               88 WS-HAVIA-REGISTRO    VALUE "S".
           05 WS-MAX-ABERTOS           PIC 9(03) VALUE 0.

       01 WS-GERACAO-PASSO.
           05 WS-NOME-RELATORIO        PIC X(30) VALUE SPACES.
           05 WS-NOME-GERACAO          PIC X(30) VALUE SPACES.
           05 WS-NOME-PASSAGEM         PIC X(30) VALUE SPACES.
           05 WS-LINHAS-LIDAS          PIC 9(07) VALUE 0.
           05 WS-LINHAS-GRAVADAS       PIC 9(07) VALUE 0.

       01 WS-TRAVA-SISTEMA.
           05 WS-FS-LOCK               PIC X(02) VALUE SPACES.
           05 WS-TRAVA-OCUPADA         PIC X(01) VALUE "N".
               88 WS-TRAVA-JA-OCUPADA  VALUE "S".

       01 WS-REINICIO-JOB.
           05 WS-EM-REINICIO           PIC X(01) VALUE "N".
               88 WS-MODO-REINICIO     VALUE "S".
           05 WS-EOF-JHIS              PIC X(01) VALUE "N".
               88 WS-JHIS-EOF          VALUE "S".
           05 WS-PULA-PASSO-SW         PIC X(01) VALUE "N".
               88 WS-PULA-PASSO        VALUE "S".
           05 WS-PASSO-HIST            PIC X(14) VALUE SPACES.
           05 WS-QTD-COMPLETOS         PIC 9(02) COMP VALUE 0.
           05 WS-COMPLETO-ITEM OCCURS 20 TIMES
                   INDEXED BY WS-IDX-COMP.
               10 WS-COMPLETO-PASSO    PIC X(14).
           05 WS-QTD-PULADOS           PIC 9(02) VALUE 0.

       01 WS-HISTORICO-PASSO.
           05 WS-FS-JHIS               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-HIST-PASSO            PIC X(14) VALUE SPACES.
           05 WS-HIST-INICIO           PIC X(21) VALUE SPACES.
           05 WS-HIST-FIM              PIC X(21) VALUE SPACES.
           05 WS-HIST-RC               PIC S9(04) VALUE 0.

       01 WS-EDICAO-PASSAGEM.
           05 WS-RC-EDITADO            PIC -Z(3)9.
           05 WS-LINHAS-EDITADAS       PIC Z(6)9.
           05 WS-SITUACAO-TEXTO        PIC X(20) VALUE SPACES.
           05 WS-EMITIDO-EM            PIC X(21) VALUE SPACES.
           05 WS-QTD-GERACOES          PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           DISPLAY "JOB MENSAL - INICIO"
           PERFORM P000A-TOMA-TRAVA
           IF WS-TRAVA-JA-OCUPADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM P001-PREPARA-MES-FECHAMENTO
           PERFORM P001A-CARREGA-HISTORICO-MES THRU P001A-FIM

           PERFORM P100-EXECUTA-PASSO THRU P100-FIM
               VARYING WS-IDX-PASSO FROM 1 BY 1
               UNTIL WS-IDX-PASSO GREATER 13
                   OR WS-JOB-FOI-ABORTADO

           PERFORM P200-FOLHA-PASSAGEM
           PERFORM P090-RESUMO-JOB
           PERFORM P002-RESTAURA-DATAPROC
           PERFORM P000B-SOLTA-TRAVA
           STOP RUN.

       P000A-TOMA-TRAVA.
           MOVE "N" TO WS-TRAVA-OCUPADA
           OPEN INPUT LOCK-FILE
           IF WS-FS-LOCK EQUAL "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-DONO NOT EQUAL SPACES
                           SET WS-TRAVA-JA-OCUPADA TO TRUE
                           DISPLAY "*** TRAVA DO SISTEMA JA OCUPADA "
                               "POR " LOCK-DONO " DESDE "
                               LOCK-TIMESTAMP " ***"
                           DISPLAY "USE A LIBERACAO SUPERVISIONADA "
                               "DO MENU SE O JOB ANTERIOR CAIU"
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF NOT WS-TRAVA-JA-OCUPADA
               OPEN OUTPUT LOCK-FILE
               MOVE "BATCH_MENSAL" TO LOCK-DONO
               MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       P000B-SOLTA-TRAVA.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-RECORD
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

      * Mes fechado: MESPARM quando presente, senao o mes anterior ao
      * da data do sistema (o job roda nos primeiros dias do mes
      * seguinte). A data de corte e o ultimo dia do mes fechado.
       P001-PREPARA-MES-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA(1:6) TO WS-ANOMES-FECHA
           IF WS-FECHA-MES EQUAL 1
               SUBTRACT 1 FROM WS-FECHA-ANO
               MOVE 12 TO WS-FECHA-MES
           ELSE
               SUBTRACT 1 FROM WS-FECHA-MES
           END-IF
           OPEN INPUT MONTH-PARM-FILE
           IF WS-FS-MESP EQUAL "00"
               READ MONTH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MESP-ANOMES IS NUMERIC
                           AND MESP-ANOMES(5:2) GREATER "00"
                           AND MESP-ANOMES(5:2) LESS "13"
                           MOVE MESP-ANOMES TO WS-ANOMES-FECHA
                           DISPLAY "MES INFORMADO EM MESPARM: "
                               WS-ANOMES-FECHA
                       END-IF
               END-READ
               CLOSE MONTH-PARM-FILE
           END-IF

           MOVE WS-FECHA-ANO TO WS-PRIMEIRO-ANO
           MOVE WS-FECHA-MES TO WS-PRIMEIRO-MES
           MOVE 1 TO WS-PRIMEIRO-DD
           IF WS-PRIMEIRO-MES EQUAL 12
               ADD 1 TO WS-PRIMEIRO-ANO
               MOVE 1 TO WS-PRIMEIRO-MES
           ELSE
               ADD 1 TO WS-PRIMEIRO-MES
           END-IF
           COMPUTE WS-DIAS-CORTE = FUNCTION INTEGER-OF-DATE(
               WS-PRIMEIRO-DIA) - 1
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

      * O DATAPROC do dia fica guardado e volta no fim do job.
           MOVE "N" TO WS-TINHA-DATAPROC
           OPEN INPUT PROC-DATE-FILE
           IF WS-FS-DPRC EQUAL "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-HAVIA-DATAPROC TO TRUE
                       MOVE PROC-DATE-RECORD TO WS-DATAPROC-ANTERIOR
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           OPEN OUTPUT PROC-DATE-FILE
           MOVE WS-DATA-CORTE TO PROC-DATE-RECORD
           WRITE PROC-DATE-RECORD
           CLOSE PROC-DATE-FILE
           DISPLAY "MES DE FECHAMENTO: " WS-ANOMES-FECHA
               " DATA DE CORTE: " WS-DATA-CORTE.

       P002-RESTAURA-DATAPROC.
           IF WS-HAVIA-DATAPROC
               OPEN OUTPUT PROC-DATE-FILE
               MOVE WS-DATAPROC-ANTERIOR TO PROC-DATE-RECORD
               WRITE PROC-DATE-RECORD
               CLOSE PROC-DATE-FILE
           ELSE
               DELETE FILE PROC-DATE-FILE
           END-IF.

       P001A-CARREGA-HISTORICO-MES.
      * Rodada repetida do mesmo mes: os passos MES_ do JOBHIST na
      * data de corte que terminaram com RC ate 4 e sem abend entram
      * na lista de ja-completos e serao pulados.
           MOVE 0 TO WS-QTD-COMPLETOS
           MOVE "N" TO WS-EM-REINICIO
           MOVE "N" TO WS-EOF-JHIS
           OPEN INPUT JOB-HIST-FILE
           IF WS-FS-JHIS NOT EQUAL "00"
               GO TO P001A-FIM
           END-IF
           PERFORM P001B-LER-HISTORICO
           PERFORM UNTIL WS-JHIS-EOF
               IF JHIS-DATA-JOB EQUAL WS-DATA-CORTE
                   AND JHIS-PASSO(1:4) EQUAL "MES_"
                   SET WS-MODO-REINICIO TO TRUE
                   IF JHIS-RC NOT GREATER 4
                       AND JHIS-ABORTOU NOT EQUAL "S"
                       AND WS-QTD-COMPLETOS LESS 20
                       ADD 1 TO WS-QTD-COMPLETOS
                       SET WS-IDX-COMP TO WS-QTD-COMPLETOS
                       MOVE JHIS-PASSO
                           TO WS-COMPLETO-PASSO(WS-IDX-COMP)
                   END-IF
               END-IF
               PERFORM P001B-LER-HISTORICO
           END-PERFORM
           CLOSE JOB-HIST-FILE
           IF WS-MODO-REINICIO
               DISPLAY "REINICIO DETECTADO PARA O MES "
                   WS-ANOMES-FECHA
                   " - PASSOS JA COMPLETOS SERAO PULADOS"
           END-IF.
       P001A-FIM.
           EXIT.

       P001B-LER-HISTORICO.
           READ JOB-HIST-FILE
               AT END
                   SET WS-JHIS-EOF TO TRUE
           END-READ.

       P006A-CONSULTA-HISTORICO.
           MOVE "N" TO WS-PULA-PASSO-SW
           IF WS-MODO-REINICIO
               PERFORM P006C-PROCURA-PASSO-COMPLETO
                   VARYING WS-IDX-COMP FROM 1 BY 1
                   UNTIL WS-IDX-COMP GREATER WS-QTD-COMPLETOS
                       OR WS-PULA-PASSO
           END-IF.

       P006C-PROCURA-PASSO-COMPLETO.
           IF WS-COMPLETO-PASSO(WS-IDX-COMP) EQUAL WS-PASSO-HIST
               SET WS-PULA-PASSO TO TRUE
           END-IF.

       P007-GRAVA-HISTORICO.
           OPEN EXTEND JOB-HIST-FILE
           IF WS-FS-JHIS NOT EQUAL "00"
               OPEN OUTPUT JOB-HIST-FILE
           END-IF
           MOVE WS-DATA-CORTE TO JHIS-DATA-JOB
           MOVE WS-HIST-PASSO TO JHIS-PASSO
           MOVE WS-HIST-INICIO TO JHIS-INICIO
           MOVE WS-HIST-FIM TO JHIS-FIM
           MOVE WS-HIST-RC TO JHIS-RC
           MOVE WS-JOB-ABORTADO TO JHIS-ABORTOU
           WRITE JOB-HIST-RECORD
           CLOSE JOB-HIST-FILE.

       P100-EXECUTA-PASSO.
           MOVE WS-DEF-PASSO(WS-IDX-PASSO) TO WS-PASSO-HIST
           PERFORM P110-NOME-GERACAO
           PERFORM P006A-CONSULTA-HISTORICO
           IF WS-PULA-PASSO
               DISPLAY "PASSO " WS-PASSO-HIST " JA COMPLETO NA RODADA "
                   "ANTERIOR - PULADO NO REINICIO"
               SET WS-RES-PULADO(WS-IDX-PASSO) TO TRUE
               MOVE WS-NOME-GERACAO TO WS-RES-GERACAO(WS-IDX-PASSO)
               ADD 1 TO WS-QTD-PULADOS
               GO TO P100-FIM
           END-IF

           DISPLAY "PASSO " WS-PASSO-HIST " - "
               WS-DEF-PROGRAMA(WS-IDX-PASSO)
           PERFORM P120-PREPARA-PARAMETRO
           MOVE WS-PASSO-HIST TO WS-HIST-PASSO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-INICIO
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-IDX-PASSO
               WHEN 1
                   CALL "RECEB_AGING"
               WHEN 2
                   CALL "RECEB_PROVISAO"
               WHEN 3
                   CALL "RECEB_COBRANCA"
               WHEN 4
                   CALL "CLIE_EXTRATO"
               WHEN 5
                   CALL "RECEB_APROPRIA"
               WHEN 6
                   CALL "VEND_COMISSAO"
               WHEN 7
                   CALL "FROTA_UTIL"
               WHEN 8
                   CALL "FROTA_CUSTO"
               WHEN 9
                   CALL "FROTA_DISPON"
               WHEN 10
                   CALL "FROTA_MOTORISTA"
               WHEN 11
                   CALL "EQUA_RATEIO"
               WHEN 12
                   CALL "IMC_FECHAMENTO"
               WHEN 13
                   CALL "JOB_CONFIAB"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-HIST-RC
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-FIM
           PERFORM P130-RESTAURA-PARAMETRO
           MOVE WS-HIST-RC TO WS-RES-RC(WS-IDX-PASSO)

           EVALUATE TRUE
               WHEN WS-HIST-RC GREATER 4
                   DISPLAY "PASSO " WS-PASSO-HIST " ABENDOU - "
                       "CONDICAO " WS-HIST-RC
                   MOVE "S" TO WS-JOB-ABORTADO
                   SET WS-RES-ABENDOU(WS-IDX-PASSO) TO TRUE
               WHEN WS-HIST-RC EQUAL 4
                   DISPLAY "PASSO " WS-PASSO-HIST
                       " CONCLUIDO COM ALERTAS (RC=4)"
                   SET WS-JOB-COM-ALERTA TO TRUE
                   SET WS-RES-EXECUTADO(WS-IDX-PASSO) TO TRUE
               WHEN OTHER
                   DISPLAY "PASSO " WS-PASSO-HIST
                       " CONCLUIDO COM SUCESSO (RC=0)"
                   SET WS-RES-EXECUTADO(WS-IDX-PASSO) TO TRUE
           END-EVALUATE
           PERFORM P007-GRAVA-HISTORICO

      * Relatorio de passo que abendou nao vira geracao: o reinicio
      * roda o passo de novo e gera a geracao do mes entao.
           IF NOT WS-JOB-FOI-ABORTADO
               PERFORM P140-GRAVA-GERACAO THRU P140-FIM
           END-IF.
       P100-FIM.
           EXIT.

       P110-NOME-GERACAO.
           MOVE SPACES TO WS-NOME-GERACAO
           STRING WS-DEF-RELATORIO(WS-IDX-PASSO) DELIMITED BY SPACE
                  ".M" DELIMITED BY SIZE
                  WS-ANOMES-FECHA DELIMITED BY SIZE
                  INTO WS-NOME-GERACAO.

      * Parametro de mes do passo: o conteudo anterior do arquivo e
      * guardado e volta depois do passo, para a rodada avulsa do
      * programa no meio do mes nao herdar o mes fechado.
       P120-PREPARA-PARAMETRO.
           MOVE SPACES TO WS-NOME-PARM
           MOVE SPACES TO WS-PARM-NOVO
           EVALUATE WS-IDX-PASSO
               WHEN 6
                   MOVE "COMIPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
               WHEN 7
                   MOVE "UTILPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
               WHEN 8
                   MOVE "CUSTPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
               WHEN 9
                   MOVE "DISPPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
               WHEN 10
                   MOVE "MOTOPARM" TO WS-NOME-PARM
               WHEN 11
                   MOVE "RATEPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
               WHEN 12
                   MOVE "FECHPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
                   MOVE "S" TO WS-PARM-NOVO(7:1)
               WHEN 13
                   MOVE "CONFPARM" TO WS-NOME-PARM
                   MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
           END-EVALUATE
           IF WS-NOME-PARM EQUAL SPACES
               GO TO P120-FIM
           END-IF

           MOVE "N" TO WS-TINHA-PARM
           MOVE "N" TO WS-PARM-COM-REGISTRO
           MOVE SPACES TO WS-PARM-ANTERIOR
           OPEN INPUT STEP-PARM-FILE
           IF WS-FS-SPRM EQUAL "00"
               SET WS-HAVIA-PARM TO TRUE
               READ STEP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-HAVIA-REGISTRO TO TRUE
                       MOVE STEP-PARM-RECORD TO WS-PARM-ANTERIOR
               END-READ
               CLOSE STEP-PARM-FILE
           END-IF

      * A janela de dias do COMIPARM, a margem do CUSTPARM, as metas
      * do DISPPARM e o limite de eventos abertos do MOTOPARM sao do
      * operador - so o mes e trocado.
           IF (WS-IDX-PASSO EQUAL 6 OR WS-IDX-PASSO EQUAL 8)
               AND WS-HAVIA-REGISTRO
               AND WS-PARM-ANTERIOR(7:3) IS NUMERIC
               MOVE WS-PARM-ANTERIOR(7:3) TO WS-PARM-NOVO(7:3)
           END-IF
           IF WS-IDX-PASSO EQUAL 9
               AND WS-HAVIA-REGISTRO
               MOVE WS-PARM-ANTERIOR(7:6) TO WS-PARM-NOVO(7:6)
           END-IF
           IF WS-IDX-PASSO EQUAL 10
               MOVE 0 TO WS-MAX-ABERTOS
               IF WS-HAVIA-REGISTRO
                   AND WS-PARM-ANTERIOR(7:3) IS NUMERIC
                   MOVE WS-PARM-ANTERIOR(7:3) TO WS-MAX-ABERTOS
               END-IF
               MOVE WS-ANOMES-FECHA TO WS-PARM-NOVO(1:6)
               MOVE WS-MAX-ABERTOS TO WS-PARM-NOVO(7:3)
           END-IF

           OPEN OUTPUT STEP-PARM-FILE
           MOVE WS-PARM-NOVO TO STEP-PARM-RECORD
           WRITE STEP-PARM-RECORD
           CLOSE STEP-PARM-FILE.
       P120-FIM.
           EXIT.

       P130-RESTAURA-PARAMETRO.
           IF WS-NOME-PARM NOT EQUAL SPACES
               IF WS-HAVIA-PARM
                   OPEN OUTPUT STEP-PARM-FILE
                   IF WS-HAVIA-REGISTRO
                       MOVE WS-PARM-ANTERIOR TO STEP-PARM-RECORD
                       WRITE STEP-PARM-RECORD
                   END-IF
                   CLOSE STEP-PARM-FILE
               ELSE
                   DELETE FILE STEP-PARM-FILE
               END-IF
           END-IF.

      * Copia o relatorio do passo para a geracao do mes, registra a
      * geracao no GERAFILE (a limpeza mantem as N mais recentes por
      * base) e grava o total de controle do passo no CTRLFILE: linhas
      * lidas do relatorio = linhas gravadas na geracao.
       P140-GRAVA-GERACAO.
           MOVE WS-DEF-RELATORIO(WS-IDX-PASSO) TO WS-NOME-RELATORIO
           MOVE 0 TO WS-LINHAS-LIDAS
           MOVE 0 TO WS-LINHAS-GRAVADAS
           MOVE "N" TO WS-EOF-SREL
           OPEN INPUT STEP-REPORT-FILE
           IF WS-FS-SREL NOT EQUAL "00"
               DISPLAY "RELATORIO " WS-NOME-RELATORIO
                   " NAO ENCONTRADO - SEM GERACAO DO MES"
               MOVE SPACES TO WS-RES-GERACAO(WS-IDX-PASSO)
               GO TO P140-FIM
           END-IF
           OPEN OUTPUT GENERATION-FILE
           PERFORM P141-LER-RELATORIO
           PERFORM UNTIL WS-SREL-EOF
               ADD 1 TO WS-LINHAS-LIDAS
               MOVE STEP-REPORT-LINE TO GENERATION-LINE
               WRITE GENERATION-LINE
               IF WS-FS-SGER EQUAL "00"
                   ADD 1 TO WS-LINHAS-GRAVADAS
               END-IF
               PERFORM P141-LER-RELATORIO
           END-PERFORM
           CLOSE GENERATION-FILE
           CLOSE STEP-REPORT-FILE
           MOVE WS-NOME-GERACAO TO WS-RES-GERACAO(WS-IDX-PASSO)
           MOVE WS-LINHAS-GRAVADAS TO WS-RES-LINHAS(WS-IDX-PASSO)

           MOVE WS-DEF-RELATORIO(WS-IDX-PASSO) TO GERA-BASE
           MOVE WS-NOME-GERACAO TO GERA-NOME
           PERFORM P142-REGISTRA-GERACAO

           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CONTROLE-RECORD
           MOVE WS-PASSO-HIST TO CTRL-PASSO
           MOVE WS-DATA-CORTE TO CTRL-DATA
           MOVE WS-LINHAS-LIDAS TO CTRL-LIDOS
           MOVE WS-LINHAS-GRAVADAS TO CTRL-GRAVADOS
           COMPUTE CTRL-REJEITADOS =
               WS-LINHAS-LIDAS - WS-LINHAS-GRAVADAS
           MOVE 0 TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.
       P140-FIM.
           EXIT.

       P141-LER-RELATORIO.
           READ STEP-REPORT-FILE
               AT END
                   SET WS-SREL-EOF TO TRUE
           END-READ.

       P142-REGISTRA-GERACAO.
           OPEN EXTEND GENERATION-REG-FILE
           IF WS-FS-GERA NOT EQUAL "00"
               OPEN OUTPUT GENERATION-REG-FILE
           END-IF
           MOVE WS-DATA-CORTE TO GERA-DATA
           WRITE GERACAO-RECORD
           CLOSE GENERATION-REG-FILE.

      * Folha unica de passagem do fechamento: cada passo com RC,
      * situacao e a geracao do mes que ele deixou.
       P200-FOLHA-PASSAGEM.
           MOVE SPACES TO WS-NOME-PASSAGEM
           STRING "MENSRPT.M" DELIMITED BY SIZE
                  WS-ANOMES-FECHA DELIMITED BY SIZE
                  INTO WS-NOME-PASSAGEM
           MOVE FUNCTION CURRENT-DATE TO WS-EMITIDO-EM
           MOVE 0 TO WS-QTD-GERACOES
           OPEN OUTPUT HANDOVER-FILE

           MOVE SPACES TO HANDOVER-LINE
           STRING "FECHAMENTO MENSAL - PASSAGEM DE TURNO    MES: "
                      DELIMITED BY SIZE
                  WS-ANOMES-FECHA DELIMITED BY SIZE
                  "    DATA DE CORTE: " DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  "    EMITIDO EM: " DELIMITED BY SIZE
                  WS-EMITIDO-EM(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMITIDO-EM(9:4) DELIMITED BY SIZE
                  INTO HANDOVER-LINE
           WRITE HANDOVER-LINE
           MOVE ALL "-" TO HANDOVER-LINE
           WRITE HANDOVER-LINE
           MOVE SPACES TO HANDOVER-LINE
           STRING "PASSO         PROGRAMA           RC  SITUACAO"
                      DELIMITED BY SIZE
                  "              GERACAO DO MES"
                      DELIMITED BY SIZE
                  "                  LINHAS" DELIMITED BY SIZE
                  INTO HANDOVER-LINE
           WRITE HANDOVER-LINE
           MOVE ALL "-" TO HANDOVER-LINE
           WRITE HANDOVER-LINE

           PERFORM P210-LINHA-PASSO
               VARYING WS-IDX-PASSO FROM 1 BY 1
               UNTIL WS-IDX-PASSO GREATER 13

           MOVE ALL "-" TO HANDOVER-LINE
           WRITE HANDOVER-LINE
           MOVE SPACES TO HANDOVER-LINE
           STRING "GERACOES DO MES PRODUZIDAS: " DELIMITED BY SIZE
                  WS-QTD-GERACOES DELIMITED BY SIZE
                  " - ESTA FOLHA: " DELIMITED BY SIZE
                  WS-NOME-PASSAGEM DELIMITED BY SPACE
                  INTO HANDOVER-LINE
           WRITE HANDOVER-LINE
           IF WS-QTD-PULADOS GREATER 0
               MOVE SPACES TO HANDOVER-LINE
               STRING "REINICIO: " DELIMITED BY SIZE
                      WS-QTD-PULADOS DELIMITED BY SIZE
                      " PASSO(S) JA COMPLETOS NA RODADA ANTERIOR"
                          DELIMITED BY SIZE
                      " - GERACAO DAQUELA RODADA" DELIMITED BY SIZE
                      INTO HANDOVER-LINE
               WRITE HANDOVER-LINE
           END-IF
           MOVE SPACES TO HANDOVER-LINE
           EVALUATE TRUE
               WHEN WS-JOB-FOI-ABORTADO
                   STRING "VEREDICTO: FECHAMENTO INTERROMPIDO - "
                              DELIMITED BY SIZE
                          "CORRIGIR O PASSO ABENDADO E RESSUBMETER; "
                              DELIMITED BY SIZE
                          "O JOB RETOMA NELE" DELIMITED BY SIZE
                          INTO HANDOVER-LINE
               WHEN WS-JOB-COM-ALERTA
                   STRING "VEREDICTO: FECHAMENTO CONCLUIDO COM "
                              DELIMITED BY SIZE
                          "ALERTAS (RC=4) - CONFERIR OS PASSOS "
                              DELIMITED BY SIZE
                          "MARCADOS" DELIMITED BY SIZE
                          INTO HANDOVER-LINE
               WHEN OTHER
                   STRING "VEREDICTO: FECHAMENTO CONCLUIDO"
                              DELIMITED BY SIZE
                          INTO HANDOVER-LINE
           END-EVALUATE
           WRITE HANDOVER-LINE
           CLOSE HANDOVER-FILE

           MOVE "MENSRPT" TO GERA-BASE
           MOVE WS-NOME-PASSAGEM TO GERA-NOME
           PERFORM P142-REGISTRA-GERACAO.

       P210-LINHA-PASSO.
           EVALUATE TRUE
               WHEN WS-RES-EXECUTADO(WS-IDX-PASSO)
                   IF WS-RES-RC(WS-IDX-PASSO) EQUAL 4
                       MOVE "EXECUTADO - ALERTA" TO WS-SITUACAO-TEXTO
                   ELSE
                       MOVE "EXECUTADO" TO WS-SITUACAO-TEXTO
                   END-IF
               WHEN WS-RES-PULADO(WS-IDX-PASSO)
                   MOVE "JA COMPLETO" TO WS-SITUACAO-TEXTO
               WHEN WS-RES-ABENDOU(WS-IDX-PASSO)
                   MOVE "*** ABENDOU ***" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "NAO EXECUTADO" TO WS-SITUACAO-TEXTO
           END-EVALUATE
           IF WS-RES-GERACAO(WS-IDX-PASSO) NOT EQUAL SPACES
               ADD 1 TO WS-QTD-GERACOES
           END-IF
           MOVE WS-RES-RC(WS-IDX-PASSO) TO WS-RC-EDITADO
           MOVE WS-RES-LINHAS(WS-IDX-PASSO) TO WS-LINHAS-EDITADAS
           MOVE SPACES TO HANDOVER-LINE
           STRING WS-DEF-PASSO(WS-IDX-PASSO) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEF-PROGRAMA(WS-IDX-PASSO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RC-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SITUACAO-TEXTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RES-GERACAO(WS-IDX-PASSO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LINHAS-EDITADAS DELIMITED BY SIZE
                  INTO HANDOVER-LINE
           WRITE HANDOVER-LINE.

       P090-RESUMO-JOB.
           EVALUATE TRUE
               WHEN WS-JOB-FOI-ABORTADO
                   DISPLAY "JOB MENSAL ENCERRADO COM ABEND EM UM "
                       "DOS PASSOS - RESSUBMETER RETOMA NELE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-JOB-COM-ALERTA
                   DISPLAY "JOB MENSAL CONCLUIDO COM ALERTAS (RC=4)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "JOB MENSAL CONCLUIDO"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "PASSAGEM DO FECHAMENTO EM " WS-NOME-PASSAGEM.

       END PROGRAM BATCH_MENSAL.
