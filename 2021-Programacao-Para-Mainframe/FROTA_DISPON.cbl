      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 02/03/2024
      * Purpose: Disponibilidade mensal da frota: reconstroi, a partir
      *          do historico de status VEICHIST (gravado pelo
      *          VEIC_CARGA e pela baixa da oficina), quantos dias do
      *          mes cada veiculo do cadastro VEICMST ficou ativo, em
      *          manutencao e desativado, e lista em DISPRPT por
      *          veiculo e com subtotal por classe os dias, o
      *          percentual de disponibilidade (dias ativos sobre
      *          dias ativos + dias em oficina - desativado nao conta
      *          contra a oficina) e o tempo medio entre visitas a
      *          oficina (dias ativos nos ultimos 12 meses dividido
      *          pelas entradas em manutencao no periodo). Veiculo
      *          abaixo da meta de disponibilidade ou de tempo entre
      *          visitas do DISPPARM (padrao 90% e 60 dias) sai
      *          marcado. Mes de DISPPARM (AAAAMM) ou, na ausencia
      *          dele, o mes da data de negocio. RC 4 com veiculo
      *          abaixo da meta, sem historico ou com tabela cheia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_DISPON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-FILE ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT HISTORY-FILE ASSIGN TO "VEICHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VSTH.

           SELECT REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "DISPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY VSTHIST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ANOMES             PIC 9(06).
           05  PARM-META-DISP-PCT      PIC 9(03).
           05  PARM-META-MTBV-DIAS     PIC 9(03).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-DISPON.
           05 WS-FS-VEIC               PIC X(02) VALUE SPACES.
           05 WS-FS-VSTH               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-VEIC              PIC X(01) VALUE "N".
               88 WS-VEIC-EOF          VALUE "S".
           05 WS-EOF-VSTH              PIC X(01) VALUE "N".
               88 WS-VSTH-EOF          VALUE "S".
           05 WS-VEIC-ACHADO           PIC X(01) VALUE "N".
               88 WS-VEIC-NA-TABELA    VALUE "S".
           05 WS-CLAS-ACHADA           PIC X(01) VALUE "N".
               88 WS-CLAS-NA-TABELA    VALUE "S".
           05 WS-TABELA-ESTOUROU       PIC X(01) VALUE "N".
               88 WS-TABELA-CHEIA      VALUE "S".
           05 WS-SEM-HISTORICO         PIC X(01) VALUE "N".
               88 WS-FALTA-HISTORICO   VALUE "S".

       01 WS-PARAMETROS-DISPON.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-ANOMES-APURA          PIC 9(06) VALUE 0.
           05 WS-ANOMES-APURA-RED REDEFINES WS-ANOMES-APURA.
               10 WS-APURA-ANO         PIC 9(04).
               10 WS-APURA-MES         PIC 9(02).
           05 WS-ANOMES-INICIO-12      PIC 9(06) VALUE 0.
           05 WS-ANOMES-INICIO-RED REDEFINES WS-ANOMES-INICIO-12.
               10 WS-INICIO-ANO        PIC 9(04).
               10 WS-INICIO-MES        PIC 9(02).
           05 WS-ANOMES-SEGUINTE       PIC 9(06) VALUE 0.
           05 WS-ANOMES-SEGUINTE-RED REDEFINES WS-ANOMES-SEGUINTE.
               10 WS-SEGUINTE-ANO      PIC 9(04).
               10 WS-SEGUINTE-MES      PIC 9(02).
           05 WS-META-DISP-PCT         PIC 9(03) VALUE 90.
           05 WS-META-MTBV-DIAS        PIC 9(03) VALUE 60.
           05 WS-DATA-AUX              PIC 9(08).
           05 WS-DIA-INICIO-MES        PIC S9(07) COMP.
           05 WS-DIA-FIM-MES           PIC S9(07) COMP.
           05 WS-DIA-INICIO-JANELA     PIC S9(07) COMP.
           05 WS-DIAS-NO-MES           PIC 9(03).

      * Um item por veiculo do cadastro: o status corrente e o cursor
      * (dia juliano) andam pelo historico desde o inicio da janela de
      * 12 meses; os dias do mes e da janela somam a cada mudanca.
       01 WS-TABELA-VEICULOS.
           05 WS-QTD-VEIC              PIC 9(03) COMP VALUE 0.
           05 WS-VEIC-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-VEIC.
               10 WS-VEIC-CHAVE-ORDEM.
                   15 WS-VEIC-TAB-CLASSE PIC X(01).
                   15 WS-VEIC-TAB-ID   PIC X(10).
               10 WS-VEIC-STATUS-ATUAL PIC X(01).
               10 WS-VEIC-STATUS-INICIO PIC X(01).
               10 WS-VEIC-INICIO-SW    PIC X(01).
                   88 WS-VEIC-TEM-INICIO VALUE "S".
               10 WS-VEIC-STATUS-POS   PIC X(01).
               10 WS-VEIC-POS-SW       PIC X(01).
                   88 WS-VEIC-TEM-POS  VALUE "S".
               10 WS-VEIC-INICIADO-SW  PIC X(01).
                   88 WS-VEIC-INICIADO VALUE "S".
               10 WS-VEIC-STATUS-CORR  PIC X(01).
               10 WS-VEIC-CURSOR       PIC 9(07).
               10 WS-VEIC-MES-DISP     PIC 9(03).
               10 WS-VEIC-MES-MANUT    PIC 9(03).
               10 WS-VEIC-MES-DESAT    PIC 9(03).
               10 WS-VEIC-JAN-DISP     PIC 9(05).
               10 WS-VEIC-VISITAS-MES  PIC 9(03).
               10 WS-VEIC-VISITAS-JAN  PIC 9(03).

       01 WS-TABELA-CLASSES.
           05 WS-QTD-CLAS              PIC 9(02) COMP VALUE 0.
           05 WS-CLAS-ITEM OCCURS 10 TIMES
                   INDEXED BY WS-IDX-CLAS.
               10 WS-CLAS-ID           PIC X(01).
               10 WS-CLAS-VEICULOS     PIC 9(03).
               10 WS-CLAS-MES-DISP     PIC 9(07).
               10 WS-CLAS-MES-MANUT    PIC 9(07).
               10 WS-CLAS-MES-DESAT    PIC 9(07).
               10 WS-CLAS-JAN-DISP     PIC 9(09).
               10 WS-CLAS-VISITAS-MES  PIC 9(05).
               10 WS-CLAS-VISITAS-JAN  PIC 9(05).

       01 WS-CAMPOS-DISPON.
           05 WS-ID-PROCURADO          PIC X(10).
           05 WS-IDX-ORDENA            PIC 9(03) COMP.
           05 WS-IDX-MENOR             PIC 9(03) COMP.
           05 WS-IDX-BUSCA             PIC 9(03) COMP.
           05 WS-CLASSE-ATUAL          PIC X(01).
           05 WS-TROCA-ITEM            PIC X(45).
           05 WS-DIA-MUDANCA           PIC S9(07) COMP.
           05 WS-DIA-DE                PIC S9(07) COMP.
           05 WS-DIA-ATE               PIC S9(07) COMP.
           05 WS-DIA-DE-MES            PIC S9(07) COMP.
           05 WS-DIAS-PERIODO          PIC S9(07) COMP.
           05 WS-STATUS-PERIODO        PIC X(01).
           05 WS-STATUS-ENTRADA        PIC X(01).
           05 WS-CALC-DISP             PIC 9(09).
           05 WS-CALC-MANUT            PIC 9(09).
           05 WS-CALC-JAN-DISP         PIC 9(09).
           05 WS-CALC-VISITAS          PIC 9(05).
           05 WS-PCT-DISP              PIC 9(03)V9.
           05 WS-MTBV-DIAS             PIC 9(05)V9.
           05 WS-MARCA                 PIC X(30).

       01 WS-TOTAIS-DISPON.
           05 WS-TOT-MES-DISP          PIC 9(07) VALUE 0.
           05 WS-TOT-MES-MANUT         PIC 9(07) VALUE 0.
           05 WS-TOT-MES-DESAT         PIC 9(07) VALUE 0.
           05 WS-TOT-JAN-DISP          PIC 9(09) VALUE 0.
           05 WS-TOT-VISITAS-MES       PIC 9(05) VALUE 0.
           05 WS-TOT-VISITAS-JAN       PIC 9(05) VALUE 0.
           05 WS-CONT-HISTORICO        PIC 9(07) VALUE 0.
           05 WS-CONT-HIST-IGNORADO    PIC 9(07) VALUE 0.
           05 WS-CONT-ABAIXO           PIC 9(03) VALUE 0.

       01 WS-MASCARAS-DISPON.
           05 WS-MASCARA-DIAS-A        PIC ZZZZZZ9.
           05 WS-MASCARA-DIAS-M        PIC ZZZZZZ9.
           05 WS-MASCARA-DIAS-D        PIC ZZZZZZ9.
           05 WS-MASCARA-PCT           PIC ZZ9,9.
           05 WS-MASCARA-MTBV          PIC X(08).
           05 WS-MASCARA-MTBV-NUM      PIC ZZZZ9,9.
           05 WS-MASCARA-VISITAS       PIC ZZZZ9.
           05 WS-QTD-EDITADA           PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM

           OPEN INPUT VEHICLE-FILE
           IF WS-FS-VEIC NOT EQUAL "00"
               DISPLAY "CADASTRO DE VEICULOS INDISPONIVEL - FS "
                   WS-FS-VEIC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P100-CARREGA-VEICULOS
           CLOSE VEHICLE-FILE

           PERFORM P200-PERCORRE-HISTORICO
           PERFORM P300-FECHA-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           PERFORM P600-TOTALIZA-CLASSES
           PERFORM P700-ORDENA-POR-CLASSE
           PERFORM P800-GRAVA-RELATORIO

           DISPLAY "DISPONIBILIDADE " WS-ANOMES-APURA " - VEICULOS="
               WS-QTD-VEIC " ABAIXO DA META=" WS-CONT-ABAIXO
           IF WS-CONT-ABAIXO GREATER 0
               OR WS-FALTA-HISTORICO
               OR WS-TABELA-CHEIA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

      * Mes apurado: DISPPARM quando presente, senao o mes da data de
      * negocio. As metas da oficina vem junto.
       P010-LE-PARM.
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-APURA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANOMES IS NUMERIC
                           AND PARM-ANOMES(5:2) GREATER "00"
                           AND PARM-ANOMES(5:2) LESS "13"
                           MOVE PARM-ANOMES TO WS-ANOMES-APURA
                       END-IF
                       IF PARM-META-DISP-PCT IS NUMERIC
                           AND PARM-META-DISP-PCT GREATER 0
                           AND PARM-META-DISP-PCT NOT GREATER 100
                           MOVE PARM-META-DISP-PCT TO WS-META-DISP-PCT
                       END-IF
                       IF PARM-META-MTBV-DIAS IS NUMERIC
                           AND PARM-META-MTBV-DIAS GREATER 0
                           MOVE PARM-META-MTBV-DIAS
                               TO WS-META-MTBV-DIAS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

      * Janela dos 12 meses: o proprio mes e os 11 anteriores; o fim
      * do mes e a vespera do primeiro dia do mes seguinte.
           IF WS-APURA-MES EQUAL 12
               MOVE WS-APURA-ANO TO WS-INICIO-ANO
               MOVE 1 TO WS-INICIO-MES
               COMPUTE WS-SEGUINTE-ANO = WS-APURA-ANO + 1
               MOVE 1 TO WS-SEGUINTE-MES
           ELSE
               COMPUTE WS-INICIO-ANO = WS-APURA-ANO - 1
               COMPUTE WS-INICIO-MES = WS-APURA-MES + 1
               MOVE WS-APURA-ANO TO WS-SEGUINTE-ANO
               COMPUTE WS-SEGUINTE-MES = WS-APURA-MES + 1
           END-IF
           COMPUTE WS-DATA-AUX = WS-ANOMES-APURA * 100 + 1
           COMPUTE WS-DIA-INICIO-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           COMPUTE WS-DATA-AUX = WS-ANOMES-SEGUINTE * 100 + 1
           COMPUTE WS-DIA-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-AUX = WS-ANOMES-INICIO-12 * 100 + 1
           COMPUTE WS-DIA-INICIO-JANELA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           COMPUTE WS-DIAS-NO-MES =
               WS-DIA-FIM-MES - WS-DIA-INICIO-MES + 1.

       P100-CARREGA-VEICULOS.
           MOVE "N" TO WS-EOF-VEIC
           MOVE LOW-VALUES TO VEIC-ID
           START VEHICLE-FILE KEY NOT LESS VEIC-ID
               INVALID KEY
                   SET WS-VEIC-EOF TO TRUE
           END-START
           PERFORM P110-LER-VEICULO
           PERFORM UNTIL WS-VEIC-EOF
               IF WS-QTD-VEIC LESS 200
                   PERFORM P120-INCLUI-VEICULO
               ELSE
                   SET WS-TABELA-CHEIA TO TRUE
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       VEIC-ID " FORA DA DISPONIBILIDADE"
               END-IF
               PERFORM P110-LER-VEICULO
           END-PERFORM.

       P110-LER-VEICULO.
           READ VEHICLE-FILE NEXT RECORD
               AT END
                   SET WS-VEIC-EOF TO TRUE
           END-READ.

       P120-INCLUI-VEICULO.
           ADD 1 TO WS-QTD-VEIC
           SET WS-IDX-VEIC TO WS-QTD-VEIC
           IF VEIC-CLASSE EQUAL SPACE
               MOVE "?" TO WS-VEIC-TAB-CLASSE(WS-IDX-VEIC)
           ELSE
               MOVE VEIC-CLASSE TO WS-VEIC-TAB-CLASSE(WS-IDX-VEIC)
           END-IF
           MOVE VEIC-ID TO WS-VEIC-TAB-ID(WS-IDX-VEIC)
           IF VEIC-STATUS EQUAL SPACE
               MOVE "A" TO WS-VEIC-STATUS-ATUAL(WS-IDX-VEIC)
           ELSE
               MOVE VEIC-STATUS TO WS-VEIC-STATUS-ATUAL(WS-IDX-VEIC)
           END-IF
           MOVE SPACE TO WS-VEIC-STATUS-INICIO(WS-IDX-VEIC)
           MOVE "N" TO WS-VEIC-INICIO-SW(WS-IDX-VEIC)
           MOVE SPACE TO WS-VEIC-STATUS-POS(WS-IDX-VEIC)
           MOVE "N" TO WS-VEIC-POS-SW(WS-IDX-VEIC)
           MOVE "N" TO WS-VEIC-INICIADO-SW(WS-IDX-VEIC)
           MOVE SPACE TO WS-VEIC-STATUS-CORR(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-CURSOR(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-MES-DISP(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-MES-MANUT(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-MES-DESAT(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-JAN-DISP(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-VISITAS-MES(WS-IDX-VEIC)
           MOVE 0 TO WS-VEIC-VISITAS-JAN(WS-IDX-VEIC).

      * O VEICHIST e gravado na ordem em que as mudancas foram
      * aplicadas, que e a ordem de vigencia de cada veiculo.
       P200-PERCORRE-HISTORICO.
           OPEN INPUT HISTORY-FILE
           IF WS-FS-VSTH NOT EQUAL "00"
               SET WS-FALTA-HISTORICO TO TRUE
               DISPLAY "HISTORICO DE STATUS VEICHIST AUSENTE - DIAS "
                   "PELO STATUS ATUAL DO CADASTRO"
           ELSE
               MOVE "N" TO WS-EOF-VSTH
               PERFORM P210-LER-HISTORICO
               PERFORM UNTIL WS-VSTH-EOF
                   PERFORM P220-APLICA-MUDANCA
                   PERFORM P210-LER-HISTORICO
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       P210-LER-HISTORICO.
           READ HISTORY-FILE
               AT END
                   SET WS-VSTH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-HISTORICO
           END-READ.

       P220-APLICA-MUDANCA.
           IF VSTH-DATA-VIGENCIA IS NOT NUMERIC
               OR VSTH-DATA-VIGENCIA EQUAL 0
               ADD 1 TO WS-CONT-HIST-IGNORADO
           ELSE
               MOVE VSTH-VEICULO-ID TO WS-ID-PROCURADO
               PERFORM P150-LOCALIZA-VEICULO
               IF WS-VEIC-NA-TABELA
                   COMPUTE WS-DIA-MUDANCA = FUNCTION INTEGER-OF-DATE(
                       VSTH-DATA-VIGENCIA)
                   PERFORM P230-POSICIONA-MUDANCA
               END-IF
           END-IF.

       P230-POSICIONA-MUDANCA.
           EVALUATE TRUE
               WHEN WS-DIA-MUDANCA LESS WS-DIA-INICIO-JANELA
                   MOVE VSTH-STATUS-NOVO
                       TO WS-VEIC-STATUS-INICIO(WS-IDX-VEIC)
                   SET WS-VEIC-TEM-INICIO(WS-IDX-VEIC) TO TRUE
               WHEN WS-DIA-MUDANCA GREATER WS-DIA-FIM-MES
                   IF NOT WS-VEIC-INICIADO(WS-IDX-VEIC)
                       AND NOT WS-VEIC-TEM-POS(WS-IDX-VEIC)
                       MOVE VSTH-STATUS-ANTERIOR
                           TO WS-VEIC-STATUS-POS(WS-IDX-VEIC)
                       SET WS-VEIC-TEM-POS(WS-IDX-VEIC) TO TRUE
                   END-IF
               WHEN OTHER
                   IF NOT WS-VEIC-INICIADO(WS-IDX-VEIC)
                       IF WS-VEIC-TEM-INICIO(WS-IDX-VEIC)
                           MOVE WS-VEIC-STATUS-INICIO(WS-IDX-VEIC)
                               TO WS-STATUS-ENTRADA
                       ELSE
                           MOVE VSTH-STATUS-ANTERIOR
                               TO WS-STATUS-ENTRADA
                       END-IF
                       PERFORM P240-INICIA-VEICULO
                   END-IF
                   MOVE WS-VEIC-CURSOR(WS-IDX-VEIC) TO WS-DIA-DE
                   MOVE WS-DIA-MUDANCA TO WS-DIA-ATE
                   MOVE WS-VEIC-STATUS-CORR(WS-IDX-VEIC)
                       TO WS-STATUS-PERIODO
                   PERFORM P250-ACUMULA-PERIODO
                   IF VSTH-NOVO-MANUTENCAO
                       AND WS-VEIC-STATUS-CORR(WS-IDX-VEIC)
                           NOT EQUAL "M"
                       ADD 1 TO WS-VEIC-VISITAS-JAN(WS-IDX-VEIC)
                       IF WS-DIA-MUDANCA NOT LESS WS-DIA-INICIO-MES
                           ADD 1 TO WS-VEIC-VISITAS-MES(WS-IDX-VEIC)
                       END-IF
                   END-IF
                   MOVE VSTH-STATUS-NOVO
                       TO WS-VEIC-STATUS-CORR(WS-IDX-VEIC)
                   IF WS-DIA-MUDANCA GREATER WS-VEIC-CURSOR(WS-IDX-VEIC)
                       MOVE WS-DIA-MUDANCA
                           TO WS-VEIC-CURSOR(WS-IDX-VEIC)
                   END-IF
           END-EVALUATE.

       P240-INICIA-VEICULO.
           SET WS-VEIC-INICIADO(WS-IDX-VEIC) TO TRUE
           MOVE WS-STATUS-ENTRADA TO WS-VEIC-STATUS-CORR(WS-IDX-VEIC)
           MOVE WS-DIA-INICIO-JANELA TO WS-VEIC-CURSOR(WS-IDX-VEIC).

      * Soma os dias de [WS-DIA-DE, WS-DIA-ATE) no status do periodo:
      * na janela so os dias ativos (base do tempo entre visitas), no
      * mes os tres status. Status em branco e veiculo fora da frota.
       P250-ACUMULA-PERIODO.
           IF WS-DIA-ATE GREATER WS-DIA-DE
               IF WS-STATUS-PERIODO EQUAL "A"
                   COMPUTE WS-VEIC-JAN-DISP(WS-IDX-VEIC) =
                       WS-VEIC-JAN-DISP(WS-IDX-VEIC)
                       + WS-DIA-ATE - WS-DIA-DE
               END-IF
               IF WS-DIA-DE LESS WS-DIA-INICIO-MES
                   MOVE WS-DIA-INICIO-MES TO WS-DIA-DE-MES
               ELSE
                   MOVE WS-DIA-DE TO WS-DIA-DE-MES
               END-IF
               COMPUTE WS-DIAS-PERIODO = WS-DIA-ATE - WS-DIA-DE-MES
               IF WS-DIAS-PERIODO GREATER 0
                   EVALUATE WS-STATUS-PERIODO
                       WHEN "A"
                           ADD WS-DIAS-PERIODO
                               TO WS-VEIC-MES-DISP(WS-IDX-VEIC)
                       WHEN "M"
                           ADD WS-DIAS-PERIODO
                               TO WS-VEIC-MES-MANUT(WS-IDX-VEIC)
                       WHEN "D"
                           ADD WS-DIAS-PERIODO
                               TO WS-VEIC-MES-DESAT(WS-IDX-VEIC)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      * Procura o veiculo na tabela; mudanca de veiculo que saiu do
      * cadastro nao entra.
       P150-LOCALIZA-VEICULO.
           MOVE "N" TO WS-VEIC-ACHADO
           PERFORM P155-COMPARA-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
                   OR WS-VEIC-NA-TABELA
           IF WS-VEIC-NA-TABELA
               SET WS-IDX-VEIC DOWN BY 1
           END-IF.

       P155-COMPARA-VEICULO.
           IF WS-VEIC-TAB-ID(WS-IDX-VEIC) EQUAL WS-ID-PROCURADO
               SET WS-VEIC-NA-TABELA TO TRUE
           END-IF.

      * Fecha o veiculo ate o ultimo dia do mes. Sem mudanca na
      * janela, o status do periodo todo e o ultimo anterior a ela,
      * ou o anterior a primeira mudanca depois do mes, ou o atual.
       P300-FECHA-VEICULO.
           IF NOT WS-VEIC-INICIADO(WS-IDX-VEIC)
               EVALUATE TRUE
                   WHEN WS-VEIC-TEM-INICIO(WS-IDX-VEIC)
                       MOVE WS-VEIC-STATUS-INICIO(WS-IDX-VEIC)
                           TO WS-STATUS-ENTRADA
                   WHEN WS-VEIC-TEM-POS(WS-IDX-VEIC)
                       MOVE WS-VEIC-STATUS-POS(WS-IDX-VEIC)
                           TO WS-STATUS-ENTRADA
                   WHEN OTHER
                       MOVE WS-VEIC-STATUS-ATUAL(WS-IDX-VEIC)
                           TO WS-STATUS-ENTRADA
               END-EVALUATE
               PERFORM P240-INICIA-VEICULO
           END-IF
           MOVE WS-VEIC-CURSOR(WS-IDX-VEIC) TO WS-DIA-DE
           COMPUTE WS-DIA-ATE = WS-DIA-FIM-MES + 1
           MOVE WS-VEIC-STATUS-CORR(WS-IDX-VEIC) TO WS-STATUS-PERIODO
           PERFORM P250-ACUMULA-PERIODO.

       P600-TOTALIZA-CLASSES.
           PERFORM P610-SOMA-CLASSE
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC.

       P610-SOMA-CLASSE.
           MOVE WS-VEIC-TAB-CLASSE(WS-IDX-VEIC) TO WS-CLASSE-ATUAL
           PERFORM P630-LOCALIZA-CLASSE
           IF WS-CLAS-NA-TABELA
               ADD 1 TO WS-CLAS-VEICULOS(WS-IDX-CLAS)
               ADD WS-VEIC-MES-DISP(WS-IDX-VEIC)
                   TO WS-CLAS-MES-DISP(WS-IDX-CLAS)
               ADD WS-VEIC-MES-MANUT(WS-IDX-VEIC)
                   TO WS-CLAS-MES-MANUT(WS-IDX-CLAS)
               ADD WS-VEIC-MES-DESAT(WS-IDX-VEIC)
                   TO WS-CLAS-MES-DESAT(WS-IDX-CLAS)
               ADD WS-VEIC-JAN-DISP(WS-IDX-VEIC)
                   TO WS-CLAS-JAN-DISP(WS-IDX-CLAS)
               ADD WS-VEIC-VISITAS-MES(WS-IDX-VEIC)
                   TO WS-CLAS-VISITAS-MES(WS-IDX-CLAS)
               ADD WS-VEIC-VISITAS-JAN(WS-IDX-VEIC)
                   TO WS-CLAS-VISITAS-JAN(WS-IDX-CLAS)
           END-IF
           ADD WS-VEIC-MES-DISP(WS-IDX-VEIC) TO WS-TOT-MES-DISP
           ADD WS-VEIC-MES-MANUT(WS-IDX-VEIC) TO WS-TOT-MES-MANUT
           ADD WS-VEIC-MES-DESAT(WS-IDX-VEIC) TO WS-TOT-MES-DESAT
           ADD WS-VEIC-JAN-DISP(WS-IDX-VEIC) TO WS-TOT-JAN-DISP
           ADD WS-VEIC-VISITAS-MES(WS-IDX-VEIC) TO WS-TOT-VISITAS-MES
           ADD WS-VEIC-VISITAS-JAN(WS-IDX-VEIC) TO WS-TOT-VISITAS-JAN.

       P630-LOCALIZA-CLASSE.
           MOVE "N" TO WS-CLAS-ACHADA
           PERFORM P635-COMPARA-CLASSE
               VARYING WS-IDX-CLAS FROM 1 BY 1
               UNTIL WS-IDX-CLAS GREATER WS-QTD-CLAS
                   OR WS-CLAS-NA-TABELA
           IF WS-CLAS-NA-TABELA
               SET WS-IDX-CLAS DOWN BY 1
           ELSE
               IF WS-QTD-CLAS LESS 10
                   ADD 1 TO WS-QTD-CLAS
                   SET WS-IDX-CLAS TO WS-QTD-CLAS
                   MOVE WS-CLASSE-ATUAL TO WS-CLAS-ID(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-VEICULOS(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-MES-DISP(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-MES-MANUT(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-MES-DESAT(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-JAN-DISP(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-VISITAS-MES(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-VISITAS-JAN(WS-IDX-CLAS)
                   SET WS-CLAS-NA-TABELA TO TRUE
               END-IF
           END-IF.

       P635-COMPARA-CLASSE.
           IF WS-CLAS-ID(WS-IDX-CLAS) EQUAL WS-CLASSE-ATUAL
               SET WS-CLAS-NA-TABELA TO TRUE
           END-IF.

      * Ordena por classe + veiculo para o subtotal por quebra.
       P700-ORDENA-POR-CLASSE.
           IF WS-QTD-VEIC GREATER 1
               PERFORM P710-PASSO-ORDENACAO
                   VARYING WS-IDX-ORDENA FROM 1 BY 1
                   UNTIL WS-IDX-ORDENA NOT LESS WS-QTD-VEIC
           END-IF.

       P710-PASSO-ORDENACAO.
           MOVE WS-IDX-ORDENA TO WS-IDX-MENOR
           PERFORM P720-PROCURA-MENOR
               VARYING WS-IDX-BUSCA FROM WS-IDX-ORDENA BY 1
               UNTIL WS-IDX-BUSCA GREATER WS-QTD-VEIC
           IF WS-IDX-MENOR NOT EQUAL WS-IDX-ORDENA
               MOVE WS-VEIC-ITEM(WS-IDX-ORDENA) TO WS-TROCA-ITEM
               MOVE WS-VEIC-ITEM(WS-IDX-MENOR)
                   TO WS-VEIC-ITEM(WS-IDX-ORDENA)
               MOVE WS-TROCA-ITEM TO WS-VEIC-ITEM(WS-IDX-MENOR)
           END-IF.

       P720-PROCURA-MENOR.
           IF WS-VEIC-CHAVE-ORDEM(WS-IDX-BUSCA) LESS
               WS-VEIC-CHAVE-ORDEM(WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

       P800-GRAVA-RELATORIO.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "DISPONIBILIDADE DA FROTA - MES " DELIMITED BY SIZE
                  WS-ANOMES-APURA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DIAS-NO-MES DELIMITED BY SIZE
                  " DIAS) - META " DELIMITED BY SIZE
                  WS-META-DISP-PCT DELIMITED BY SIZE
                  "% E " DELIMITED BY SIZE
                  WS-META-MTBV-DIAS DELIMITED BY SIZE
                  " DIAS ENTRE VISITAS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FALTA-HISTORICO
               MOVE "*** HISTORICO DE STATUS AUSENTE - DIAS PELO "
                 & "STATUS ATUAL DO CADASTRO ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "VEICULO     DIAS ATIVO  OFICINA  DESATIV   DISP%"
                      DELIMITED BY SIZE
                  "  VISITAS MES/12M  DIAS ENTRE VISITAS"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE HIGH-VALUES TO WS-CLASSE-ATUAL
           PERFORM P810-LINHA-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           IF WS-QTD-VEIC GREATER 0
               PERFORM P830-SUBTOTAL-CLASSE
           END-IF

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-MES-DISP TO WS-CALC-DISP
           MOVE WS-TOT-MES-MANUT TO WS-CALC-MANUT
           MOVE WS-TOT-JAN-DISP TO WS-CALC-JAN-DISP
           MOVE WS-TOT-VISITAS-JAN TO WS-CALC-VISITAS
           PERFORM P850-CALCULA-INDICES
           MOVE WS-TOT-MES-DISP TO WS-MASCARA-DIAS-A
           MOVE WS-TOT-MES-MANUT TO WS-MASCARA-DIAS-M
           MOVE WS-TOT-MES-DESAT TO WS-MASCARA-DIAS-D
           MOVE WS-TOT-VISITAS-MES TO WS-MASCARA-VISITAS
           MOVE SPACES TO REPORT-LINE
           STRING "FROTA ATIVO=" DELIMITED BY SIZE
                  WS-MASCARA-DIAS-A DELIMITED BY SIZE
                  " OFICINA=" DELIMITED BY SIZE
                  WS-MASCARA-DIAS-M DELIMITED BY SIZE
                  " DESATIV=" DELIMITED BY SIZE
                  WS-MASCARA-DIAS-D DELIMITED BY SIZE
                  " DISP%=" DELIMITED BY SIZE
                  WS-MASCARA-PCT DELIMITED BY SIZE
                  " VISITAS MES=" DELIMITED BY SIZE
                  WS-MASCARA-VISITAS DELIMITED BY SIZE
                  " DIAS ENTRE VISITAS=" DELIMITED BY SIZE
                  WS-MASCARA-MTBV DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-QTD-VEIC TO WS-QTD-EDITADA
           MOVE SPACES TO REPORT-LINE
           STRING "VEICULOS=" DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  " ABAIXO DA META=" DELIMITED BY SIZE
                  WS-CONT-ABAIXO DELIMITED BY SIZE
                  " MUDANCAS NO HISTORICO=" DELIMITED BY SIZE
                  WS-CONT-HISTORICO DELIMITED BY SIZE
                  " SEM DATA LEGIVEL=" DELIMITED BY SIZE
                  WS-CONT-HIST-IGNORADO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P810-LINHA-VEICULO.
           IF WS-VEIC-TAB-CLASSE(WS-IDX-VEIC) NOT EQUAL WS-CLASSE-ATUAL
               IF WS-CLASSE-ATUAL NOT EQUAL HIGH-VALUES
                   PERFORM P830-SUBTOTAL-CLASSE
               END-IF
               MOVE WS-VEIC-TAB-CLASSE(WS-IDX-VEIC) TO WS-CLASSE-ATUAL
               PERFORM P630-LOCALIZA-CLASSE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CLASSE " DELIMITED BY SIZE
                      WS-CLASSE-ATUAL DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-VEIC-MES-DISP(WS-IDX-VEIC) TO WS-CALC-DISP
           MOVE WS-VEIC-MES-MANUT(WS-IDX-VEIC) TO WS-CALC-MANUT
           MOVE WS-VEIC-JAN-DISP(WS-IDX-VEIC) TO WS-CALC-JAN-DISP
           MOVE WS-VEIC-VISITAS-JAN(WS-IDX-VEIC) TO WS-CALC-VISITAS
           PERFORM P850-CALCULA-INDICES

      * Marca: abaixo da meta de disponibilidade (so quando o veiculo
      * esteve na frota no mes) ou visitas mais frequentes que a meta.
           MOVE SPACES TO WS-MARCA
           EVALUATE TRUE
               WHEN WS-CALC-DISP + WS-CALC-MANUT GREATER 0
                   AND WS-PCT-DISP LESS WS-META-DISP-PCT
                   MOVE "*** ABAIXO DA META DE DISP" TO WS-MARCA
                   ADD 1 TO WS-CONT-ABAIXO
               WHEN WS-CALC-VISITAS GREATER 0
                   AND WS-MTBV-DIAS LESS WS-META-MTBV-DIAS
                   MOVE "*** VISITAS ACIMA DA META" TO WS-MARCA
                   ADD 1 TO WS-CONT-ABAIXO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-VEIC-MES-DISP(WS-IDX-VEIC) TO WS-MASCARA-DIAS-A
           MOVE WS-VEIC-MES-MANUT(WS-IDX-VEIC) TO WS-MASCARA-DIAS-M
           MOVE WS-VEIC-MES-DESAT(WS-IDX-VEIC) TO WS-MASCARA-DIAS-D
           MOVE SPACES TO REPORT-LINE
           STRING WS-VEIC-TAB-ID(WS-IDX-VEIC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MASCARA-DIAS-A DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MASCARA-DIAS-M DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MASCARA-DIAS-D DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MASCARA-PCT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-VEIC-VISITAS-MES(WS-IDX-VEIC) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-VEIC-VISITAS-JAN(WS-IDX-VEIC) DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-MASCARA-MTBV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P830-SUBTOTAL-CLASSE.
           MOVE WS-CLAS-MES-DISP(WS-IDX-CLAS) TO WS-CALC-DISP
           MOVE WS-CLAS-MES-MANUT(WS-IDX-CLAS) TO WS-CALC-MANUT
           MOVE WS-CLAS-JAN-DISP(WS-IDX-CLAS) TO WS-CALC-JAN-DISP
           MOVE WS-CLAS-VISITAS-JAN(WS-IDX-CLAS) TO WS-CALC-VISITAS
           PERFORM P850-CALCULA-INDICES
           MOVE WS-CLAS-MES-DISP(WS-IDX-CLAS) TO WS-MASCARA-DIAS-A
           MOVE WS-CLAS-MES-MANUT(WS-IDX-CLAS) TO WS-MASCARA-DIAS-M
           MOVE WS-CLAS-MES-DESAT(WS-IDX-CLAS) TO WS-MASCARA-DIAS-D
           MOVE WS-CLAS-VISITAS-MES(WS-IDX-CLAS) TO WS-MASCARA-VISITAS
           MOVE WS-CLAS-VEICULOS(WS-IDX-CLAS) TO WS-QTD-EDITADA
           MOVE SPACES TO REPORT-LINE
           STRING "SUBTOTAL CLASSE " DELIMITED BY SIZE
                  WS-CLAS-ID(WS-IDX-CLAS) DELIMITED BY SIZE
                  " VEICULOS=" DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  " ATIVO=" DELIMITED BY SIZE
                  WS-MASCARA-DIAS-A DELIMITED BY SIZE
                  " OFICINA=" DELIMITED BY SIZE
                  WS-MASCARA-DIAS-M DELIMITED BY SIZE
                  " DESATIV=" DELIMITED BY SIZE
                  WS-MASCARA-DIAS-D DELIMITED BY SIZE
                  " DISP%=" DELIMITED BY SIZE
                  WS-MASCARA-PCT DELIMITED BY SIZE
                  " VISITAS=" DELIMITED BY SIZE
                  WS-MASCARA-VISITAS DELIMITED BY SIZE
                  " ENTRE VISITAS=" DELIMITED BY SIZE
                  WS-MASCARA-MTBV DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Disponibilidade = ativo / (ativo + oficina); tempo entre
      * visitas = dias ativos na janela / entradas em manutencao.
       P850-CALCULA-INDICES.
           IF WS-CALC-DISP + WS-CALC-MANUT GREATER 0
               COMPUTE WS-PCT-DISP ROUNDED =
                   WS-CALC-DISP * 100 / (WS-CALC-DISP + WS-CALC-MANUT)
           ELSE
               MOVE 0 TO WS-PCT-DISP
           END-IF
           MOVE WS-PCT-DISP TO WS-MASCARA-PCT
           IF WS-CALC-VISITAS GREATER 0
               COMPUTE WS-MTBV-DIAS ROUNDED =
                   WS-CALC-JAN-DISP / WS-CALC-VISITAS
               MOVE WS-MTBV-DIAS TO WS-MASCARA-MTBV-NUM
               MOVE WS-MASCARA-MTBV-NUM TO WS-MASCARA-MTBV
           ELSE
               MOVE 0 TO WS-MTBV-DIAS
               MOVE "SEM VIS." TO WS-MASCARA-MTBV
           END-IF.

       END PROGRAM FROTA_DISPON.
