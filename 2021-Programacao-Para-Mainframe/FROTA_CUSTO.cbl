      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 03/02/2024
      * Purpose: Custo mensal por KM da frota, juntando o que ate aqui
      *          estava espalhado: o KM rodado no mes vem do master de
      *          desempenho (FLEETMST), o gasto de combustivel dos
      *          valores do extrato do cartao do mes (CARDMES, mesmo
      *          layout do CARDFILE diario) e o gasto de oficina das
      *          baixas fechadas no mes na lista de trabalho (MNTWORK,
      *          preventivo e corretivo). Cada veiculo do mes grava o
      *          seu registro no historico de custo CUSTMST (veiculo
      *          + AAAAMM, regravado se o mes for reapurado) e sai no
      *          relatorio CUSTRPT com combustivel, oficina, total e
      *          custo por KM, subtotal por classe (VEIC-CLASSE do
      *          VEICMST) e o custo por KM acumulado dos ultimos 12
      *          meses do historico. Veiculo com custo por KM acima
      *          da media da classe mais a margem do CUSTPARM (padrao
      *          50%) sai marcado - e a lista que a gestao da frota
      *          usa para decidir trocar ou manter os caminhoes mais
      *          velhos. Mes de CUSTPARM (AAAAMM) ou, na ausencia
      *          dele, o mes da data de negocio.
      * Tectonics: cobc
      * Modified: 07/09/2024 (JLOS) - A linha do CARDMES sai do
      *           copybook CARDREC, o mesmo do CARDFILE diario, e
      *           passa a trazer a leitura do hodometro ao final;
      *           antes o extrato do mes lido aqui ficava sem ela e
      *           fora do layout do diario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA_CUSTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "FLEETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-CHAVE
               ALTERNATE RECORD KEY IS MSTR-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MSTR.

           SELECT VEHICLE-FILE ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-FS-VEIC.

           SELECT CARD-FILE ASSIGN TO "CARDMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARD.

           SELECT WORKLIST-FILE ASSIGN TO "MNTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNTW-ID
               FILE STATUS IS WS-FS-MNTW.

           SELECT COST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CHAVE
               FILE STATUS IS WS-FS-CUST.

           SELECT REPORT-FILE ASSIGN TO "CUSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "CUSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY FLEETMST.

       FD  VEHICLE-FILE.
       COPY VEICMST.

       FD  CARD-FILE
           RECORDING MODE IS F.
       COPY CARDREC.

       FD  WORKLIST-FILE.
       COPY MNTWORK.

       FD  COST-FILE.
       COPY CUSTMST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ANOMES             PIC 9(06).
           05  PARM-MARGEM-PCT         PIC 9(03).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-CUSTO.
           05 WS-FS-MSTR               PIC X(02) VALUE SPACES.
           05 WS-FS-VEIC               PIC X(02) VALUE SPACES.
           05 WS-FS-CARD               PIC X(02) VALUE SPACES.
           05 WS-FS-MNTW               PIC X(02) VALUE SPACES.
           05 WS-FS-CUST               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-MSTR              PIC X(01) VALUE "N".
               88 WS-MSTR-EOF          VALUE "S".
           05 WS-EOF-CARD              PIC X(01) VALUE "N".
               88 WS-CARD-EOF          VALUE "S".
           05 WS-EOF-MNTW              PIC X(01) VALUE "N".
               88 WS-MNTW-EOF          VALUE "S".
           05 WS-EOF-CUST              PIC X(01) VALUE "N".
               88 WS-CUST-EOF          VALUE "S".
           05 WS-VEIC-ACHADO           PIC X(01) VALUE "N".
               88 WS-VEIC-NA-TABELA    VALUE "S".
           05 WS-CLAS-ACHADA           PIC X(01) VALUE "N".
               88 WS-CLAS-NA-TABELA    VALUE "S".
           05 WS-CADASTRO-VEICULOS     PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-VEIC VALUE "S".
           05 WS-TABELA-ESTOUROU       PIC X(01) VALUE "N".
               88 WS-TABELA-CHEIA      VALUE "S".
           05 WS-SEM-EXTRATO-CARTAO    PIC X(01) VALUE "N".
               88 WS-FALTA-EXTRATO     VALUE "S".

       01 WS-PARAMETROS-CUSTO.
           05 WS-DATA-HOJE             PIC 9(08).
           05 WS-ANOMES-APURA          PIC 9(06) VALUE 0.
           05 WS-ANOMES-APURA-RED REDEFINES WS-ANOMES-APURA.
               10 WS-APURA-ANO         PIC 9(04).
               10 WS-APURA-MES         PIC 9(02).
           05 WS-ANOMES-INICIO-12      PIC 9(06) VALUE 0.
           05 WS-ANOMES-INICIO-RED REDEFINES WS-ANOMES-INICIO-12.
               10 WS-INICIO-ANO        PIC 9(04).
               10 WS-INICIO-MES        PIC 9(02).
           05 WS-MARGEM-PCT            PIC 9(03) VALUE 50.
           05 WS-DATA-INICIO-MES       PIC 9(08) VALUE 0.
           05 WS-ANOMES-REGISTRO       PIC 9(06).

       01 WS-TABELA-VEICULOS.
           05 WS-QTD-VEIC              PIC 9(03) COMP VALUE 0.
           05 WS-VEIC-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-VEIC.
               10 WS-VEIC-CHAVE-ORDEM.
                   15 WS-VEIC-TAB-CLASSE PIC X(01).
                   15 WS-VEIC-TAB-ID   PIC X(10).
               10 WS-VEIC-KM           PIC S9(09)V9(02).
               10 WS-VEIC-COMBUST      PIC 9(09)V99.
               10 WS-VEIC-PREVENT      PIC 9(09)V99.
               10 WS-VEIC-CORRET       PIC 9(09)V99.
               10 WS-VEIC-ABASTEC      PIC 9(05).
               10 WS-VEIC-SERVICOS     PIC 9(04).
               10 WS-VEIC-CUSTO-KM     PIC 9(05)V9(04).
               10 WS-VEIC-CUSTO-KM-12  PIC 9(05)V9(04).

       01 WS-TABELA-CLASSES.
           05 WS-QTD-CLAS              PIC 9(02) COMP VALUE 0.
           05 WS-CLAS-ITEM OCCURS 10 TIMES
                   INDEXED BY WS-IDX-CLAS.
               10 WS-CLAS-ID           PIC X(01).
               10 WS-CLAS-VEICULOS     PIC 9(03).
               10 WS-CLAS-KM           PIC S9(11)V9(02).
               10 WS-CLAS-COMBUST      PIC 9(11)V99.
               10 WS-CLAS-OFICINA      PIC 9(11)V99.
               10 WS-CLAS-CUSTO-KM     PIC 9(05)V9(04).

       01 WS-CAMPOS-CUSTO.
           05 WS-ID-PROCURADO          PIC X(10).
           05 WS-IDX-ORDENA            PIC 9(03) COMP.
           05 WS-IDX-MENOR             PIC 9(03) COMP.
           05 WS-IDX-BUSCA             PIC 9(03) COMP.
           05 WS-CLASSE-ATUAL          PIC X(01).
           05 WS-TROCA-ITEM            PIC X(82).
           05 WS-CUSTO-TOTAL           PIC 9(11)V99.
           05 WS-CUSTO-OFICINA         PIC 9(11)V99.
           05 WS-LIMITE-CUSTO-KM       PIC 9(05)V9(04).
           05 WS-HIST-KM               PIC S9(11)V9(02).
           05 WS-HIST-CUSTO            PIC 9(11)V99.
           05 WS-MARCA                 PIC X(30).

       01 WS-TOTAIS-FROTA.
           05 WS-TOT-KM                PIC S9(11)V9(02) VALUE 0.
           05 WS-TOT-COMBUST           PIC 9(11)V99 VALUE 0.
           05 WS-TOT-OFICINA           PIC 9(11)V99 VALUE 0.
           05 WS-TOT-CUSTO-KM          PIC 9(05)V9(04) VALUE 0.
           05 WS-CONT-ACIMA            PIC 9(03) VALUE 0.
           05 WS-CONT-GRAVADOS         PIC 9(05) VALUE 0.
           05 WS-CONT-LEGADO           PIC 9(05) VALUE 0.

       01 WS-MASCARAS-CUSTO.
           05 WS-MASCARA-KM            PIC -Z(10)9,99.
           05 WS-MASCARA-COMBUST       PIC Z(10)9,99.
           05 WS-MASCARA-PREVENT       PIC Z(10)9,99.
           05 WS-MASCARA-CORRET        PIC Z(10)9,99.
           05 WS-MASCARA-TOTAL         PIC Z(10)9,99.
           05 WS-MASCARA-CUSTO-KM      PIC ZZZZ9,9999.
           05 WS-MASCARA-CUSTO-KM-12   PIC ZZZZ9,9999.
           05 WS-MASCARA-MEDIA         PIC ZZZZ9,9999.
           05 WS-QTD-EDITADA           PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM

           OPEN INPUT MASTER-FILE
           IF WS-FS-MSTR NOT EQUAL "00"
               DISPLAY "MASTER DA FROTA INDISPONIVEL - FS " WS-FS-MSTR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O COST-FILE
           IF WS-FS-CUST EQUAL "35"
               OPEN OUTPUT COST-FILE
               CLOSE COST-FILE
               OPEN I-O COST-FILE
           END-IF
           IF WS-FS-CUST NOT EQUAL "00"
               DISPLAY "HISTORICO DE CUSTO NAO ABRIU - FS " WS-FS-CUST
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-ACUMULA-KM
           CLOSE MASTER-FILE
           PERFORM P200-ACUMULA-COMBUSTIVEL
           PERFORM P300-ACUMULA-OFICINA
           PERFORM P400-CLASSIFICA-VEICULOS
           PERFORM P500-GRAVA-HISTORICO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           PERFORM P600-TOTALIZA-CLASSES
           PERFORM P700-ORDENA-POR-CLASSE
           PERFORM P800-GRAVA-RELATORIO
           CLOSE COST-FILE

           DISPLAY "CUSTO POR KM " WS-ANOMES-APURA " - VEICULOS="
               WS-QTD-VEIC " ACIMA DA MEDIA DA CLASSE=" WS-CONT-ACIMA
           IF WS-FALTA-EXTRATO OR WS-TABELA-CHEIA
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

      * Mes apurado: CUSTPARM quando presente, senao o mes da data de
      * negocio. A margem sobre a media da classe vem junto.
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
                       IF PARM-MARGEM-PCT IS NUMERIC
                           AND PARM-MARGEM-PCT GREATER 0
                           MOVE PARM-MARGEM-PCT TO WS-MARGEM-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

      * Janela do acumulado: o proprio mes e os 11 anteriores.
           IF WS-APURA-MES EQUAL 12
               MOVE WS-APURA-ANO TO WS-INICIO-ANO
               MOVE 1 TO WS-INICIO-MES
           ELSE
               COMPUTE WS-INICIO-ANO = WS-APURA-ANO - 1
               COMPUTE WS-INICIO-MES = WS-APURA-MES + 1
           END-IF.

       P100-ACUMULA-KM.
           MOVE "N" TO WS-EOF-MSTR
           COMPUTE WS-DATA-INICIO-MES = WS-ANOMES-APURA * 100 + 1
           MOVE WS-DATA-INICIO-MES TO MSTR-DATA
           START MASTER-FILE KEY NOT LESS MSTR-DATA
               INVALID KEY
                   SET WS-MSTR-EOF TO TRUE
           END-START
           PERFORM P110-LER-MASTER
           PERFORM UNTIL WS-MSTR-EOF
               IF MSTR-DATA IS NUMERIC
                   AND MSTR-KM IS NUMERIC
                   MOVE MSTR-DATA(1:6) TO WS-ANOMES-REGISTRO
                   EVALUATE TRUE
                       WHEN WS-ANOMES-REGISTRO GREATER WS-ANOMES-APURA
                           SET WS-MSTR-EOF TO TRUE
                       WHEN MSTR-REG-VEICULO
                           AND WS-ANOMES-REGISTRO EQUAL WS-ANOMES-APURA
                           MOVE MSTR-VEICULO-ID TO WS-ID-PROCURADO
                           PERFORM P150-LOCALIZA-VEICULO
                           IF WS-VEIC-NA-TABELA
                               ADD MSTR-KM TO WS-VEIC-KM(WS-IDX-VEIC)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF MSTR-REG-VEICULO
                       ADD 1 TO WS-CONT-LEGADO
                   END-IF
               END-IF
               IF NOT WS-MSTR-EOF
                   PERFORM P110-LER-MASTER
               END-IF
           END-PERFORM.

       P110-LER-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MSTR-EOF TO TRUE
           END-READ.

      * Procura o veiculo na tabela do mes e inclui se for novo; com a
      * tabela cheia o veiculo fica fora e o passo termina em alerta.
       P150-LOCALIZA-VEICULO.
           MOVE "N" TO WS-VEIC-ACHADO
           PERFORM P155-COMPARA-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
                   OR WS-VEIC-NA-TABELA
           IF WS-VEIC-NA-TABELA
               SET WS-IDX-VEIC DOWN BY 1
           ELSE
               IF WS-QTD-VEIC LESS 200
                   ADD 1 TO WS-QTD-VEIC
                   SET WS-IDX-VEIC TO WS-QTD-VEIC
                   MOVE SPACES TO WS-VEIC-TAB-CLASSE(WS-IDX-VEIC)
                   MOVE WS-ID-PROCURADO TO WS-VEIC-TAB-ID(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-KM(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-COMBUST(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-PREVENT(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-CORRET(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-ABASTEC(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-SERVICOS(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-CUSTO-KM(WS-IDX-VEIC)
                   MOVE 0 TO WS-VEIC-CUSTO-KM-12(WS-IDX-VEIC)
                   SET WS-VEIC-NA-TABELA TO TRUE
               ELSE
                   SET WS-TABELA-CHEIA TO TRUE
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       WS-ID-PROCURADO " FORA DO CUSTO"
               END-IF
           END-IF.

       P155-COMPARA-VEICULO.
           IF WS-VEIC-TAB-ID(WS-IDX-VEIC) EQUAL WS-ID-PROCURADO
               SET WS-VEIC-NA-TABELA TO TRUE
           END-IF.

       P200-ACUMULA-COMBUSTIVEL.
           OPEN INPUT CARD-FILE
           IF WS-FS-CARD NOT EQUAL "00"
               SET WS-FALTA-EXTRATO TO TRUE
               DISPLAY "EXTRATO MENSAL DO CARTAO AUSENTE - "
                   "CUSTO SEM COMBUSTIVEL"
           ELSE
               MOVE "N" TO WS-EOF-CARD
               PERFORM P210-LER-CARTAO
               PERFORM UNTIL WS-CARD-EOF
                   IF CARD-DATA IS NUMERIC
                       AND CARD-VALOR IS NUMERIC
                       AND CARD-DATA(1:6) EQUAL WS-ANOMES-APURA
                       MOVE CARD-VEICULO-ID TO WS-ID-PROCURADO
                       PERFORM P150-LOCALIZA-VEICULO
                       IF WS-VEIC-NA-TABELA
                           ADD CARD-VALOR
                               TO WS-VEIC-COMBUST(WS-IDX-VEIC)
                           ADD 1 TO WS-VEIC-ABASTEC(WS-IDX-VEIC)
                       END-IF
                   END-IF
                   PERFORM P210-LER-CARTAO
               END-PERFORM
               CLOSE CARD-FILE
           END-IF.

       P210-LER-CARTAO.
           READ CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

      * Baixas da oficina com data de servico no mes; item anterior ao
      * custo na baixa vem sem valor e nao soma.
       P300-ACUMULA-OFICINA.
           OPEN INPUT WORKLIST-FILE
           IF WS-FS-MNTW NOT EQUAL "00"
               DISPLAY "LISTA DE TRABALHO DA OFICINA AUSENTE - "
                   "CUSTO SEM OFICINA"
           ELSE
               MOVE "N" TO WS-EOF-MNTW
               MOVE 0 TO MNTW-ID
               START WORKLIST-FILE KEY NOT LESS MNTW-ID
                   INVALID KEY
                       SET WS-MNTW-EOF TO TRUE
               END-START
               PERFORM P310-LER-ITEM
               PERFORM UNTIL WS-MNTW-EOF
                   IF MNTW-FECHADA
                       AND MNTW-DATA-SERVICO IS NUMERIC
                       AND MNTW-DATA-SERVICO(1:6) EQUAL WS-ANOMES-APURA
                       AND MNTW-CUSTO-SERVICO IS NUMERIC
                       MOVE MNTW-VEICULO-ID TO WS-ID-PROCURADO
                       PERFORM P150-LOCALIZA-VEICULO
                       IF WS-VEIC-NA-TABELA
                           PERFORM P320-SOMA-SERVICO
                       END-IF
                   END-IF
                   PERFORM P310-LER-ITEM
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.

       P310-LER-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   SET WS-MNTW-EOF TO TRUE
           END-READ.

       P320-SOMA-SERVICO.
           ADD 1 TO WS-VEIC-SERVICOS(WS-IDX-VEIC)
           IF MNTW-CORRETIVA
               ADD MNTW-CUSTO-SERVICO TO WS-VEIC-CORRET(WS-IDX-VEIC)
           ELSE
               ADD MNTW-CUSTO-SERVICO TO WS-VEIC-PREVENT(WS-IDX-VEIC)
           END-IF.

      * Classe de cada veiculo pelo cadastro; sem cadastro, ou veiculo
      * fora dele, vai para o grupo "?" (sem classe).
       P400-CLASSIFICA-VEICULOS.
           OPEN INPUT VEHICLE-FILE
           IF WS-FS-VEIC EQUAL "00"
               SET WS-TEM-CADASTRO-VEIC TO TRUE
           ELSE
               DISPLAY "CADASTRO DE VEICULOS AUSENTE - "
                   "SUBTOTAL SO SEM CLASSE"
           END-IF
           PERFORM P410-CLASSE-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           IF WS-TEM-CADASTRO-VEIC
               CLOSE VEHICLE-FILE
           END-IF.

       P410-CLASSE-VEICULO.
           MOVE "?" TO WS-VEIC-TAB-CLASSE(WS-IDX-VEIC)
           IF WS-TEM-CADASTRO-VEIC
               MOVE WS-VEIC-TAB-ID(WS-IDX-VEIC) TO VEIC-ID
               READ VEHICLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VEIC-CLASSE NOT EQUAL SPACE
                           MOVE VEIC-CLASSE
                               TO WS-VEIC-TAB-CLASSE(WS-IDX-VEIC)
                       END-IF
               END-READ
           END-IF.

      * Grava (ou regrava, na reapuracao) o mes do veiculo no
      * historico e soma os 12 meses para o custo por KM acumulado.
       P500-GRAVA-HISTORICO.
           COMPUTE WS-CUSTO-TOTAL =
               WS-VEIC-COMBUST(WS-IDX-VEIC)
               + WS-VEIC-PREVENT(WS-IDX-VEIC)
               + WS-VEIC-CORRET(WS-IDX-VEIC)
           IF WS-VEIC-KM(WS-IDX-VEIC) GREATER 0
               COMPUTE WS-VEIC-CUSTO-KM(WS-IDX-VEIC) ROUNDED =
                   WS-CUSTO-TOTAL / WS-VEIC-KM(WS-IDX-VEIC)
           ELSE
               MOVE 0 TO WS-VEIC-CUSTO-KM(WS-IDX-VEIC)
           END-IF

           MOVE SPACES TO CUSTO-RECORD
           MOVE WS-VEIC-TAB-ID(WS-IDX-VEIC) TO CUST-VEICULO-ID
           MOVE WS-ANOMES-APURA TO CUST-ANOMES
           MOVE WS-VEIC-TAB-CLASSE(WS-IDX-VEIC) TO CUST-CLASSE
           MOVE WS-VEIC-KM(WS-IDX-VEIC) TO CUST-KM
           MOVE WS-VEIC-COMBUST(WS-IDX-VEIC) TO CUST-VALOR-COMBUST
           MOVE WS-VEIC-PREVENT(WS-IDX-VEIC) TO CUST-VALOR-PREVENT
           MOVE WS-VEIC-CORRET(WS-IDX-VEIC) TO CUST-VALOR-CORRET
           MOVE WS-VEIC-ABASTEC(WS-IDX-VEIC) TO CUST-QTD-ABASTEC
           MOVE WS-VEIC-SERVICOS(WS-IDX-VEIC) TO CUST-QTD-SERVICOS
           MOVE WS-DATA-HOJE TO CUST-DATA-APURACAO
           WRITE CUSTO-RECORD
               INVALID KEY
                   REWRITE CUSTO-RECORD
           END-WRITE
           ADD 1 TO WS-CONT-GRAVADOS

           MOVE 0 TO WS-HIST-KM
           MOVE 0 TO WS-HIST-CUSTO
           MOVE "N" TO WS-EOF-CUST
           MOVE WS-VEIC-TAB-ID(WS-IDX-VEIC) TO CUST-VEICULO-ID
           MOVE WS-ANOMES-INICIO-12 TO CUST-ANOMES
           START COST-FILE KEY NOT LESS CUST-CHAVE
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START
           PERFORM P510-LER-HISTORICO
           PERFORM UNTIL WS-CUST-EOF
               IF CUST-VEICULO-ID NOT EQUAL WS-VEIC-TAB-ID(WS-IDX-VEIC)
                   OR CUST-ANOMES GREATER WS-ANOMES-APURA
                   SET WS-CUST-EOF TO TRUE
               ELSE
                   ADD CUST-KM TO WS-HIST-KM
                   ADD CUST-VALOR-COMBUST CUST-VALOR-PREVENT
                       CUST-VALOR-CORRET TO WS-HIST-CUSTO
                   PERFORM P510-LER-HISTORICO
               END-IF
           END-PERFORM
           IF WS-HIST-KM GREATER 0
               COMPUTE WS-VEIC-CUSTO-KM-12(WS-IDX-VEIC) ROUNDED =
                   WS-HIST-CUSTO / WS-HIST-KM
           ELSE
               MOVE 0 TO WS-VEIC-CUSTO-KM-12(WS-IDX-VEIC)
           END-IF.

       P510-LER-HISTORICO.
           READ COST-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

      * Media da classe = custo total da classe / KM total da classe.
       P600-TOTALIZA-CLASSES.
           PERFORM P610-SOMA-CLASSE
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           PERFORM P620-MEDIA-CLASSE
               VARYING WS-IDX-CLAS FROM 1 BY 1
               UNTIL WS-IDX-CLAS GREATER WS-QTD-CLAS
           IF WS-TOT-KM GREATER 0
               COMPUTE WS-TOT-CUSTO-KM ROUNDED =
                   (WS-TOT-COMBUST + WS-TOT-OFICINA) / WS-TOT-KM
           END-IF.

       P610-SOMA-CLASSE.
           MOVE WS-VEIC-TAB-CLASSE(WS-IDX-VEIC) TO WS-CLASSE-ATUAL
           PERFORM P630-LOCALIZA-CLASSE
           IF WS-CLAS-NA-TABELA
               ADD 1 TO WS-CLAS-VEICULOS(WS-IDX-CLAS)
               ADD WS-VEIC-KM(WS-IDX-VEIC) TO WS-CLAS-KM(WS-IDX-CLAS)
               ADD WS-VEIC-COMBUST(WS-IDX-VEIC)
                   TO WS-CLAS-COMBUST(WS-IDX-CLAS)
               ADD WS-VEIC-PREVENT(WS-IDX-VEIC)
                   WS-VEIC-CORRET(WS-IDX-VEIC)
                   TO WS-CLAS-OFICINA(WS-IDX-CLAS)
           END-IF
           ADD WS-VEIC-KM(WS-IDX-VEIC) TO WS-TOT-KM
           ADD WS-VEIC-COMBUST(WS-IDX-VEIC) TO WS-TOT-COMBUST
           ADD WS-VEIC-PREVENT(WS-IDX-VEIC)
               WS-VEIC-CORRET(WS-IDX-VEIC) TO WS-TOT-OFICINA.

       P620-MEDIA-CLASSE.
           IF WS-CLAS-KM(WS-IDX-CLAS) GREATER 0
               COMPUTE WS-CLAS-CUSTO-KM(WS-IDX-CLAS) ROUNDED =
                   (WS-CLAS-COMBUST(WS-IDX-CLAS)
                    + WS-CLAS-OFICINA(WS-IDX-CLAS))
                   / WS-CLAS-KM(WS-IDX-CLAS)
           ELSE
               MOVE 0 TO WS-CLAS-CUSTO-KM(WS-IDX-CLAS)
           END-IF.

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
                   MOVE 0 TO WS-CLAS-KM(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-COMBUST(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-OFICINA(WS-IDX-CLAS)
                   MOVE 0 TO WS-CLAS-CUSTO-KM(WS-IDX-CLAS)
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
           STRING "CUSTO POR KM DA FROTA - MES " DELIMITED BY SIZE
                  WS-ANOMES-APURA DELIMITED BY SIZE
                  " - MARCA ACIMA DE " DELIMITED BY SIZE
                  WS-MARGEM-PCT DELIMITED BY SIZE
                  "% DA MEDIA DA CLASSE" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FALTA-EXTRATO
               MOVE "*** EXTRATO MENSAL DO CARTAO AUSENTE - "
                 & "COMBUSTIVEL NAO APURADO ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE HIGH-VALUES TO WS-CLASSE-ATUAL
           PERFORM P810-LINHA-VEICULO
               VARYING WS-IDX-VEIC FROM 1 BY 1
               UNTIL WS-IDX-VEIC GREATER WS-QTD-VEIC
           IF WS-QTD-VEIC GREATER 0
               PERFORM P830-SUBTOTAL-CLASSE
           END-IF

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-CUSTO-TOTAL = WS-TOT-COMBUST + WS-TOT-OFICINA
           MOVE WS-TOT-KM TO WS-MASCARA-KM
           MOVE WS-TOT-COMBUST TO WS-MASCARA-COMBUST
           MOVE WS-TOT-OFICINA TO WS-MASCARA-PREVENT
           MOVE WS-CUSTO-TOTAL TO WS-MASCARA-TOTAL
           MOVE WS-TOT-CUSTO-KM TO WS-MASCARA-MEDIA
           MOVE SPACES TO REPORT-LINE
           STRING "FROTA KM=" DELIMITED BY SIZE
                  WS-MASCARA-KM DELIMITED BY SIZE
                  " COMBUST=" DELIMITED BY SIZE
                  WS-MASCARA-COMBUST DELIMITED BY SIZE
                  " OFICINA=" DELIMITED BY SIZE
                  WS-MASCARA-PREVENT DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  " CUSTO/KM=" DELIMITED BY SIZE
                  WS-MASCARA-MEDIA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-QTD-VEIC TO WS-QTD-EDITADA
           MOVE SPACES TO REPORT-LINE
           STRING "VEICULOS=" DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  " ACIMA DA MEDIA DA CLASSE=" DELIMITED BY SIZE
                  WS-CONT-ACIMA DELIMITED BY SIZE
                  " GRAVADOS NO HISTORICO=" DELIMITED BY SIZE
                  WS-CONT-GRAVADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONT-LEGADO GREATER 0
               MOVE SPACES TO REPORT-LINE
               STRING "LINHAS DE LAYOUT ANTIGO IGNORADAS="
                          DELIMITED BY SIZE
                      WS-CONT-LEGADO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
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

      * Marca: custo por KM acima da media da classe mais a margem;
      * veiculo com gasto e sem KM no mes tambem sai marcado.
           MOVE SPACES TO WS-MARCA
           COMPUTE WS-CUSTO-TOTAL =
               WS-VEIC-COMBUST(WS-IDX-VEIC)
               + WS-VEIC-PREVENT(WS-IDX-VEIC)
               + WS-VEIC-CORRET(WS-IDX-VEIC)
           COMPUTE WS-LIMITE-CUSTO-KM ROUNDED =
               WS-CLAS-CUSTO-KM(WS-IDX-CLAS) * (100 + WS-MARGEM-PCT)
               / 100
           EVALUATE TRUE
               WHEN WS-VEIC-KM(WS-IDX-VEIC) NOT GREATER 0
                   AND WS-CUSTO-TOTAL GREATER 0
                   MOVE "*** GASTO SEM KM NO MES" TO WS-MARCA
                   ADD 1 TO WS-CONT-ACIMA
               WHEN WS-CLAS-CUSTO-KM(WS-IDX-CLAS) GREATER 0
                   AND WS-VEIC-CUSTO-KM(WS-IDX-VEIC) GREATER
                       WS-LIMITE-CUSTO-KM
                   MOVE "*** ACIMA DA MEDIA DA CLASSE" TO WS-MARCA
                   ADD 1 TO WS-CONT-ACIMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-VEIC-KM(WS-IDX-VEIC) TO WS-MASCARA-KM
           MOVE WS-VEIC-CUSTO-KM(WS-IDX-VEIC) TO WS-MASCARA-CUSTO-KM
           MOVE WS-VEIC-CUSTO-KM-12(WS-IDX-VEIC)
               TO WS-MASCARA-CUSTO-KM-12
           MOVE SPACES TO REPORT-LINE
           STRING "  VEICULO=" DELIMITED BY SIZE
                  WS-VEIC-TAB-ID(WS-IDX-VEIC) DELIMITED BY SIZE
                  " KM=" DELIMITED BY SIZE
                  WS-MASCARA-KM DELIMITED BY SIZE
                  " CUSTO/KM=" DELIMITED BY SIZE
                  WS-MASCARA-CUSTO-KM DELIMITED BY SIZE
                  " 12 MESES=" DELIMITED BY SIZE
                  WS-MASCARA-CUSTO-KM-12 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-VEIC-COMBUST(WS-IDX-VEIC) TO WS-MASCARA-COMBUST
           MOVE WS-VEIC-PREVENT(WS-IDX-VEIC) TO WS-MASCARA-PREVENT
           MOVE WS-VEIC-CORRET(WS-IDX-VEIC) TO WS-MASCARA-CORRET
           MOVE WS-CUSTO-TOTAL TO WS-MASCARA-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    COMBUST=" DELIMITED BY SIZE
                  WS-MASCARA-COMBUST DELIMITED BY SIZE
                  " PREVENT=" DELIMITED BY SIZE
                  WS-MASCARA-PREVENT DELIMITED BY SIZE
                  " CORRET=" DELIMITED BY SIZE
                  WS-MASCARA-CORRET DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P830-SUBTOTAL-CLASSE.
           COMPUTE WS-CUSTO-OFICINA = WS-CLAS-OFICINA(WS-IDX-CLAS)
           COMPUTE WS-CUSTO-TOTAL =
               WS-CLAS-COMBUST(WS-IDX-CLAS) + WS-CUSTO-OFICINA
           MOVE WS-CLAS-VEICULOS(WS-IDX-CLAS) TO WS-QTD-EDITADA
           MOVE WS-CLAS-KM(WS-IDX-CLAS) TO WS-MASCARA-KM
           MOVE WS-CLAS-COMBUST(WS-IDX-CLAS) TO WS-MASCARA-COMBUST
           MOVE WS-CUSTO-OFICINA TO WS-MASCARA-PREVENT
           MOVE WS-CUSTO-TOTAL TO WS-MASCARA-TOTAL
           MOVE WS-CLAS-CUSTO-KM(WS-IDX-CLAS) TO WS-MASCARA-MEDIA
           MOVE SPACES TO REPORT-LINE
           STRING "  SUBTOTAL CLASSE " DELIMITED BY SIZE
                  WS-CLAS-ID(WS-IDX-CLAS) DELIMITED BY SIZE
                  " VEICULOS=" DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  " KM=" DELIMITED BY SIZE
                  WS-MASCARA-KM DELIMITED BY SIZE
                  " MEDIA CUSTO/KM=" DELIMITED BY SIZE
                  WS-MASCARA-MEDIA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    COMBUST=" DELIMITED BY SIZE
                  WS-MASCARA-COMBUST DELIMITED BY SIZE
                  " OFICINA=" DELIMITED BY SIZE
                  WS-MASCARA-PREVENT DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM FROTA_CUSTO.
