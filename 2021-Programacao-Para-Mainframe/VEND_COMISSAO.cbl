      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 06/01/2024
      * Purpose: Comissao mensal de vendas por vendedor e loja: varre
      *          o RECBMST venda a venda (todas as parcelas de uma
      *          venda juntas, na ordem da chave) e paga comissao
      *          sobre as vendas liquidadas no mes com vendedor - a
      *          base e o valor da venda sem os juros (parcela menos
      *          a parte de juros), o percentual vem do cadastro de
      *          vendedores VNDRMST. Uma venda ja paga que aparece
      *          estornada (parcela "C") ou renegociada (parcela "R")
      *          ate N dias depois da venda, contados ate o fim do mes
      *          da comissao (janela no COMIPARM, padrao 90), tem a
      *          comissao estornada no mes. O razao COMIMST guarda o
      *          que foi pago e estornado por venda, para nada pagar
      *          ou estornar duas vezes - reprocessar o mes refaz o
      *          mesmo resultado. Grava a interface da folha de
      *          pagamento COMIFOLH (liquido por vendedor e loja, com
      *          a matricula do VNDRMST, provento ou desconto), o
      *          demonstrativo de comissao por loja COMIRPT e os
      *          totais de controle no CTRLFILE. O mes vem do COMIPARM
      *          (AAAAMM) ou e o mes da data de negocio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND_COMISSAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECBMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECB-CHAVE
               ALTERNATE RECORD KEY IS RECB-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECB.

           SELECT SELLER-FILE ASSIGN TO "VNDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VNDR-ID
               FILE STATUS IS WS-FS-VNDR.

           SELECT COMMISSION-FILE ASSIGN TO "COMIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMI-VENDA-ID
               FILE STATUS IS WS-FS-COMI.

           SELECT PARM-FILE ASSIGN TO "COMIPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PAYROLL-FILE ASSIGN TO "COMIFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLH.

           SELECT REPORT-FILE ASSIGN TO "COMIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT CONTROL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXLG.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       COPY RECBMST.

       FD  SELLER-FILE.
       COPY VNDRMST.

       FD  COMMISSION-FILE.
       COPY COMIMST.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ANO-MES            PIC X(06).
           05  PARM-JANELA-DIAS        PIC X(03).

       FD  PAYROLL-FILE
           RECORDING MODE IS F.
       01  PAYROLL-RECORD              PIC X(50).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CTRLREC.

       FD  EXCEPTION-LOG-FILE
           RECORDING MODE IS F.
       COPY EXCPLOG.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-EXCECAO.
           05 WS-EXCP-CODIGO           PIC X(04).
           05 WS-EXCP-DESCRICAO        PIC X(60).

       01 WS-SWITCHES-COMI.
           05 WS-FS-RECB               PIC X(02) VALUE SPACES.
           05 WS-FS-VNDR               PIC X(02) VALUE SPACES.
           05 WS-FS-COMI               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-FS-FOLH               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-CTRL               PIC X(02) VALUE SPACES.
           05 WS-FS-EXLG               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-RECB              PIC X(01) VALUE "N".
               88 WS-RECB-EOF          VALUE "S".
           05 WS-VENDA-ABERTA          PIC X(01) VALUE "N".
               88 WS-TEM-VENDA-ABERTA  VALUE "S".
           05 WS-VENDA-CANCELADA       PIC X(01) VALUE "N".
               88 WS-VND-FOI-CANCELADA VALUE "S".
           05 WS-VENDA-RENEGOCIADA     PIC X(01) VALUE "N".
               88 WS-VND-FOI-RENEGOC   VALUE "S".
           05 WS-COMISSAO-ACHADA       PIC X(01) VALUE "N".
               88 WS-TEM-COMISSAO      VALUE "S".
           05 WS-ITEM-ACHADO           PIC X(01) VALUE "N".
               88 WS-ACHOU-ITEM        VALUE "S".
           05 WS-LOJA-ACHADA           PIC X(01) VALUE "N".
               88 WS-ACHOU-LOJA        VALUE "S".

       01 WS-DATA-PROCESSO             PIC 9(08) VALUE 0.

       01 WS-PERIODO-COMISSAO.
           05 WS-ANO-MES               PIC 9(06) VALUE 0.
           05 WS-ANO-MES-R REDEFINES WS-ANO-MES.
               10 WS-AM-ANO            PIC 9(04).
               10 WS-AM-MES            PIC 9(02).
           05 WS-JANELA-DIAS           PIC 9(03) VALUE 90.
           05 WS-DATA-INICIO           PIC 9(08) VALUE 0.
           05 WS-DATA-FIM              PIC 9(08) VALUE 0.
           05 WS-DATA-AUX              PIC 9(08) VALUE 0.
           05 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
               10 WS-AUX-ANO           PIC 9(04).
               10 WS-AUX-MES           PIC 9(02).
               10 WS-AUX-DIA           PIC 9(02).
           05 WS-DIAS-FIM              PIC S9(07) COMP VALUE 0.
           05 WS-DIAS-VENDA            PIC S9(07) COMP VALUE 0.

      * Venda em montagem - as parcelas da mesma venda chegam juntas.
       01 WS-VENDA-EM-CURSO.
           05 WS-VND-ID                PIC 9(06) VALUE 0.
           05 WS-VND-VENDEDOR          PIC X(06) VALUE SPACES.
           05 WS-VND-LOJA              PIC X(04) VALUE SPACES.
           05 WS-VND-DATA              PIC X(08) VALUE SPACES.
           05 WS-VND-DATA-NUM REDEFINES WS-VND-DATA PIC 9(08).
           05 WS-VND-BASE              PIC S9(11)V99 VALUE 0.
           05 WS-PRINCIPAL-PARCELA     PIC S9(09)V99 VALUE 0.

       01 WS-TABELA-VENDEDORES.
           05 WS-QTD-ITENS             PIC 9(03) COMP VALUE 0.
           05 WS-VT-ITEM OCCURS 500 TIMES
                   INDEXED BY WS-IDX-VT.
               10 WS-VT-LOJA           PIC X(04).
               10 WS-VT-VENDEDOR       PIC X(06).
               10 WS-VT-NOME           PIC X(30).
               10 WS-VT-MATRICULA      PIC X(10).
               10 WS-VT-QTD-VENDAS     PIC 9(05).
               10 WS-VT-BASE           PIC S9(11)V99.
               10 WS-VT-COMISSAO       PIC S9(11)V99.
               10 WS-VT-QTD-ESTORNOS   PIC 9(05).
               10 WS-VT-ESTORNADO      PIC S9(11)V99.
               10 WS-VT-LIQUIDO        PIC S9(11)V99.

       01 WS-TABELA-LOJAS.
           05 WS-QTD-LOJAS             PIC 9(03) COMP VALUE 0.
           05 WS-LJ-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-IDX-LJ.
               10 WS-LJ-CODIGO         PIC X(04).

       01 WS-CAMPOS-COMI.
           05 WS-VENDEDOR-BUSCA        PIC X(06) VALUE SPACES.
           05 WS-LOJA-BUSCA            PIC X(04) VALUE SPACES.
           05 WS-VALOR-COMISSAO        PIC 9(09)V99 VALUE 0.

       01 WS-FOLHA-CABECALHO.
           05 WS-FLH-TIPO              PIC X(01) VALUE "H".
           05 WS-FLH-ANO-MES           PIC 9(06).
           05 WS-FLH-DATA              PIC 9(08).
           05 WS-FLH-RUBRICA           PIC X(04) VALUE "COMI".
           05 FILLER                   PIC X(31) VALUE SPACES.

       01 WS-FOLHA-LANCAMENTO.
           05 WS-FLD-TIPO              PIC X(01) VALUE "D".
           05 WS-FLD-MATRICULA         PIC X(10).
           05 WS-FLD-VENDEDOR          PIC X(06).
           05 WS-FLD-LOJA              PIC X(04).
           05 WS-FLD-RUBRICA           PIC X(04) VALUE "COMI".
           05 WS-FLD-NATUREZA          PIC X(01).
               88 WS-FLD-PROVENTO      VALUE "P".
               88 WS-FLD-DESCONTO      VALUE "D".
           05 WS-FLD-VALOR             PIC 9(09)V99.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01 WS-FOLHA-TRAILER.
           05 WS-FLT-TIPO              PIC X(01) VALUE "T".
           05 WS-FLT-QTD-LANC          PIC 9(06).
           05 WS-FLT-LIQUIDO           PIC S9(13)V99.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-TOTAIS-COMI.
           05 WS-CONT-VENDAS-LIDAS     PIC 9(07) VALUE 0.
           05 WS-CONT-PAGAS            PIC 9(07) VALUE 0.
           05 WS-CONT-ESTORNADAS       PIC 9(07) VALUE 0.
           05 WS-CONT-SEM-CADASTRO     PIC 9(05) VALUE 0.
           05 WS-CONT-FOLHA-LIDOS      PIC 9(07) VALUE 0.
           05 WS-CONT-FOLHA-GRAVADOS   PIC 9(07) VALUE 0.
           05 WS-CONT-FOLHA-FORA       PIC 9(07) VALUE 0.
           05 WS-TOT-BASE              PIC S9(13)V99 VALUE 0.
           05 WS-TOT-COMISSAO          PIC S9(13)V99 VALUE 0.
           05 WS-TOT-ESTORNADO         PIC S9(13)V99 VALUE 0.
           05 WS-TOT-LIQUIDO           PIC S9(13)V99 VALUE 0.
           05 WS-LJ-TOT-COMISSAO       PIC S9(13)V99 VALUE 0.
           05 WS-LJ-TOT-ESTORNADO      PIC S9(13)V99 VALUE 0.
           05 WS-LJ-TOT-LIQUIDO        PIC S9(13)V99 VALUE 0.

       01 WS-EDICAO-COMI.
           05 WS-MASCARA-BASE          PIC -Z(10)9,99.
           05 WS-MASCARA-COMISSAO      PIC -Z(10)9,99.
           05 WS-MASCARA-ESTORNO       PIC -Z(10)9,99.
           05 WS-MASCARA-LIQUIDO       PIC -Z(10)9,99.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P090-ABRE-LOG-EXCECAO
           PERFORM P099-LE-DATA-PROCESSO
           PERFORM P010-DEFINE-PERIODO

           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-RECB NOT EQUAL "00"
               DISPLAY "CADASTRO DE RECEBIVEIS INDISPONIVEL - FS "
                   WS-FS-RECB
               MOVE "RECB" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE RECEBIVEIS INDISPONIVEL NA COMISSAO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Sem o cadastro nao ha percentual nem matricula - nada a pagar.
           OPEN INPUT SELLER-FILE
           IF WS-FS-VNDR NOT EQUAL "00"
               DISPLAY "CADASTRO DE VENDEDORES INDISPONIVEL - FS "
                   WS-FS-VNDR
               MOVE "VNDR" TO WS-EXCP-CODIGO
               MOVE "CADASTRO DE VENDEDORES INDISPONIVEL NA COMISSAO"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE RECEIVABLE-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O COMMISSION-FILE
           IF WS-FS-COMI EQUAL "35"
               OPEN OUTPUT COMMISSION-FILE
               CLOSE COMMISSION-FILE
               OPEN I-O COMMISSION-FILE
           END-IF
           IF WS-FS-COMI NOT EQUAL "00"
               DISPLAY "RAZAO DE COMISSOES INDISPONIVEL - FS "
                   WS-FS-COMI
               MOVE "COMI" TO WS-EXCP-CODIGO
               MOVE "RAZAO DE COMISSOES COMIMST INDISPONIVEL"
                   TO WS-EXCP-DESCRICAO
               PERFORM P091-GRAVA-EXCECAO
               CLOSE RECEIVABLE-FILE
               CLOSE SELLER-FILE
               CLOSE EXCEPTION-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-VARRE-RECEBIVEIS
           CLOSE RECEIVABLE-FILE
           CLOSE COMMISSION-FILE

           PERFORM P300-GRAVA-FOLHA
           CLOSE SELLER-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM P400-IMPRIME-DEMONSTRATIVO
           CLOSE REPORT-FILE
           PERFORM P040-GRAVA-CONTROLE
           CLOSE EXCEPTION-LOG-FILE

           DISPLAY "COMISSAO DO MES " WS-ANO-MES
               " - VENDAS PAGAS=" WS-CONT-PAGAS
               " ESTORNADAS=" WS-CONT-ESTORNADAS
               " LANCAMENTOS NA FOLHA=" WS-CONT-FOLHA-GRAVADOS
           IF WS-CONT-SEM-CADASTRO GREATER 0
               OR WS-CONT-FOLHA-FORA GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       P090-ABRE-LOG-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

       P091-GRAVA-EXCECAO.
           MOVE SPACES TO EXCP-LOG-RECORD
           MOVE "VEND_COMISS" TO EXCP-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP
           MOVE WS-EXCP-CODIGO TO EXCP-CODIGO
           MOVE WS-EXCP-DESCRICAO TO EXCP-DESCRICAO
           EVALUATE WS-EXCP-CODIGO
               WHEN "RECB"
               WHEN "VNDR"
               WHEN "COMI"
                   SET EXCP-SEV-SEVERA TO TRUE
               WHEN OTHER
                   SET EXCP-SEV-ALERTA TO TRUE
           END-EVALUATE
           MOVE WS-DATA-PROCESSO TO EXCP-DATA-NEGOCIO
           WRITE EXCP-LOG-RECORD.

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

      * Mes do COMIPARM quando valido, senao o da data de negocio -
      * rodado pelo fechamento mensal, a data de negocio ja e o
      * ultimo dia do mes fechado.
       P010-DEFINE-PERIODO.
           MOVE WS-DATA-PROCESSO(1:6) TO WS-ANO-MES
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANO-MES IS NUMERIC
                           AND PARM-ANO-MES(5:2) GREATER "00"
                           AND PARM-ANO-MES(5:2) LESS "13"
                           MOVE PARM-ANO-MES TO WS-ANO-MES
                       END-IF
                       IF PARM-JANELA-DIAS IS NUMERIC
                           AND PARM-JANELA-DIAS GREATER "000"
                           MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE WS-AM-ANO TO WS-AUX-ANO
           MOVE WS-AM-MES TO WS-AUX-MES
           MOVE 1 TO WS-AUX-DIA
           MOVE WS-DATA-AUX TO WS-DATA-INICIO
      * Fim do mes: primeiro dia do mes seguinte menos um.
           IF WS-AUX-MES EQUAL 12
               MOVE 1 TO WS-AUX-MES
               ADD 1 TO WS-AUX-ANO
           ELSE
               ADD 1 TO WS-AUX-MES
           END-IF
           COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(
               WS-DATA-AUX) - 1
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-DIAS-FIM).

       P040-GRAVA-CONTROLE.
           OPEN EXTEND CONTROL-FILE
           IF WS-FS-CTRL NOT EQUAL "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE "VEND_COMISS" TO CTRL-PASSO
           MOVE WS-DATA-PROCESSO TO CTRL-DATA
           MOVE WS-CONT-FOLHA-LIDOS TO CTRL-LIDOS
           MOVE WS-CONT-FOLHA-GRAVADOS TO CTRL-GRAVADOS
           MOVE WS-CONT-FOLHA-FORA TO CTRL-REJEITADOS
           MOVE WS-TOT-LIQUIDO TO CTRL-VALOR-HASH
           WRITE CONTROLE-RECORD
           CLOSE CONTROL-FILE.

      ******** VARREDURA DO RECBMST VENDA A VENDA ********
       P100-VARRE-RECEBIVEIS.
           MOVE "N" TO WS-EOF-RECB
           MOVE "N" TO WS-VENDA-ABERTA
           MOVE LOW-VALUES TO RECB-CHAVE
           START RECEIVABLE-FILE KEY NOT LESS RECB-CHAVE
               INVALID KEY
                   SET WS-RECB-EOF TO TRUE
           END-START
           PERFORM P110-LER-RECEBIVEL
           PERFORM UNTIL WS-RECB-EOF
               IF WS-TEM-VENDA-ABERTA
                   AND RECB-VENDA-ID NOT EQUAL WS-VND-ID
                   PERFORM P150-FECHA-VENDA THRU P150-FIM
                   MOVE "N" TO WS-VENDA-ABERTA
               END-IF
               IF NOT WS-TEM-VENDA-ABERTA
                   PERFORM P120-ABRE-VENDA
               END-IF
               PERFORM P130-ACUMULA-PARCELA
               PERFORM P110-LER-RECEBIVEL
           END-PERFORM
           IF WS-TEM-VENDA-ABERTA
               PERFORM P150-FECHA-VENDA THRU P150-FIM
           END-IF.

       P110-LER-RECEBIVEL.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RECB-EOF TO TRUE
           END-READ.

       P120-ABRE-VENDA.
           SET WS-TEM-VENDA-ABERTA TO TRUE
           MOVE RECB-VENDA-ID TO WS-VND-ID
           MOVE RECB-VENDEDOR-ID TO WS-VND-VENDEDOR
           MOVE RECB-LOJA-ID TO WS-VND-LOJA
           MOVE RECB-DATA-VENDA TO WS-VND-DATA
           MOVE 0 TO WS-VND-BASE
           MOVE "N" TO WS-VENDA-CANCELADA
           MOVE "N" TO WS-VENDA-RENEGOCIADA.

      * Base da comissao: o principal das parcelas (o valor da venda),
      * contando tambem as parcelas ja canceladas ou renegociadas.
       P130-ACUMULA-PARCELA.
           MOVE RECB-VALOR-PARCELA TO WS-PRINCIPAL-PARCELA
           IF RECB-JUROS-PARCELA IS NUMERIC
               SUBTRACT RECB-JUROS-PARCELA FROM WS-PRINCIPAL-PARCELA
           END-IF
           ADD WS-PRINCIPAL-PARCELA TO WS-VND-BASE
           IF RECB-CANCELADA
               SET WS-VND-FOI-CANCELADA TO TRUE
           END-IF
           IF RECB-RENEGOCIADA
               SET WS-VND-FOI-RENEGOC TO TRUE
           END-IF.

       P150-FECHA-VENDA.
      * Venda sem vendedor (anterior ao cadastro, venda da casa ou
      * cronograma novo de renegociacao) nao tem comissao.
           IF WS-VND-VENDEDOR EQUAL SPACES
               OR WS-VND-DATA IS NOT NUMERIC
               GO TO P150-FIM
           END-IF
           ADD 1 TO WS-CONT-VENDAS-LIDAS

           MOVE "N" TO WS-COMISSAO-ACHADA
           MOVE WS-VND-ID TO COMI-VENDA-ID
           READ COMMISSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TEM-COMISSAO TO TRUE
           END-READ

           IF NOT WS-TEM-COMISSAO
               IF WS-VND-DATA-NUM LESS WS-DATA-INICIO
                   OR WS-VND-DATA-NUM GREATER WS-DATA-FIM
                   GO TO P150-FIM
               END-IF
               PERFORM P160-PAGA-COMISSAO THRU P160-FIM
               IF NOT WS-TEM-COMISSAO
                   GO TO P150-FIM
               END-IF
           END-IF

           IF COMI-PAGA
               AND (WS-VND-FOI-CANCELADA OR WS-VND-FOI-RENEGOC)
               PERFORM P170-VERIFICA-ESTORNO
           END-IF

      * O demonstrativo do mes sai do razao: o que foi pago e o que
      * foi estornado neste mes, na primeira rodada ou numa repetida.
           IF COMI-MES-PAGO EQUAL WS-ANO-MES
               MOVE COMI-VENDEDOR-ID TO WS-VENDEDOR-BUSCA
               MOVE COMI-LOJA-ID TO WS-LOJA-BUSCA
               PERFORM P200-ACUMULA-VENDEDOR
               IF WS-ACHOU-ITEM
                   ADD 1 TO WS-VT-QTD-VENDAS(WS-IDX-VT)
                   ADD COMI-VALOR-BASE TO WS-VT-BASE(WS-IDX-VT)
                   ADD COMI-VALOR-COMISSAO
                       TO WS-VT-COMISSAO(WS-IDX-VT)
               END-IF
               ADD 1 TO WS-CONT-PAGAS
           END-IF
           IF COMI-ESTORNADA
               AND COMI-MES-ESTORNO EQUAL WS-ANO-MES
               MOVE COMI-VENDEDOR-ID TO WS-VENDEDOR-BUSCA
               MOVE COMI-LOJA-ID TO WS-LOJA-BUSCA
               PERFORM P200-ACUMULA-VENDEDOR
               IF WS-ACHOU-ITEM
                   ADD 1 TO WS-VT-QTD-ESTORNOS(WS-IDX-VT)
                   ADD COMI-VALOR-COMISSAO
                       TO WS-VT-ESTORNADO(WS-IDX-VT)
               END-IF
               ADD 1 TO WS-CONT-ESTORNADAS
           END-IF.
       P150-FIM.
           EXIT.

       P160-PAGA-COMISSAO.
           MOVE WS-VND-VENDEDOR TO VNDR-ID
           READ SELLER-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-CADASTRO
                   MOVE SPACES TO WS-EXCP-DESCRICAO
                   STRING "VENDA " DELIMITED BY SIZE
                          WS-VND-ID DELIMITED BY SIZE
                          " DE VENDEDOR FORA DO VNDRMST - SEM COMISSAO"
                              DELIMITED BY SIZE
                          INTO WS-EXCP-DESCRICAO
                   MOVE "VEND" TO WS-EXCP-CODIGO
                   PERFORM P091-GRAVA-EXCECAO
                   GO TO P160-FIM
           END-READ
           COMPUTE WS-VALOR-COMISSAO ROUNDED =
               WS-VND-BASE * VNDR-PERC-COMISSAO / 100
           MOVE SPACES TO COMISSAO-RECORD
           MOVE WS-VND-ID TO COMI-VENDA-ID
           MOVE WS-VND-VENDEDOR TO COMI-VENDEDOR-ID
           MOVE WS-VND-LOJA TO COMI-LOJA-ID
           MOVE WS-VND-DATA-NUM TO COMI-DATA-VENDA
           MOVE WS-VND-BASE TO COMI-VALOR-BASE
           MOVE VNDR-PERC-COMISSAO TO COMI-PERC-COMISSAO
           MOVE WS-VALOR-COMISSAO TO COMI-VALOR-COMISSAO
           MOVE WS-ANO-MES TO COMI-MES-PAGO
           SET COMI-PAGA TO TRUE
           MOVE 0 TO COMI-MES-ESTORNO
           WRITE COMISSAO-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A COMISSAO DA VENDA "
                       WS-VND-ID " - FS " WS-FS-COMI
                   GO TO P160-FIM
           END-WRITE
           SET WS-TEM-COMISSAO TO TRUE.
       P160-FIM.
           EXIT.

      * Janela contada da data da venda ate o fim do mes em que o
      * estorno ou a renegociacao aparece: fora dela a comissao fica.
       P170-VERIFICA-ESTORNO.
           COMPUTE WS-DIAS-VENDA = FUNCTION INTEGER-OF-DATE(
               COMI-DATA-VENDA)
           IF WS-DIAS-FIM - WS-DIAS-VENDA NOT GREATER WS-JANELA-DIAS
               SET COMI-ESTORNADA TO TRUE
               MOVE WS-ANO-MES TO COMI-MES-ESTORNO
               IF WS-VND-FOI-CANCELADA
                   SET COMI-POR-ESTORNO TO TRUE
               ELSE
                   SET COMI-POR-RENEGOCIACAO TO TRUE
               END-IF
               REWRITE COMISSAO-RECORD
           END-IF.

      ******** TABELA POR LOJA E VENDEDOR ********
       P200-ACUMULA-VENDEDOR.
           MOVE "N" TO WS-ITEM-ACHADO
           PERFORM P201-COMPARA-ITEM
               VARYING WS-IDX-VT FROM 1 BY 1
               UNTIL WS-IDX-VT GREATER WS-QTD-ITENS
                   OR WS-ACHOU-ITEM
           IF WS-ACHOU-ITEM
               SET WS-IDX-VT DOWN BY 1
           ELSE
               IF WS-QTD-ITENS LESS 500
                   ADD 1 TO WS-QTD-ITENS
                   SET WS-IDX-VT TO WS-QTD-ITENS
                   PERFORM P202-NOVO-ITEM
                   SET WS-ACHOU-ITEM TO TRUE
               END-IF
           END-IF.

       P201-COMPARA-ITEM.
           IF WS-VT-LOJA(WS-IDX-VT) EQUAL WS-LOJA-BUSCA
               AND WS-VT-VENDEDOR(WS-IDX-VT) EQUAL WS-VENDEDOR-BUSCA
               SET WS-ACHOU-ITEM TO TRUE
           END-IF.

       P202-NOVO-ITEM.
           MOVE WS-LOJA-BUSCA TO WS-VT-LOJA(WS-IDX-VT)
           MOVE WS-VENDEDOR-BUSCA TO WS-VT-VENDEDOR(WS-IDX-VT)
           MOVE "VENDEDOR FORA DO CADASTRO" TO WS-VT-NOME(WS-IDX-VT)
           MOVE SPACES TO WS-VT-MATRICULA(WS-IDX-VT)
           MOVE WS-VENDEDOR-BUSCA TO VNDR-ID
           READ SELLER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VNDR-NOME TO WS-VT-NOME(WS-IDX-VT)
                   MOVE VNDR-MATRICULA TO WS-VT-MATRICULA(WS-IDX-VT)
           END-READ
           MOVE 0 TO WS-VT-QTD-VENDAS(WS-IDX-VT)
           MOVE 0 TO WS-VT-BASE(WS-IDX-VT)
           MOVE 0 TO WS-VT-COMISSAO(WS-IDX-VT)
           MOVE 0 TO WS-VT-QTD-ESTORNOS(WS-IDX-VT)
           MOVE 0 TO WS-VT-ESTORNADO(WS-IDX-VT)
           MOVE 0 TO WS-VT-LIQUIDO(WS-IDX-VT)
           MOVE "N" TO WS-LOJA-ACHADA
           PERFORM P203-COMPARA-LOJA
               VARYING WS-IDX-LJ FROM 1 BY 1
               UNTIL WS-IDX-LJ GREATER WS-QTD-LOJAS
                   OR WS-ACHOU-LOJA
           IF NOT WS-ACHOU-LOJA AND WS-QTD-LOJAS LESS 200
               ADD 1 TO WS-QTD-LOJAS
               SET WS-IDX-LJ TO WS-QTD-LOJAS
               MOVE WS-LOJA-BUSCA TO WS-LJ-CODIGO(WS-IDX-LJ)
           END-IF.

       P203-COMPARA-LOJA.
           IF WS-LJ-CODIGO(WS-IDX-LJ) EQUAL WS-LOJA-BUSCA
               SET WS-ACHOU-LOJA TO TRUE
           END-IF.

      ******** INTERFACE DA FOLHA DE PAGAMENTO ********
       P300-GRAVA-FOLHA.
           OPEN OUTPUT PAYROLL-FILE
           MOVE WS-ANO-MES TO WS-FLH-ANO-MES
           MOVE WS-DATA-PROCESSO TO WS-FLH-DATA
           MOVE WS-FOLHA-CABECALHO TO PAYROLL-RECORD
           WRITE PAYROLL-RECORD
           MOVE 0 TO WS-FLT-QTD-LANC
           MOVE 0 TO WS-FLT-LIQUIDO
           PERFORM P310-LANCAMENTO-FOLHA
               VARYING WS-IDX-VT FROM 1 BY 1
               UNTIL WS-IDX-VT GREATER WS-QTD-ITENS
           MOVE WS-FOLHA-TRAILER TO PAYROLL-RECORD
           WRITE PAYROLL-RECORD
           CLOSE PAYROLL-FILE.

       P310-LANCAMENTO-FOLHA.
           COMPUTE WS-VT-LIQUIDO(WS-IDX-VT) =
               WS-VT-COMISSAO(WS-IDX-VT) - WS-VT-ESTORNADO(WS-IDX-VT)
           ADD WS-VT-BASE(WS-IDX-VT) TO WS-TOT-BASE
           ADD WS-VT-COMISSAO(WS-IDX-VT) TO WS-TOT-COMISSAO
           ADD WS-VT-ESTORNADO(WS-IDX-VT) TO WS-TOT-ESTORNADO
           IF WS-VT-LIQUIDO(WS-IDX-VT) NOT EQUAL 0
               ADD 1 TO WS-CONT-FOLHA-LIDOS
      * Sem matricula a folha nao tem em quem lancar: fica fora e
      * sai no demonstrativo para o RH acertar o cadastro.
               IF WS-VT-MATRICULA(WS-IDX-VT) EQUAL SPACES
                   ADD 1 TO WS-CONT-FOLHA-FORA
                   MOVE "FOLH" TO WS-EXCP-CODIGO
                   MOVE SPACES TO WS-EXCP-DESCRICAO
                   STRING "VENDEDOR " DELIMITED BY SIZE
                          WS-VT-VENDEDOR(WS-IDX-VT) DELIMITED BY SIZE
                          " SEM MATRICULA - COMISSAO FORA DA FOLHA"
                              DELIMITED BY SIZE
                          INTO WS-EXCP-DESCRICAO
                   PERFORM P091-GRAVA-EXCECAO
               ELSE
                   MOVE WS-VT-MATRICULA(WS-IDX-VT) TO WS-FLD-MATRICULA
                   MOVE WS-VT-VENDEDOR(WS-IDX-VT) TO WS-FLD-VENDEDOR
                   MOVE WS-VT-LOJA(WS-IDX-VT) TO WS-FLD-LOJA
                   IF WS-VT-LIQUIDO(WS-IDX-VT) GREATER 0
                       SET WS-FLD-PROVENTO TO TRUE
                       MOVE WS-VT-LIQUIDO(WS-IDX-VT) TO WS-FLD-VALOR
                   ELSE
                       SET WS-FLD-DESCONTO TO TRUE
                       COMPUTE WS-FLD-VALOR =
                           0 - WS-VT-LIQUIDO(WS-IDX-VT)
                   END-IF
                   MOVE WS-FOLHA-LANCAMENTO TO PAYROLL-RECORD
                   WRITE PAYROLL-RECORD
                   ADD 1 TO WS-FLT-QTD-LANC
                   ADD WS-VT-LIQUIDO(WS-IDX-VT) TO WS-FLT-LIQUIDO
                   ADD 1 TO WS-CONT-FOLHA-GRAVADOS
                   ADD WS-VT-LIQUIDO(WS-IDX-VT) TO WS-TOT-LIQUIDO
               END-IF
           END-IF.

      ******** DEMONSTRATIVO DE COMISSAO POR LOJA ********
       P400-IMPRIME-DEMONSTRATIVO.
           MOVE SPACES TO REPORT-LINE
           STRING "DEMONSTRATIVO DE COMISSAO DE VENDAS - MES "
                      DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  " (VENDAS DE " DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  ", JANELA DE ESTORNO " DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  " DIAS)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P410-BLOCO-LOJA
               VARYING WS-IDX-LJ FROM 1 BY 1
               UNTIL WS-IDX-LJ GREATER WS-QTD-LOJAS
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-BASE TO WS-MASCARA-BASE
           MOVE WS-TOT-COMISSAO TO WS-MASCARA-COMISSAO
           MOVE WS-TOT-ESTORNADO TO WS-MASCARA-ESTORNO
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL GERAL - BASE " DELIMITED BY SIZE
                  WS-MASCARA-BASE DELIMITED BY SIZE
                  " COMISSAO " DELIMITED BY SIZE
                  WS-MASCARA-COMISSAO DELIMITED BY SIZE
                  " ESTORNADO " DELIMITED BY SIZE
                  WS-MASCARA-ESTORNO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-LIQUIDO TO WS-MASCARA-LIQUIDO
           MOVE SPACES TO REPORT-LINE
           STRING "LIQUIDO NA FOLHA " DELIMITED BY SIZE
                  WS-MASCARA-LIQUIDO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-CONT-FOLHA-GRAVADOS DELIMITED BY SIZE
                  " LANCAMENTO(S) - FORA DA FOLHA (SEM MATRICULA): "
                      DELIMITED BY SIZE
                  WS-CONT-FOLHA-FORA DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONT-SEM-CADASTRO GREATER 0
               MOVE SPACES TO REPORT-LINE
               STRING "ATENCAO: " DELIMITED BY SIZE
                      WS-CONT-SEM-CADASTRO DELIMITED BY SIZE
                      " VENDA(S) DE VENDEDOR FORA DO VNDRMST SEM "
                          DELIMITED BY SIZE
                      "COMISSAO (VER EXCPLOG)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P410-BLOCO-LOJA.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOJA " DELIMITED BY SIZE
                  WS-LJ-CODIGO(WS-IDX-LJ) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LJ-TOT-COMISSAO
           MOVE 0 TO WS-LJ-TOT-ESTORNADO
           MOVE 0 TO WS-LJ-TOT-LIQUIDO
           PERFORM P420-LINHA-VENDEDOR
               VARYING WS-IDX-VT FROM 1 BY 1
               UNTIL WS-IDX-VT GREATER WS-QTD-ITENS
           MOVE WS-LJ-TOT-COMISSAO TO WS-MASCARA-COMISSAO
           MOVE WS-LJ-TOT-ESTORNADO TO WS-MASCARA-ESTORNO
           MOVE WS-LJ-TOT-LIQUIDO TO WS-MASCARA-LIQUIDO
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL DA LOJA - COMISSAO " DELIMITED BY SIZE
                  WS-MASCARA-COMISSAO DELIMITED BY SIZE
                  " ESTORNADO " DELIMITED BY SIZE
                  WS-MASCARA-ESTORNO DELIMITED BY SIZE
                  " LIQUIDO " DELIMITED BY SIZE
                  WS-MASCARA-LIQUIDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P420-LINHA-VENDEDOR.
           IF WS-VT-LOJA(WS-IDX-VT) EQUAL WS-LJ-CODIGO(WS-IDX-LJ)
               ADD WS-VT-COMISSAO(WS-IDX-VT) TO WS-LJ-TOT-COMISSAO
               ADD WS-VT-ESTORNADO(WS-IDX-VT) TO WS-LJ-TOT-ESTORNADO
               ADD WS-VT-LIQUIDO(WS-IDX-VT) TO WS-LJ-TOT-LIQUIDO
               MOVE WS-VT-COMISSAO(WS-IDX-VT) TO WS-MASCARA-COMISSAO
               MOVE WS-VT-ESTORNADO(WS-IDX-VT) TO WS-MASCARA-ESTORNO
               MOVE WS-VT-LIQUIDO(WS-IDX-VT) TO WS-MASCARA-LIQUIDO
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-VT-VENDEDOR(WS-IDX-VT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VT-NOME(WS-IDX-VT) DELIMITED BY SIZE
                      " VENDAS=" DELIMITED BY SIZE
                      WS-VT-QTD-VENDAS(WS-IDX-VT) DELIMITED BY SIZE
                      " COMISSAO " DELIMITED BY SIZE
                      WS-MASCARA-COMISSAO DELIMITED BY SIZE
                      " ESTORNOS=" DELIMITED BY SIZE
                      WS-VT-QTD-ESTORNOS(WS-IDX-VT) DELIMITED BY SIZE
                      WS-MASCARA-ESTORNO DELIMITED BY SIZE
                      " LIQ" DELIMITED BY SIZE
                      WS-MASCARA-LIQUIDO DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM VEND_COMISSAO.
