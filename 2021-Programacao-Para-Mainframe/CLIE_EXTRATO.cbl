      *           na abertura: data, valor e origem de cada movimento,
      *           inclusive estornos (valor negativo) - o que o
      *           acumulado RECB-VALOR-PAGO sozinho nunca contou.
      * Modified: 19/08/2023 (JLOS) - A linha de totais do cliente
      *           agora traz tambem o credito disponivel do cliente
      *           no cadastro de creditos CREDMST (copy CREDMST), ao
      *           lado do saldo devedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIE_EXTRATO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT CREDIT-FILE ASSIGN TO "CREDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRED-CLIENTE-ID
               FILE STATUS IS WS-FS-CRED.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           RECORDING MODE IS F.
       COPY PAGTJRNL.

       FD  CREDIT-FILE.
       COPY CREDMST.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-EXTRATO.
           05 WS-FS-CLIE               PIC X(02) VALUE SPACES.
           05 WS-FS-JRNL               PIC X(02) VALUE SPACES.
           05 WS-EOF-JRNL              PIC X(01) VALUE "N".
               88 WS-JRNL-EOF          VALUE "S".
           05 WS-FS-CRED               PIC X(02) VALUE SPACES.
           05 WS-CREDITOS-ABERTOS      PIC X(01) VALUE "N".
               88 WS-TEM-CADASTRO-CRED VALUE "S".

       01 WS-TABELA-JORNAL.
           05 WS-QTD-JRNL              PIC 9(04) COMP VALUE 0.
           05 WS-CONT-PARCELAS-CLIE    PIC 9(05) VALUE 0.
           05 WS-CONT-CLIENTES         PIC 9(05) VALUE 0.
           05 WS-ULT-VENDA-ID          PIC 9(06) VALUE 0.
           05 WS-CREDITO-DISPONIVEL    PIC S9(09)V99 VALUE 0.

       01 WS-EDICAO-EXTRATO.
           05 WS-MASCARA-TOTAL         PIC -Z(9)9,99.
           05 WS-MASCARA-CREDITO       PIC -Z(9)9,99.

           COPY MASCNUM.
       PROCEDURE DIVISION.
           END-IF

           PERFORM P160-CARREGA-JORNAL THRU P160-FIM
      * Sem o cadastro de creditos o extrato sai com credito zero.
           OPEN INPUT CREDIT-FILE
           IF WS-FS-CRED EQUAL "00"
               SET WS-TEM-CADASTRO-CRED TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM P100-VARRE-CLIENTES
           CLOSE REPORT-FILE
           IF WS-TEM-CADASTRO-CRED
               CLOSE CREDIT-FILE
           END-IF
           CLOSE RECEIVABLE-FILE
           CLOSE CUSTOMER-FILE
           DISPLAY "EXTRATOS GERADOS PARA " WS-CONT-CLIENTES
           PERFORM P130-VARRE-PARCELAS-CLIENTE

           COMPUTE WS-SALDO-DEVEDOR = WS-TOT-COMPRADO - WS-TOT-PAGO
           PERFORM P125-LE-CREDITO-CLIENTE
           MOVE WS-SALDO-DEVEDOR TO WS-MASCARA-TOTAL
           MOVE WS-CREDITO-DISPONIVEL TO WS-MASCARA-CREDITO
           MOVE SPACES TO REPORT-LINE
           STRING "PARCELAS=" DELIMITED BY SIZE
                  WS-CONT-PARCELAS-CLIE DELIMITED BY SIZE
                  " SALDO DEVEDOR=" DELIMITED BY SIZE
                  WS-MASCARA-TOTAL DELIMITED BY SIZE
                  " CREDITO DISPONIVEL=" DELIMITED BY SIZE
                  WS-MASCARA-CREDITO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P125-LE-CREDITO-CLIENTE.
           MOVE 0 TO WS-CREDITO-DISPONIVEL
           IF WS-TEM-CADASTRO-CRED
               MOVE CLIE-ID TO CRED-CLIENTE-ID
               READ CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRED-SALDO TO WS-CREDITO-DISPONIVEL
               END-READ
           END-IF.

       P130-VARRE-PARCELAS-CLIENTE.
           MOVE "N" TO WS-EOF-RECB
           MOVE CLIE-ID TO RECB-CLIENTE-ID
