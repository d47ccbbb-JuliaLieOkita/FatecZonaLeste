      *           de uma trava deixada por um job que caiu - a
      *           liberacao vai para o SESSLOG. A consulta de
      *           recebiveis (opcao 6) e so leitura e segue livre.
      * Modified: 19/08/2023 (JLOS) - A consulta de recebiveis exibe
      *           o credito disponivel do cliente (cadastro CREDMST)
      *           ao lado do saldo em aberto; na consulta por venda o
      *           cliente e o das parcelas listadas.
      * Modified: 17/08/2024 (JLOS) - O sign-on aceito tambem vai para
      *           o SESSLOG, com opcao 0, para a recertificacao de
      *           acessos (OPER_RECERT) saber o ultimo sign-on de cada
      *           operador mesmo quando ele nao chegou a rodar opcao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU_PRINCIPAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

           SELECT CREDIT-FILE ASSIGN TO "CREDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRED-CLIENTE-ID
               FILE STATUS IS WS-FS-CRED.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           05  LOCK-DONO               PIC X(14).
           05  LOCK-TIMESTAMP          PIC X(21).

       FD  CREDIT-FILE.
       COPY CREDMST.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-MENU.
           05 WS-OPCAO                 PIC 9(01) VALUE 0.
           05 WS-RESPOSTA-TRAVA        PIC X(01) VALUE SPACES.
           05 WS-DONO-TRAVA            PIC X(14) VALUE SPACES.
           05 WS-DESDE-TRAVA           PIC X(21) VALUE SPACES.
           05 WS-FS-CRED               PIC X(02) VALUE SPACES.

       COPY BATCOMM.

           05 WS-SALDO-PARCELA         PIC S9(09)V99 VALUE 0.
           05 WS-SALDO-ABERTO          PIC S9(11)V99 VALUE 0.
           05 WS-CONT-PARCELAS         PIC 9(05) VALUE 0.
           05 WS-CREDITO-DISPONIVEL    PIC S9(09)V99 VALUE 0.
           05 WS-CLIENTE-CREDITO       PIC X(10) VALUE SPACES.

           COPY MASCNUM.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-OPCAO
           PERFORM P008-GRAVA-LOG-SESSAO

           PERFORM P010-EXIBE-MENU
           PERFORM UNTIL NOT WS-DEVE-CONTINUAR

           MOVE 0 TO WS-SALDO-ABERTO
           MOVE 0 TO WS-CONT-PARCELAS
           MOVE SPACES TO WS-CLIENTE-CREDITO
           DISPLAY "CONSULTAR POR (V)ENDA OU (C)LIENTE? "
           ACCEPT WS-TIPO-CONSULTA
           EVALUATE TRUE
               MOVE WS-SALDO-ABERTO TO WS-MASCARA-PADRAO
               DISPLAY "PARCELAS LISTADAS: " WS-CONT-PARCELAS
                   " SALDO EM ABERTO: " WS-MASCARA-PADRAO
                   WITH NO ADVANCING
               PERFORM P036-LE-CREDITO-CLIENTE
               MOVE WS-CREDITO-DISPONIVEL TO WS-MASCARA-PADRAO
               DISPLAY " CREDITO DISPONIVEL: " WS-MASCARA-PADRAO
           END-IF
           CLOSE RECEIVABLE-FILE.
       P030-FIM.
               PERFORM P034-LER-PARCELA-CLIENTE
           END-PERFORM.

       P036-LE-CREDITO-CLIENTE.
           MOVE 0 TO WS-CREDITO-DISPONIVEL
           OPEN INPUT CREDIT-FILE
           IF WS-FS-CRED EQUAL "00"
               MOVE WS-CLIENTE-CREDITO TO CRED-CLIENTE-ID
               READ CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRED-SALDO TO WS-CREDITO-DISPONIVEL
               END-READ
               CLOSE CREDIT-FILE
           END-IF.

       P033-LER-PARCELA-VENDA.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END

       P035-EXIBE-PARCELA.
           ADD 1 TO WS-CONT-PARCELAS
           MOVE RECB-CLIENTE-ID TO WS-CLIENTE-CREDITO
           IF RECB-ABERTA OR RECB-PARCIAL
               COMPUTE WS-SALDO-PARCELA =
                   RECB-VALOR-PARCELA - RECB-VALOR-PAGO
