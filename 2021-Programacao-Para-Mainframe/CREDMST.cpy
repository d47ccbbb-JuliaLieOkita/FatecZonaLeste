      ******************************************************************
      * Copybook: CREDMST
      * Author: Júlia Lie Okita da Silva
      * Date: 19/08/2023
      * Purpose: Layout do registro do cadastro de creditos de cliente
      *          (CREDMST, indexado por CRED-CLIENTE-ID): o excedente
      *          de todo pagamento maior que o saldo da parcela fica
      *          aqui como credito do cliente, em vez de virar saldo
      *          negativo numa parcela liquidada que nenhum relatorio
      *          mostra. A baixa aplica o credito na parcela aberta
      *          mais antiga do cliente na rodada seguinte; o que
      *          ficar parado alem do prazo do BAIXPARM sai para a
      *          lista de reembolso da tesouraria (REEMBLST) e o
      *          valor listado e a data ficam registrados no cadastro.
      ******************************************************************
       01  CREDITO-RECORD.
           05  CRED-CLIENTE-ID          PIC X(10).
           05  CRED-SALDO               PIC S9(09)V99.
           05  CRED-DATA-ORIGEM         PIC 9(08).
           05  CRED-DATA-ULT-MOVTO      PIC 9(08).
           05  CRED-VALOR-REEMBOLSO     PIC S9(09)V99.
           05  CRED-DATA-REEMBOLSO      PIC 9(08).
