      ******************************************************************
      * Copybook: COMIMST
      * Author: Júlia Lie Okita da Silva
      * Date: 06/01/2024
      * Purpose: Layout do registro do razao de comissoes de vendas
      *          (COMIMST, indexado pelo id da venda): uma linha por
      *          venda com vendedor que ja teve comissao paga pela
      *          comissao mensal (VEND_COMISSAO) - vendedor, loja, data
      *          da venda, base (valor da venda sem os juros), o
      *          percentual aplicado, a comissao e o mes da folha em
      *          que foi paga - e, quando a venda foi estornada ("E")
      *          ou renegociada ("R") dentro da janela de estorno, o
      *          mes em que a comissao voltou e o motivo. O razao
      *          impede que uma venda pague ou estorne duas vezes, e
      *          reprocessar um mes refaz o mesmo demonstrativo.
      ******************************************************************
       01  COMISSAO-RECORD.
           05  COMI-VENDA-ID            PIC 9(06).
           05  COMI-VENDEDOR-ID         PIC X(06).
           05  COMI-LOJA-ID             PIC X(04).
           05  COMI-DATA-VENDA          PIC 9(08).
           05  COMI-VALOR-BASE          PIC 9(09)V99.
           05  COMI-PERC-COMISSAO       PIC 9(02)V99.
           05  COMI-VALOR-COMISSAO      PIC 9(09)V99.
           05  COMI-MES-PAGO            PIC 9(06).
           05  COMI-SITUACAO            PIC X(01).
               88  COMI-PAGA            VALUE "P".
               88  COMI-ESTORNADA       VALUE "E".
           05  COMI-MES-ESTORNO         PIC 9(06).
           05  COMI-MOTIVO-ESTORNO      PIC X(01).
               88  COMI-POR-ESTORNO     VALUE "E".
               88  COMI-POR-RENEGOCIACAO VALUE "R".
