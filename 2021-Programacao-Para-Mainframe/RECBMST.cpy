      *          parcela fechada por um acordo de renegociacao que a
      *          rolou para um cronograma novo (RECEB_RENEGOCIA).
      *          Fora dos saldos em aberto, como a cancelada.
      * Modified: 02/09/2023 (JLOS) - RECB-LOJA-ID, RECB-JUROS-PARCELA
      *          e RECB-JUROS-APROPRIADO acrescentados ao final: a loja
      *          da venda, a parte de juros embutida na parcela e
      *          quanto dela ja saiu de juros a apropriar. O saldo a
      *          apropriar da parcela e a diferenca dos dois; a
      *          apropriacao mensal (RECEB_APROPRIA), o estorno, a
      *          quitacao e a renegociacao mexem nele. Parcelas
      *          gravadas antes trazem os campos em branco (juros ja
      *          reconhecidos na venda) e contam como zero.
      * Modified: 16/09/2023 (JLOS) - Nova situacao "B" (baixada como
      *          perda): parcela incobravel lancada contra a provisao
      *          para devedores duvidosos pelo RECEB_PERDA. Fora dos
      *          saldos em aberto; um pagamento posterior nela e
      *          recuperacao de perda, nao abate a parcela.
      * Modified: 30/09/2023 (JLOS) - RECB-NOSSO-NUMERO e
      *          RECB-SIT-REMESSA acrescentados ao final: o nosso
      *          numero do boleto registrado no banco pela remessa
      *          diaria (RECEB_REMESSA) e a situacao da parcela na
      *          cobranca registrada. Quem fecha uma parcela
      *          registrada fora do banco (estorno, renegociacao,
      *          quitacao, baixa por perda) marca "A" para a remessa
      *          seguinte pedir a baixa do boleto. Parcelas gravadas
      *          antes trazem os campos em branco - ainda nao
      *          registradas.
      * Modified: 06/01/2024 (JLOS) - RECB-VENDEDOR-ID e
      *          RECB-DATA-VENDA acrescentados ao final: o vendedor
      *          da venda (VNDRMST) e a data de negocio em que ela foi
      *          liquidada, gravados em todas as parcelas pela
      *          liquidacao, para a comissao mensal (VEND_COMISSAO)
      *          pagar e estornar por vendedor e loja. Parcelas
      *          gravadas antes, e as dos cronogramas novos da
      *          renegociacao, trazem os campos em branco - sem
      *          comissao.
      * Modified: 07/09/2024 (JLOS) - RECB-MULTA-PENDENTE e
      *          RECB-MORA-PENDENTE acrescentados ao final: a multa e
      *          a mora ja calculadas pela baixa de pagamentos e ainda
      *          nao cobertas por um pagamento parcial, cobradas antes
      *          do principal no pagamento seguinte e devolvidas pelo
      *          estorno. Parcelas gravadas antes trazem os campos em
      *          branco e contam como zero.
      * Modified: 07/09/2024 (JLOS) - RECB-VALOR-RECUPERADO
      *          acrescentado ao final: o total recebido sobre a
      *          parcela depois de baixada como perda (recuperacao).
      *          Fica fora de RECB-VALOR-PAGO - a parcela continua
      *          baixada e o diario de recuperacao nao entra na soma
      *          contra o saldo. Quando cobre o saldo baixado, a
      *          negativacao pede a exclusao do cliente no bureau.
      *          Parcelas gravadas antes trazem o campo em branco e
      *          contam como zero.
      ******************************************************************
       01  RECEBIVEL-RECORD.
           05  RECB-CHAVE.
               88  RECB-LIQUIDADA       VALUE "L".
               88  RECB-CANCELADA       VALUE "C".
               88  RECB-RENEGOCIADA     VALUE "R".
               88  RECB-BAIXADA-PERDA   VALUE "B".
           05  RECB-DATA-PAGAMENTO      PIC 9(08).
           05  RECB-CLIENTE-ID          PIC X(10).
           05  RECB-LOJA-ID             PIC X(04).
           05  RECB-JUROS-PARCELA       PIC S9(09)V99.
           05  RECB-JUROS-APROPRIADO    PIC S9(09)V99.
           05  RECB-NOSSO-NUMERO        PIC 9(11).
           05  RECB-SIT-REMESSA         PIC X(01).
               88  RECB-REM-PENDENTE    VALUE SPACE.
               88  RECB-REM-REGISTRADA  VALUE "E".
               88  RECB-REM-ALTERAR     VALUE "A".
               88  RECB-REM-BAIXADA     VALUE "X".
           05  RECB-VENDEDOR-ID         PIC X(06).
           05  RECB-DATA-VENDA          PIC 9(08).
           05  RECB-MULTA-PENDENTE      PIC S9(09)V99.
           05  RECB-MORA-PENDENTE       PIC S9(09)V99.
           05  RECB-VALOR-RECUPERADO    PIC S9(09)V99.
