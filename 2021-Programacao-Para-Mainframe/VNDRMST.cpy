      ******************************************************************
      * Copybook: VNDRMST
      * Author: Júlia Lie Okita da Silva
      * Date: 06/01/2024
      * Purpose: Layout do registro do cadastro de vendedores
      *          (VNDRMST, indexado pelo id do vendedor): nome, loja
      *          em que o vendedor atende, percentual de comissao sobre
      *          o valor da venda, matricula na folha de pagamento e
      *          indicador de ativo. Carregado pelo VNDR_CARGA; a
      *          critica de entrada e a liquidacao validam o vendedor
      *          de cada venda "D" contra ele e a comissao mensal
      *          (VEND_COMISSAO) tira dele o percentual e a matricula.
      ******************************************************************
       01  VENDEDOR-RECORD.
           05  VNDR-ID                  PIC X(06).
           05  VNDR-NOME                PIC X(30).
           05  VNDR-LOJA-ID             PIC X(04).
           05  VNDR-PERC-COMISSAO       PIC 9(02)V99.
           05  VNDR-MATRICULA           PIC X(10).
           05  VNDR-ATIVO               PIC X(01).
               88  VNDR-ESTA-ATIVO      VALUE "S".
