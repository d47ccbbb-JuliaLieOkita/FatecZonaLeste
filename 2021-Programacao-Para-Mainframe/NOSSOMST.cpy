      ******************************************************************
      * Copybook: NOSSOMST
      * Author: Júlia Lie Okita da Silva
      * Date: 30/09/2023
      * Purpose: Layout do registro do cadastro de nossos numeros
      *          (NOSSOMST, indexado por NOSS-NOSSO-NUMERO): cada
      *          boleto registrado no banco pela remessa diaria
      *          aponta para a parcela do RECBMST que ele cobra, para
      *          o retorno bancario casar o credito direto pelo nosso
      *          numero que o banco devolve, sem depender do cliente
      *          ter informado venda e parcela.
      ******************************************************************
       01  NOSSO-NUMERO-RECORD.
           05  NOSS-NOSSO-NUMERO        PIC 9(11).
           05  NOSS-VENDA-ID            PIC 9(06).
           05  NOSS-PARCELA             PIC 9(02).
           05  NOSS-DATA-REGISTRO       PIC 9(08).
