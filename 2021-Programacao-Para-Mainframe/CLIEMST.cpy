      *          e limite de credito), usado pela liquidacao de vendas
      *          para validar o cliente de cada transacao e pelo
      *          extrato mensal de clientes.
      * Modified: 14/10/2023 (JLOS) - Documento e endereco de
      *          correspondencia acrescentados ao final: tipo de
      *          pessoa (F fisica / J juridica), CPF ou CNPJ (o CPF
      *          alinhado a direita com zeros a esquerda, os digitos
      *          verificadores sempre nas duas ultimas posicoes),
      *          logradouro, cidade, UF e CEP. O bureau de credito
      *          recusa inclusao sem eles; a carga (CLIE_CARGA) e a
      *          critica de entrada (EDIT_ENTRADA) conferem os
      *          digitos verificadores. Clientes gravados antes
      *          trazem os campos em branco.
      ******************************************************************
       01  CLIENTE-RECORD.
           05  CLIE-ID                  PIC X(10).
           05  CLIE-NOME                PIC X(30).
           05  CLIE-LIMITE-CREDITO      PIC 9(09)V99.
           05  CLIE-TIPO-PESSOA         PIC X(01).
               88  CLIE-PESSOA-FISICA   VALUE "F".
               88  CLIE-PESSOA-JURIDICA VALUE "J".
           05  CLIE-DOCUMENTO           PIC X(14).
           05  CLIE-DOCUMENTO-R REDEFINES CLIE-DOCUMENTO.
               10  CLIE-DOC-DIGITO      PIC 9(01) OCCURS 14 TIMES.
           05  CLIE-ENDERECO.
               10  CLIE-END-LOGRADOURO  PIC X(40).
               10  CLIE-END-CIDADE      PIC X(25).
               10  CLIE-END-UF          PIC X(02).
               10  CLIE-END-CEP         PIC X(08).
