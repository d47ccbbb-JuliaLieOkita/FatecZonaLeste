      ******************************************************************
      * Copybook: PERDREG
      * Author: Júlia Lie Okita da Silva
      * Date: 16/09/2023
      * Purpose: Layout do registro de baixas por perda (PERDREG,
      *          gravado em extend): uma linha por parcela baixada
      *          como incobravel pelo RECEB_PERDA (tipo "B", com o
      *          saldo lancado contra a provisao, os juros a apropriar
      *          liberados, os dias de atraso, a origem - lista
      *          aprovada ou regra de idade - e quem aprovou) e uma
      *          linha por recuperacao recebida depois sobre parcela
      *          baixada (tipo "R", gravada pela baixa diaria). E o
      *          livro que o auditor pede para cada perda lancada e
      *          para o que voltou dela.
      ******************************************************************
       01  PERDA-RECORD.
           05  PERD-TIPO                PIC X(01).
               88  PERD-TIPO-BAIXA      VALUE "B".
               88  PERD-TIPO-RECUPERACAO VALUE "R".
           05  PERD-VENDA-ID            PIC 9(06).
           05  PERD-PARCELA             PIC 9(02).
           05  PERD-CLIENTE-ID          PIC X(10).
           05  PERD-DATA                PIC 9(08).
           05  PERD-VALOR               PIC S9(09)V99.
           05  PERD-JUROS-LIBERADOS     PIC S9(09)V99.
           05  PERD-DIAS-ATRASO         PIC 9(05).
           05  PERD-ORIGEM              PIC X(05).
               88  PERD-ORIG-LISTA      VALUE "LISTA".
               88  PERD-ORIG-REGRA      VALUE "REGRA".
               88  PERD-ORIG-PAGTO      VALUE "PAGTO".
           05  PERD-APROVADOR           PIC X(08).
