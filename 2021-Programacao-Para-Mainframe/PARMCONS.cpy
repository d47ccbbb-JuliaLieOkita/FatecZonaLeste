      ******************************************************************
      * Copybook: PARMCONS
      * Author: Júlia Lie Okita da Silva
      * Date: 03/08/2024
      * Purpose: Area passada ao PARM_VIGENTE pelos programas que leem
      *          uma tabela de parametros: o chamador informa a tabela
      *          (o nome do arquivo que vai ler) e a sua data de
      *          negocio, e o PARM_VIGENTE regrava o arquivo com a
      *          versao do PARMVIG em vigor naquela data antes de o
      *          chamador abri-lo. Tabela ainda fora do PARMVIG deixa
      *          o arquivo como esta (retorno N).
      ******************************************************************
       01  PARM-CONSULTA-AREA.
           05  PCON-TABELA              PIC X(08).
           05  PCON-DATA-REFERENCIA     PIC 9(08).
           05  PCON-RETORNO             PIC X(01).
               88  PCON-EXTRAIDA        VALUE "S".
               88  PCON-FORA-DO-CADASTRO VALUE "N".
               88  PCON-ERRO            VALUE "E".
           05  PCON-QTD-ITENS           PIC 9(05).
