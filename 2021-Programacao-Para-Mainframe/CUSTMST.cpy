      ******************************************************************
      * Copybook: CUSTMST
      * Author: Júlia Lie Okita da Silva
      * Date: 03/02/2024
      * Purpose: Layout do registro do historico de custo da frota
      *          (CUSTMST, indexado por veiculo + mes AAAAMM): um
      *          registro por veiculo e mes apurado pelo custo mensal
      *          por KM (FROTA_CUSTO) - KM rodado no mes (FLEETMST),
      *          gasto de combustivel (valores do cartao) e gasto de
      *          oficina separado em preventivo e corretivo (baixas
      *          da MNTWORK). Reapurar um mes regrava o mesmo
      *          registro; os ultimos 12 meses somados dao o custo por
      *          KM acumulado usado na decisao de trocar ou manter o
      *          veiculo.
      ******************************************************************
       01  CUSTO-RECORD.
           05  CUST-CHAVE.
               10  CUST-VEICULO-ID      PIC X(10).
               10  CUST-ANOMES          PIC 9(06).
           05  CUST-CLASSE              PIC X(01).
           05  CUST-KM                  PIC S9(09)V9(02).
           05  CUST-VALOR-COMBUST       PIC 9(09)V99.
           05  CUST-VALOR-PREVENT       PIC 9(09)V99.
           05  CUST-VALOR-CORRET        PIC 9(09)V99.
           05  CUST-QTD-ABASTEC         PIC 9(05).
           05  CUST-QTD-SERVICOS        PIC 9(04).
           05  CUST-DATA-APURACAO       PIC 9(08).
