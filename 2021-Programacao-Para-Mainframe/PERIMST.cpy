      ******************************************************************
      * Copybook: PERIMST
      * Author: Júlia Lie Okita da Silva
      * Date: 25/11/2023
      * Purpose: Layout do registro do cadastro de periodos contabeis
      *          (PERIMST, indexado pelo ano/mes): uma linha por mes
      *          que a contabilidade ja fechou alguma vez, com a
      *          situacao (aberto / fechado), quem fechou e quando e,
      *          se o mes foi reaberto, quem reabriu e quando. Mes sem
      *          registro e mes aberto. Mantido pelo PERI_MANUT e lido
      *          por todo programa que grava lote contabil, que recusa
      *          postar uma data de negocio de mes fechado.
      ******************************************************************
       01  PERIODO-RECORD.
           05  PERI-ANO-MES             PIC 9(06).
           05  PERI-SITUACAO            PIC X(01).
               88  PERI-SIT-ABERTO      VALUE "A".
               88  PERI-SIT-FECHADO     VALUE "F".
           05  PERI-FECHADO-POR         PIC X(08).
           05  PERI-FECHADO-EM          PIC X(21).
           05  PERI-REABERTO-POR        PIC X(08).
           05  PERI-REABERTO-EM         PIC X(21).
