      ******************************************************************
      * Copybook: CARDREC
      * Author: Júlia Lie Okita da Silva
      * Date: 07/09/2024
      * Purpose: Layout da linha do extrato do cartao combustivel:
      *          veiculo, data, litros e valor do abastecimento e a
      *          leitura do hodometro informada nele. Vale para o
      *          extrato diario (CARDFILE), lido pela conferencia de
      *          combustivel (FROTA_COMBUST) e pela de hodometro
      *          (FROTA_HODOMETRO), e para o extrato do mes (CARDMES)
      *          do custo por KM (FROTA_CUSTO), para o layout mudar
      *          num lugar so.
      ******************************************************************
       01  CARD-RECORD.
           05  CARD-VEICULO-ID          PIC X(10).
           05  CARD-DATA                PIC 9(08).
           05  CARD-LITROS              PIC S9(05)V9(02).
           05  CARD-VALOR               PIC 9(07)V99.
           05  CARD-HODOMETRO           PIC 9(07).
