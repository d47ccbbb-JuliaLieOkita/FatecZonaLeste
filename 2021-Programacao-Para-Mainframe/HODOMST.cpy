      ******************************************************************
      * Copybook: HODOMST
      * Author: Júlia Lie Okita da Silva
      * Date: 16/03/2024
      * Purpose: Layout do registro do cadastro de hodometro da frota
      *          (HODOMST, indexado por veiculo): a ultima leitura de
      *          hodometro informada num abastecimento do cartao
      *          (CARDFILE), a data dela e o KM declarado nas viagens
      *          desde entao, somado noite a noite pela conferencia
      *          de hodometro (FROTA_HODOMETRO) ate o proximo
      *          abastecimento com leitura, quando a distancia do
      *          hodometro e o KM declarado sao comparados e o
      *          acumulado volta a zero.
      ******************************************************************
       01  HODOMETRO-RECORD.
           05  HODO-VEICULO-ID          PIC X(10).
           05  HODO-LEITURA             PIC 9(07).
           05  HODO-DATA-LEITURA        PIC 9(08).
           05  HODO-KM-DECLARADO        PIC S9(09)V9(02).
           05  HODO-DATA-ATUALIZACAO    PIC 9(08).
