      ******************************************************************
      * Copybook: VDOCMST
      * Author: Júlia Lie Okita da Silva
      * Date: 17/02/2024
      * Purpose: Layout do registro do cadastro de documentos dos
      *          veiculos (VDOCMST, indexado por veiculo + tipo de
      *          documento): IPVA, licenciamento anual (CRLV), apolice
      *          de seguro e certificacao do tacografo, com numero,
      *          data de validade e a marca de documento obrigatorio.
      *          Mantido pelo VDOC_MANUT; o passo noturno FROTA_DOCVENC
      *          abre itens na lista DOCWORK para os que vencem dentro
      *          da antecedencia, e o lote de viagens rejeita os
      *          trechos de veiculo com documento obrigatorio vencido.
      ******************************************************************
       01  DOCUMENTO-VEICULO-RECORD.
           05  VDOC-CHAVE.
               10  VDOC-VEICULO-ID      PIC X(10).
               10  VDOC-TIPO            PIC X(04).
                   88  VDOC-TIPO-IPVA   VALUE "IPVA".
                   88  VDOC-TIPO-CRLV   VALUE "CRLV".
                   88  VDOC-TIPO-SEGURO VALUE "SEGU".
                   88  VDOC-TIPO-TACOGRAFO VALUE "TACO".
                   88  VDOC-TIPO-VALIDO VALUE "IPVA" "CRLV" "SEGU"
                                              "TACO".
           05  VDOC-NUMERO              PIC X(20).
           05  VDOC-VALIDADE            PIC 9(08).
           05  VDOC-OBRIGATORIO         PIC X(01).
               88  VDOC-E-OBRIGATORIO   VALUE "S".
           05  VDOC-DATA-ATUALIZACAO    PIC 9(08).
