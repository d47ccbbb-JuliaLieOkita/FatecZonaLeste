      ******************************************************************
      * Copybook: SOLCMST
      * Author: Júlia Lie Okita da Silva
      * Date: 11/05/2024
      * Purpose: Layout do registro do cadastro de solicitantes da
      *          resolucao de equacoes (SOLCMST, indexado pelo id da
      *          equipe de engenharia): nome da equipe, centro de
      *          custo que paga o rateio e indicador de ativo.
      *          Carregado pelo SOLC_CARGA; a critica de entrada
      *          rejeita equacao de equipe fora dele ou inativa e o
      *          rateio mensal (EQUA_RATEIO) tira dele o centro de
      *          custo, que qualifica a conta no CONTFILE.
      ******************************************************************
       01  SOLICITANTE-RECORD.
           05  SOLC-ID                  PIC X(04).
           05  SOLC-NOME                PIC X(30).
           05  SOLC-CENTRO-CUSTO        PIC X(03).
           05  SOLC-ATIVO               PIC X(01).
               88  SOLC-ESTA-ATIVO      VALUE "S".
