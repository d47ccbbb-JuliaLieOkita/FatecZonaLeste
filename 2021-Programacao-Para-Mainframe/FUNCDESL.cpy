      ******************************************************************
      * Copybook: FUNCDESL
      * Author: Júlia Lie Okita da Silva
      * Date: 30/03/2024
      * Purpose: Layout do registro de desligamentos (FUNCDESL,
      *          sequencial, so acrescentado): uma linha por
      *          funcionario excluido do cadastro FUNCMST pela
      *          manutencao delta, com a data do desligamento e o
      *          ultimo departamento. O FUNCMST nao guarda quem saiu;
      *          e daqui que o expurgo de dados de saude (IMC_EXPURGO)
      *          conta o prazo de retencao.
      ******************************************************************
       01  DESLIGAMENTO-RECORD.
           05  FDSL-EMP-ID              PIC X(10).
           05  FDSL-DATA-DESLIGAMENTO   PIC 9(08).
           05  FDSL-DEPARTAMENTO        PIC X(15).
