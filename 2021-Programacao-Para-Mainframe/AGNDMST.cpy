      ******************************************************************
      * Copybook: AGNDMST
      * Author: Júlia Lie Okita da Silva
      * Date: 08/06/2024
      * Purpose: Layout do registro da agenda do checkup anual de IMC
      *          (AGNDFILE indexado, chave funcionario + data do
      *          horario, como o IMCHFILE): o horario marcado pelo
      *          IMC_AGENDA para cada funcionario do roster de
      *          rechamada, com a situacao marcado / compareceu /
      *          faltou. A falta fica registrada no proprio horario e
      *          a remarcacao entra como registro novo, com a data do
      *          horario perdido, para que o fechamento mensal compare
      *          o comparecimento com todos os horarios marcados.
      ******************************************************************
       01  AGENDA-RECORD.
           05  AGND-CHAVE.
               10  AGND-EMP-ID          PIC X(10).
               10  AGND-DATA            PIC 9(08).
           05  AGND-VAGA                PIC 9(02).
           05  AGND-HORA                PIC 9(04).
           05  AGND-DEPARTAMENTO        PIC X(15).
           05  AGND-STATUS              PIC X(01).
               88  AGND-MARCADA         VALUE "M".
               88  AGND-COMPARECEU      VALUE "C".
               88  AGND-FALTOU          VALUE "F".
           05  AGND-DATA-MARCACAO       PIC 9(08).
           05  AGND-QTD-REMARCACOES     PIC 9(02).
           05  AGND-DATA-ANTERIOR       PIC 9(08).
