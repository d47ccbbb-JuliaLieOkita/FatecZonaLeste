      ******************************************************************
      * Copybook: NEGAMST
      * Author: Júlia Lie Okita da Silva
      * Date: 14/10/2023
      * Purpose: Layout do registro do cadastro de negativacoes
      *          (NEGAMST, indexado por venda + parcela): uma linha
      *          por parcela informada ao bureau de credito pelo
      *          RECEB_NEGATIVA, com a situacao no bureau (incluida /
      *          excluida), o valor e o vencimento informados, a data
      *          da inclusao e, depois que a parcela e liquidada,
      *          renegociada ou cancelada, a data e o motivo da
      *          exclusao - a prova de que o nome do cliente saiu do
      *          bureau no prazo.
      ******************************************************************
       01  NEGATIVACAO-RECORD.
           05  NEGA-CHAVE.
               10  NEGA-VENDA-ID        PIC 9(06).
               10  NEGA-PARCELA         PIC 9(02).
           05  NEGA-CLIENTE-ID          PIC X(10).
           05  NEGA-SITUACAO            PIC X(01).
               88  NEGA-INCLUIDA        VALUE "I".
               88  NEGA-EXCLUIDA        VALUE "E".
           05  NEGA-VALOR               PIC S9(09)V99.
           05  NEGA-DATA-VENCIMENTO     PIC 9(08).
           05  NEGA-DATA-INCLUSAO       PIC 9(08).
           05  NEGA-DATA-EXCLUSAO       PIC 9(08).
           05  NEGA-MOTIVO-EXCLUSAO     PIC X(01).
               88  NEGA-EXCL-LIQUIDADA  VALUE "L".
               88  NEGA-EXCL-RENEGOCIADA VALUE "R".
               88  NEGA-EXCL-CANCELADA  VALUE "C".
               88  NEGA-EXCL-INEXISTENTE VALUE "X".
