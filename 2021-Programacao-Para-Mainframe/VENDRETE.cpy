      ******************************************************************
      * Copybook: VENDRETE
      * Author: Júlia Lie Okita da Silva
      * Date: 23/12/2023
      * Purpose: Layout do registro da fila de vendas retidas pela
      *          triagem (VENDRETE, indexado pela data do lote +
      *          sequencia no dia): cada venda "D" que a triagem
      *          (VEND_TRIAGEM) tirou do TRANFILE antes da liquidacao,
      *          com a imagem do registro de transacao, os motivos da
      *          retencao - o mesmo cliente em varias lojas no lote, o
      *          valor muito acima da media historica do cliente no
      *          RECBMST, vendas demais na janela curta - e a situacao
      *          da revisao pelo supervisor (VEND_REVISAO): retida,
      *          liberada (volta pelo TRANRESS no lote da noite
      *          seguinte), cancelada, ou liberada e ja reapresentada
      *          a liquidacao.
      * Modified: 06/01/2024 (JLOS) - RETE-VENDEDOR-ID acrescentado ao
      *          final: o vendedor da venda retida, que volta junto com
      *          ela pelo TRANRESS quando liberada.
      ******************************************************************
       01  RETIDA-RECORD.
           05  RETE-CHAVE.
               10  RETE-DATA-LOTE       PIC 9(08).
               10  RETE-SEQUENCIA       PIC 9(04).
           05  RETE-LOTE-ID             PIC X(08).
           05  RETE-TRANSACAO           PIC X(28).
           05  RETE-TRANSACAO-R REDEFINES RETE-TRANSACAO.
               10  RETE-TIPO-REG        PIC X(01).
               10  RETE-VALOR-COMPRA    PIC 9(09)V99.
               10  RETE-NUM-PARCELAS    PIC 9(02).
               10  RETE-CLIENTE-ID      PIC X(10).
               10  RETE-LOJA-ID         PIC X(04).
           05  RETE-MOTIVOS.
               10  RETE-MOT-MULTILOJA   PIC X(01).
                   88  RETE-POR-MULTILOJA   VALUE "S".
               10  RETE-MOT-VALOR       PIC X(01).
                   88  RETE-POR-VALOR       VALUE "S".
               10  RETE-MOT-FREQUENCIA  PIC X(01).
                   88  RETE-POR-FREQUENCIA  VALUE "S".
           05  RETE-QTD-LOJAS           PIC 9(02).
           05  RETE-MEDIA-HISTORICA     PIC 9(09)V99.
           05  RETE-QTD-JANELA          PIC 9(04).
           05  RETE-SITUACAO            PIC X(01).
               88  RETE-RETIDA          VALUE "R".
               88  RETE-LIBERADA        VALUE "L".
               88  RETE-CANCELADA       VALUE "C".
               88  RETE-REAPRESENTADA   VALUE "E".
           05  RETE-REVISADO-POR        PIC X(08).
           05  RETE-REVISADO-EM         PIC X(21).
           05  RETE-VENDEDOR-ID         PIC X(06).
