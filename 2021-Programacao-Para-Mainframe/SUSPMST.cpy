      ******************************************************************
      * Copybook: SUSPMST
      * Author: Júlia Lie Okita da Silva
      * Date: 11/11/2023
      * Purpose: Layout do registro do cadastro de creditos bancarios
      *          em suspenso (SUSPMST, indexado pela data de carga +
      *          sequencia no RETSUSP do dia): cada credito do retorno
      *          bancario sem casamento, copiado do RETSUSP pelo
      *          RECEB_SUSPENSO, com a situacao da resolucao pela
      *          cobranca - pendente, atribuido a uma parcela, dividido
      *          entre varias parcelas ou marcado para reembolso - e a
      *          data em que foi resolvido. Os pendentes sao o saldo em
      *          suspenso envelhecido no relatorio da tesouraria.
      ******************************************************************
       01  SUSPENSO-RECORD.
           05  SUSP-CHAVE.
               10  SUSP-DATA-CARGA      PIC 9(08).
               10  SUSP-SEQUENCIA       PIC 9(04).
           05  SUSP-CREDITO.
               10  SUSP-CLIENTE-ID      PIC X(10).
               10  SUSP-VENDA-INFORMADA PIC 9(06).
               10  SUSP-PARCELA-INFORMADA PIC 9(02).
               10  SUSP-DATA-CREDITO    PIC 9(08).
               10  SUSP-VALOR           PIC 9(09)V99.
               10  SUSP-NOSSO-NUMERO    PIC 9(11).
           05  SUSP-SITUACAO            PIC X(01).
               88  SUSP-PENDENTE        VALUE "S".
               88  SUSP-ATRIBUIDO       VALUE "A".
               88  SUSP-DIVIDIDO        VALUE "D".
               88  SUSP-REEMBOLSO       VALUE "R".
           05  SUSP-DATA-RESOLUCAO      PIC 9(08).
           05  SUSP-QTD-PARCELAS        PIC 9(02).
