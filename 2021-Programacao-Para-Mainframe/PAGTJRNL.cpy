      *          que e a data do credito no banco. A conciliacao do
      *          razao (RECEB_CONCILIA) filtra pela data de negocio -
      *          um credito de ontem postado hoje mexe no saldo hoje.
      * Modified: 05/08/2023 (JLOS) - Novas origens MULTA e MORA: os
      *          encargos de atraso cobrados pela baixa saem em
      *          registros proprios. Nao abatem o saldo da parcela -
      *          quem soma o diario contra o saldo deve ignora-los.
      * Modified: 16/09/2023 (JLOS) - Nova origem RECUPERA: dinheiro
      *          recebido sobre parcela ja baixada como perda. A
      *          parcela continua baixada e o valor vai para receita
      *          de recuperacao - tambem fica fora da soma contra o
      *          saldo em aberto.
      * Modified: 07/09/2024 (JLOS) - Origem CREDITO (credito do
      *          cliente aplicado pela baixa sobre a parcela mais
      *          antiga) ganha o seu nivel 88. Abate o saldo como o
      *          PAGTO, mas nao e dinheiro entrando no caixa - nao
      *          pode ser estornado como pagamento.
      ******************************************************************
       01  JORNAL-RECORD.
           05  JRNL-VENDA-ID            PIC 9(06).
               88  JRNL-ORIG-PAGTO      VALUE "PAGTO".
               88  JRNL-ORIG-QUITACAO   VALUE "QUITACAO".
               88  JRNL-ORIG-ESTORNO    VALUE "ESTORNO".
               88  JRNL-ORIG-MULTA      VALUE "MULTA".
               88  JRNL-ORIG-MORA       VALUE "MORA".
               88  JRNL-ORIG-RECUPERACAO VALUE "RECUPERA".
               88  JRNL-ORIG-CREDITO    VALUE "CREDITO".
           05  JRNL-DATA-NEGOCIO        PIC 9(08).
