      ******************************************************************
      * Copybook: LGPDLOG
      * Author: Júlia Lie Okita da Silva
      * Date: 30/03/2024
      * Purpose: Layout do registro do log de acesso a relatorios
      *          identificados de saude (LGPDLOG, sequencial, so
      *          acrescentado): quem gerou qual relatorio com id de
      *          funcionario e classificacao de IMC, quando, por qual
      *          programa e com quantos funcionarios identificados. E
      *          a trilha que a LGPD pede para dado sensivel de saude.
      ******************************************************************
       01  LGPD-ACESSO-RECORD.
           05  LGPA-TIMESTAMP           PIC X(21).
           05  LGPA-DATA-NEGOCIO        PIC 9(08).
           05  LGPA-PROGRAMA            PIC X(15).
           05  LGPA-RELATORIO           PIC X(30).
           05  LGPA-SOLICITANTE         PIC X(10).
           05  LGPA-QTD-FUNCIONARIOS    PIC 9(05).
