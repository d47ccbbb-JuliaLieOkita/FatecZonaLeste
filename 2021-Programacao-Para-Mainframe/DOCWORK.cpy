      ******************************************************************
      * Copybook: DOCWORK
      * Author: Júlia Lie Okita da Silva
      * Date: 17/02/2024
      * Purpose: Layout do registro da lista de trabalho de documentos
      *          dos veiculos (DOCWORK indexado, id da sequencia
      *          DOCWSEQ): um item por documento do VDOCMST que entrou
      *          na antecedencia de vencimento, aberto pelo passo
      *          noturno FROTA_DOCVENC e fechado por ele quando o
      *          documento e renovado (nova validade fora da
      *          antecedencia) ou sai do cadastro - o mesmo padrao de
      *          abre/fecha da lista da oficina MNTWORK.
      ******************************************************************
       01  DOCUMENTO-PENDENTE-RECORD.
           05  DOCW-ID                  PIC 9(06).
           05  DOCW-VEICULO-ID          PIC X(10).
           05  DOCW-TIPO                PIC X(04).
           05  DOCW-NUMERO              PIC X(20).
           05  DOCW-VALIDADE            PIC 9(08).
           05  DOCW-OBRIGATORIO         PIC X(01).
           05  DOCW-DATA-ABERTURA       PIC 9(08).
           05  DOCW-STATUS              PIC X(01).
               88  DOCW-ABERTA          VALUE "A".
               88  DOCW-FECHADA         VALUE "F".
           05  DOCW-DATA-FECHAMENTO     PIC 9(08).
           05  DOCW-NOVA-VALIDADE       PIC 9(08).
