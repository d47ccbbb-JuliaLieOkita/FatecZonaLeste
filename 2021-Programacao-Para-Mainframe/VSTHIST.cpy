      ******************************************************************
      * Copybook: VSTHIST
      * Author: Júlia Lie Okita da Silva
      * Date: 02/03/2024
      * Purpose: Layout do registro do historico de status dos
      *          veiculos (VEICHIST, sequencial, so acrescentado): uma
      *          linha por mudanca de VEIC-STATUS no cadastro VEICMST,
      *          com o status anterior e o novo, a data de vigencia e
      *          o programa de origem. Status anterior em branco e a
      *          inclusao do veiculo na frota. O VEICMST guarda so o
      *          status atual; e daqui que a disponibilidade mensal
      *          (FROTA_DISPON) conta os dias em oficina.
      ******************************************************************
       01  STATUS-HISTORICO-RECORD.
           05  VSTH-VEICULO-ID          PIC X(10).
           05  VSTH-DATA-VIGENCIA       PIC 9(08).
           05  VSTH-STATUS-ANTERIOR     PIC X(01).
               88  VSTH-ERA-INCLUSAO    VALUE " ".
           05  VSTH-STATUS-NOVO         PIC X(01).
               88  VSTH-NOVO-ATIVO      VALUE "A".
               88  VSTH-NOVO-MANUTENCAO VALUE "M".
               88  VSTH-NOVO-DESATIVADO VALUE "D".
           05  VSTH-ORIGEM              PIC X(15).
           05  VSTH-DATA-REGISTRO       PIC 9(08).
