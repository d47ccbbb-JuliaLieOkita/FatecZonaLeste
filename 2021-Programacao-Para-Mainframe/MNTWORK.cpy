      *          os dados do servico na baixa - o mesmo padrao de
      *          abre/fecha que a fila de revisao EXCPREVW deu aos
      *          eventos de velocidade.
      * Modified: 03/02/2024 (JLOS) - Custo e tipo do servico (P =
      *          preventivo, C = corretivo) acrescentados ao final do
      *          registro, gravados na baixa da oficina e lidos pelo
      *          custo mensal por KM (FROTA_CUSTO). Servico corretivo
      *          fora da lista entra como item ja fechado. Registro
      *          anterior a esta mudanca vem com tipo em branco e vale
      *          como preventivo sem custo.
      ******************************************************************
       01  MANUTENCAO-RECORD.
           05  MNTW-ID                  PIC 9(06).
               88  MNTW-FECHADA         VALUE "F".
           05  MNTW-DATA-SERVICO        PIC 9(08).
           05  MNTW-OFICINA             PIC X(20).
           05  MNTW-CUSTO-SERVICO       PIC 9(07)V99.
           05  MNTW-TIPO-SERVICO        PIC X(01).
               88  MNTW-PREVENTIVA      VALUE "P" " ".
               88  MNTW-CORRETIVA       VALUE "C".
