      *          revisor, acao tomada e datas, no lugar das linhas de
      *          texto que so se acumulavam no EXCPFILE - a seguradora
      *          agora pede evidencia de que cada evento foi tratado.
      * Modified: 20/01/2024 (JLOS) - REVW-MOTORISTA-ID acrescentado ao
      *          final do registro: o motorista (MOTRMST) que mais
      *          rodou o veiculo no dia do evento, para o scorecard
      *          creditar quem dirigiu. Registros anteriores trazem o
      *          campo em branco e seguem creditados ao motorista
      *          designado do veiculo.
      * Modified: 16/03/2024 (JLOS) - Novo tipo H (hodometro): KM
      *          declarado nas viagens fora da tolerancia da distancia
      *          do hodometro entre abastecimentos; o valor apurado e
      *          o percentual de divergencia, como no tipo consumo.
      ******************************************************************
       01  REVISAO-RECORD.
           05  REVW-ID                  PIC 9(06).
           05  REVW-TIPO                PIC X(01).
               88  REVW-TIPO-VELOCIDADE VALUE "V".
               88  REVW-TIPO-CONSUMO    VALUE "C".
               88  REVW-TIPO-HODOMETRO  VALUE "H".
           05  REVW-VALOR-APURADO       PIC S9(03)V9(02).
           05  REVW-LIMITE              PIC S9(03)V9(02).
           05  REVW-DATA-ABERTURA       PIC 9(08).
           05  REVW-REVISOR             PIC X(20).
           05  REVW-ACAO-TOMADA         PIC X(40).
           05  REVW-DATA-FECHAMENTO     PIC 9(08).
           05  REVW-MOTORISTA-ID        PIC X(10).
