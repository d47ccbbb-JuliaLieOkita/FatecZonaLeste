      *          nunca virar recebivel em silencio. RC 4 quando ha
      *          rejeito escalado.
      * Tectonics: cobc
      * Modified: 06/01/2024 (JLOS) - O rejeito de vendas (TRANREJ)
      *           passa a carregar o vendedor acrescentado ao final do
      *           registro de transacao (34 posicoes).
      * Modified: 20/01/2024 (JLOS) - O rejeito de viagens (TRIPREJ)
      *           passa a carregar o motorista acrescentado ao final do
      *           trecho (41 posicoes).
      * Modified: 27/04/2024 (JLOS) - O rejeito de equacoes (EQUAREJ)
      *           passa a carregar o registro de sistema linear, com
      *           as equacoes 2 e 3 no final (139 posicoes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJ_IDADE.
           RECORDING MODE IS F.
       01  TRANS-REJ-RECORD.
           05  TREJ-DATA-PRIMEIRA      PIC 9(08).
           05  TREJ-DADOS              PIC X(34).

       FD  EQUA-REJ-FILE
           RECORDING MODE IS F.
       01  EQUA-REJ-RECORD.
           05  EREJ-DATA-PRIMEIRA      PIC 9(08).
           05  EREJ-DADOS              PIC X(139).

       FD  TRIP-REJ-FILE
           RECORDING MODE IS F.
       01  TRIP-REJ-RECORD.
           05  VREJ-DATA-PRIMEIRA      PIC 9(08).
           05  VREJ-DADOS              PIC X(41).

       FD  ROST-REJ-FILE
           RECORDING MODE IS F.
