      ******************************************************************
      * Copybook: MOTRMST
      * Author: Júlia Lie Okita da Silva
      * Date: 20/01/2024
      * Purpose: Layout do registro do cadastro de motoristas da frota
      *          (MOTRMST, indexado pelo id do motorista): nome, numero
      *          da CNH, categoria da habilitacao e data de validade.
      *          Carregado pelo MOTR_CARGA; a critica de entrada e o
      *          lote de viagens validam o motorista de cada trecho
      *          contra ele (cadastro, CNH vencida e categoria que nao
      *          habilita a classe do veiculo) e o scorecard credita os
      *          eventos ao motorista que dirigiu, nao ao designado do
      *          veiculo. Categorias aceitas: A, B, C, D, E e as
      *          combinadas AB, AC, AD e AE - moto pede A; van pede B
      *          ou acima; caminhao pede C ou acima.
      ******************************************************************
       01  MOTORISTA-RECORD.
           05  MOTR-ID                  PIC X(10).
           05  MOTR-NOME                PIC X(30).
           05  MOTR-CNH-NUMERO          PIC X(11).
           05  MOTR-CNH-CATEGORIA       PIC X(02).
               88  MOTR-CATEGORIA-VALIDA
                       VALUE "A " "B " "C " "D " "E "
                             "AB" "AC" "AD" "AE".
               88  MOTR-HABILITA-MOTO
                       VALUE "A " "AB" "AC" "AD" "AE".
           05  MOTR-CNH-VALIDADE        PIC 9(08).
