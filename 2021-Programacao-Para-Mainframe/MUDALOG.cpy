      ******************************************************************
      * Copybook: MUDALOG
      * Author: Júlia Lie Okita da Silva
      * Date: 20/07/2024
      * Purpose: Layout do registro da trilha de alteracoes dos
      *          cadastros (MUDALOG, acrescimo continuo), gravado por
      *          CLIE_CARGA, FUNC_CARGA, VEIC_CARGA, LOJA_CARGA e
      *          OPER_MANUT a cada inclusao, alteracao ou exclusao
      *          aplicada: cadastro, chave, quem submeteu, de onde veio
      *          o movimento e as imagens completas do registro antes e
      *          depois (inclusao sem imagem antes, exclusao sem imagem
      *          depois). A data de negocio abre o registro para a
      *          retencao (LOG_RETENCAO) e o resgate (LOG_RESGATE); o
      *          relatorio de historico e o MUDA_HIST. A senha do
      *          cadastro de operadores nunca entra na imagem.
      ******************************************************************
       01  MUDANCA-LOG-RECORD.
           05  MUDA-DATA-NEGOCIO        PIC 9(08).
           05  MUDA-TIMESTAMP           PIC X(21).
           05  MUDA-CADASTRO            PIC X(08).
           05  MUDA-CHAVE               PIC X(10).
           05  MUDA-ACAO                PIC X(01).
               88  MUDA-INCLUSAO        VALUE "I".
               88  MUDA-ALTERACAO       VALUE "C".
               88  MUDA-EXCLUSAO        VALUE "D".
           05  MUDA-SUBMISSOR           PIC X(08).
           05  MUDA-PROGRAMA            PIC X(12).
           05  MUDA-ORIGEM              PIC X(08).
           05  MUDA-IMAGEM-ANTES        PIC X(150).
           05  MUDA-IMAGEM-DEPOIS       PIC X(150).
