      ******************************************************************
      * Copybook: LGPDPARM
      * Author: Júlia Lie Okita da Silva
      * Date: 30/03/2024
      * Purpose: Layout do parametro de privacidade (LGPDPARM) lido
      *          pelos programas do IMC: modo do relatorio (I =
      *          identificado, qualquer outro valor = anonimizado, o
      *          padrao), o solicitante de um relatorio identificado,
      *          o tamanho minimo de celula abaixo do qual uma
      *          contagem por faixa e suprimida no relatorio
      *          anonimizado (padrao 5) e o prazo de retencao em anos
      *          apos o desligamento usado pelo expurgo (padrao 20).
      *          Sem solicitante o modo identificado nao liga.
      ******************************************************************
       01  LGPD-PARM-RECORD.
           05  LGPD-MODO-RELATORIO      PIC X(01).
               88  LGPD-MODO-IDENTIFICADO VALUE "I".
           05  LGPD-SOLICITANTE         PIC X(10).
           05  LGPD-CELULA-MINIMA       PIC 9(02).
           05  LGPD-RETENCAO-ANOS       PIC 9(02).
