      ******************************************************************
      * Copybook: PARMVIG
      * Author: Júlia Lie Okita da Silva
      * Date: 03/08/2024
      * Purpose: Layout do registro do cadastro de parametros com
      *          vigencia (PARMVIG, indexado por tabela + item +
      *          inicio de vigencia): cada tabela de taxas e limites
      *          que antes era um arquivo editado a mao (RATEFILE,
      *          AGINPARM, PROVPARM, RENGPARM, EFICPARM, COMBPARM,
      *          MNTPARM, ALRTPARM e CONTFILE) guarda aqui todas as
      *          versoes de cada item, com o registro do arquivo antigo
      *          no conteudo. Vale para uma data a versao de maior
      *          vigencia ate ela; versao encerrada tira o item da
      *          tabela a partir da sua vigencia. Tabela de um registro
      *          so tem o item em branco. Mantido pelo PARM_MANUT e
      *          extraido para os programas pelo PARM_VIGENTE.
      ******************************************************************
       01  PARM-VIGENCIA-RECORD.
           05  PVIG-CHAVE.
               10  PVIG-TABELA          PIC X(08).
               10  PVIG-ITEM            PIC X(12).
               10  PVIG-VIGENCIA        PIC 9(08).
           05  PVIG-SITUACAO            PIC X(01).
               88  PVIG-ATIVA           VALUE "A".
               88  PVIG-ENCERRADA       VALUE "E".
           05  PVIG-CONTEUDO            PIC X(60).
           05  PVIG-OPERADOR            PIC X(08).
           05  PVIG-TIMESTAMP           PIC X(21).
