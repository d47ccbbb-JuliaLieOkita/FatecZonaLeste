      ******************************************************************
      * Copybook: ENTRSIT
      * Author: Júlia Lie Okita da Silva
      * Date: 22/06/2024
      * Purpose: Layout do registro de situacao de chegada dos arquivos
      *          de entrada do dia (ENTRSIT), gravado pelo ENTR_CHEGADA
      *          no passo 0- do job noturno - uma linha por entrada
      *          esperada no cadastro ENTRESP para o dia da semana - e
      *          lido pelo OPER_RESUMO para a secao de arquivos
      *          atrasados e ausentes da passagem de turno. O arquivo
      *          e refeito a cada rodada do passo: vale sempre a
      *          ultima conferencia da data.
      ******************************************************************
       01  ENTR-SITUACAO-RECORD.
           05  ESIT-DATA-NEGOCIO        PIC 9(08).
           05  ESIT-ARQUIVO             PIC X(08).
           05  ESIT-ORIGEM              PIC X(04).
           05  ESIT-DESCRICAO           PIC X(20).
           05  ESIT-OBRIGATORIO         PIC X(01).
               88  ESIT-EH-OBRIGATORIO  VALUE "S".
           05  ESIT-HORA-CORTE          PIC 9(04).
           05  ESIT-HORA-VERIFICACAO    PIC 9(04).
           05  ESIT-SITUACAO            PIC X(01).
               88  ESIT-NO-PRAZO        VALUE "N".
               88  ESIT-ATRASADO        VALUE "A".
               88  ESIT-AUSENTE         VALUE "F".
           05  ESIT-QTD-REGISTROS       PIC 9(07).
           05  ESIT-ACAO                PIC X(01).
               88  ESIT-JOB-CONTINUOU   VALUE "C".
               88  ESIT-JOB-PARADO      VALUE "P".
