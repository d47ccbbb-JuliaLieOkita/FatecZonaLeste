      * Date: 03/06/2023
      * Purpose: Resgate de uma faixa de datas dos archives de log
      *          cortados pela retencao (LOG_RETENCAO): dado o
      *          parametro RESGPARM (base - EXCPLOG, JOBHIST, CTRLFILE,
      *          SESSLOG ou MUDALOG - e as datas de e ate), varre o
      *          registro de geracoes GERAFILE atras dos archives
      *          daquela base, abre cada um e copia para RESGFILE os
      *          registros cuja data cai na faixa, para quando um
      *          incidente antigo e reaberto e alguem precisa do log de
      *          volta.
      * Tectonics: cobc
      * Modified: 20/07/2024 (JLOS) - Resgate tambem da trilha de
      *           alteracoes dos cadastros (MUDALOG), com registros
      *           alargados para as imagens antes/depois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG_RESGATE.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(400).

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
       01  OUTPUT-RECORD               PIC X(400).

       FD  PARM-FILE
           RECORDING MODE IS F.
       P150-EXTRAI-DATA-REGISTRO.
      * A posicao da data no registro depende da base: EXCPLOG leva a
      * data de negocio no fim, JOBHIST abre com a data do job,
      * CTRLFILE tem a data apos o passo, SESSLOG comeca o timestamp
      * na posicao 9 e MUDALOG abre com a data de negocio.
           MOVE 0 TO WS-DATA-REGISTRO
           EVALUATE WS-BASE-PEDIDA
               WHEN "EXCPLOG "
                   IF ARCHIVE-RECORD(9:8) IS NUMERIC
                       MOVE ARCHIVE-RECORD(9:8) TO WS-DATA-REGISTRO
                   END-IF
               WHEN "MUDALOG "
                   IF ARCHIVE-RECORD(1:8) IS NUMERIC
                       MOVE ARCHIVE-RECORD(1:8) TO WS-DATA-REGISTRO
                   END-IF
           END-EVALUATE.

       END PROGRAM LOG_RESGATE.
