      *           DATAPROC, not the first eight bytes of the real
      *           timestamp, so a prior-day rerun's severe exceptions
      *           still raise the job condition code.
      * Modified: 03/08/2024 (JLOS) - The ALRTPARM table now comes from
      *           the effective-dated parameter store (PARMVIG): before
      *           opening the file the program calls PARM_VIGENTE, which
      *           rewrites it with the version in force on the business
      *           date. The business date is now read before the
      *           parameter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCP_ALERTA.
           05 WS-CONT-ALERTAS          PIC 9(05) VALUE 0.
           05 WS-CONT-SEVERAS          PIC 9(05) VALUE 0.

       COPY PARMCONS.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P005-LE-DATA-PROCESSO
           PERFORM P010-LE-PARM-LIMITE

           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-FS-EXLG NOT EQUAL "00"
           END-IF.

       P010-LE-PARM-LIMITE.
           MOVE "ALRTPARM" TO PCON-TABELA
           MOVE WS-DATA-HOJE TO PCON-DATA-REFERENCIA
           CALL "PARM_VIGENTE" USING PARM-CONSULTA-AREA
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
