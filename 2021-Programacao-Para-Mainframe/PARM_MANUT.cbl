      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 03/08/2024
      * Purpose: Manutencao do cadastro de parametros com vigencia
      *          (PARMVIG, copy PARMVIG), que substitui a edicao a mao
      *          de RATEFILE, AGINPARM, PROVPARM, RENGPARM, EFICPARM,
      *          COMBPARM, MNTPARM, ALRTPARM e CONTFILE: aplica os
      *          movimentos do arquivo PARMTRAN quando presente, ou a
      *          entrada interativa na ausencia dele. Acoes:
      *            I - inclui a versao de um item com inicio na
      *                vigencia informada (corrige se ja existir);
      *            E - encerra um item das tabelas de varios itens a
      *                partir da vigencia;
      *            X - cancela uma versao que ainda nao comecou;
      *            C - carga inicial: copia o arquivo atual da tabela
      *                para o PARMVIG com a vigencia informada.
      *          So o supervisor (posicao 7 de OPMS-OPCOES) altera
      *          parametros, e nenhuma versao com vigencia anterior a
      *          data de negocio muda - o reprocessamento de um dia ja
      *          rodado tem de achar as taxas daquele dia. Cada versao
      *          guarda quem e quando; o PARMRPT lista cada movimento
      *          com o conteudo em vigor antes e depois. Os programas
      *          leem a versao em vigor pelo PARM_VIGENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM_MANUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-STORE-FILE ASSIGN TO "PARMVIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVIG-CHAVE
               FILE STATUS IS WS-FS-PVIG.

           SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPMS.

           SELECT UPDATE-FILE ASSIGN TO "PARMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UPDT.

           SELECT OLD-TABLE-FILE ASSIGN TO WS-NOME-TABELA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABA.

           SELECT REPORT-FILE ASSIGN TO "PARMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PROC-DATE-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-STORE-FILE.
       COPY PARMVIG.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY OPERMST.

       FD  UPDATE-FILE
           RECORDING MODE IS F.
       01  UPDATE-RECORD.
           05  PTRN-ACAO               PIC X(01).
               88  PTRN-INCLUIR        VALUE "I".
               88  PTRN-ENCERRAR       VALUE "E".
               88  PTRN-CANCELAR       VALUE "X".
               88  PTRN-CARGA          VALUE "C".
           05  PTRN-TABELA             PIC X(08).
           05  PTRN-VIGENCIA           PIC X(08).
           05  PTRN-CONTEUDO           PIC X(60).

       FD  OLD-TABLE-FILE
           RECORDING MODE IS F.
       01  OLD-TABLE-RECORD            PIC X(60).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
       01  PROC-DATE-RECORD            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-PARM.
           05 WS-FS-PVIG               PIC X(02) VALUE SPACES.
           05 WS-FS-OPMS               PIC X(02) VALUE SPACES.
           05 WS-FS-UPDT               PIC X(02) VALUE SPACES.
           05 WS-FS-TABA               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-DPRC               PIC X(02) VALUE SPACES.
           05 WS-EOF-OPMS              PIC X(01) VALUE "N".
               88 WS-OPMS-EOF          VALUE "S".
           05 WS-EOF-UPDT              PIC X(01) VALUE "N".
               88 WS-UPDT-EOF          VALUE "S".
           05 WS-EOF-TABA              PIC X(01) VALUE "N".
               88 WS-TABA-EOF          VALUE "S".
           05 WS-EOF-PVIG              PIC X(01) VALUE "N".
               88 WS-PVIG-EOF          VALUE "S".
           05 WS-OPERADOR-ACHADO       PIC X(01) VALUE "N".
               88 WS-OPERADOR-EXISTE   VALUE "S".
           05 WS-OPERADOR-OK           PIC X(01) VALUE "N".
               88 WS-OPERADOR-VALIDO   VALUE "S".
           05 WS-TABELA-ACHADA         PIC X(01) VALUE "N".
               88 WS-TABELA-CONHECIDA  VALUE "S".
           05 WS-CONTEUDO-OK           PIC X(01) VALUE "N".
               88 WS-CONTEUDO-VALIDO   VALUE "S".
           05 WS-VERSAO-ACHADA         PIC X(01) VALUE "N".
               88 WS-VERSAO-EXISTE     VALUE "S".
           05 WS-ANTERIOR-ACHADA       PIC X(01) VALUE "N".
               88 WS-TEM-ANTERIOR      VALUE "S".

      * Tabelas mantidas no PARMVIG: nome do arquivo, descricao,
      * posicao e tamanho do item dentro do registro (zero para
      * tabela de registro unico), tamanho do registro e mascara de
      * conteudo (N = posicao numerica, X = livre).
       01 WS-DEFINICAO-TABELAS.
           05 FILLER                   PIC X(33) VALUE
               "RATEFILETAXAS DO PARCELAMENTO".
           05 FILLER                   PIC X(31) VALUE
               "010207NNNNNNN".
           05 FILLER                   PIC X(33) VALUE
               "AGINPARMTAXA DE MORA DO AGING".
           05 FILLER                   PIC X(31) VALUE
               "000005NNNNN".
           05 FILLER                   PIC X(33) VALUE
               "PROVPARMPERCENTUAIS DA PROVISAO".
           05 FILLER                   PIC X(31) VALUE
               "000025NNNNNNNNNNNNNNNNNNNNNNNNN".
           05 FILLER                   PIC X(33) VALUE
               "RENGPARMTAXA DA RENEGOCIACAO".
           05 FILLER                   PIC X(31) VALUE
               "000005NNNNN".
           05 FILLER                   PIC X(33) VALUE
               "EFICPARMPISO DE EFICIENCIA KM/L".
           05 FILLER                   PIC X(31) VALUE
               "000005NNNNN".
           05 FILLER                   PIC X(33) VALUE
               "COMBPARMTOLERANCIA DE COMBUSTIVEL".
           05 FILLER                   PIC X(31) VALUE
               "000005NNNNN".
           05 FILLER                   PIC X(33) VALUE
               "MNTPARM INTERVALO DE REVISAO".
           05 FILLER                   PIC X(31) VALUE
               "010108XNNNNNNN".
           05 FILLER                   PIC X(33) VALUE
               "ALRTPARMLIMITE DE ALERTA SEVERAS".
           05 FILLER                   PIC X(31) VALUE
               "000005NNNNN".
           05 FILLER                   PIC X(33) VALUE
               "CONTFILEPLANO DE CONTAS".
           05 FILLER                   PIC X(31) VALUE
               "011119XXXXXXXXXXXXXXXXXXX".
       01 WS-TABELA-DEFINICOES REDEFINES WS-DEFINICAO-TABELAS.
           05 WS-DEF-ITEM OCCURS 9 TIMES
                   INDEXED BY WS-IDX-DEF.
               10 WS-DEF-TABELA        PIC X(08).
               10 WS-DEF-DESCRICAO     PIC X(25).
               10 WS-DEF-POS-ITEM      PIC 9(02).
               10 WS-DEF-TAM-ITEM      PIC 9(02).
               10 WS-DEF-TAM-REGISTRO  PIC 9(02).
               10 WS-DEF-MASCARA       PIC X(25).

       01 WS-CAMPOS-PARM.
           05 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
           05 WS-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05 WS-OPCOES-OPERADOR       PIC X(07) VALUE "NNNNNNN".
           05 WS-DATA-PROCESSO         PIC 9(08) VALUE 0.
           05 WS-TIMESTAMP             PIC X(21) VALUE SPACES.
           05 WS-ACAO                  PIC X(01) VALUE SPACES.
           05 WS-NOME-TABELA           PIC X(08) VALUE SPACES.
           05 WS-VIGENCIA-ALVO         PIC X(08) VALUE SPACES.
           05 WS-VIGENCIA-NUM REDEFINES WS-VIGENCIA-ALVO.
               10 WS-VIG-ANO           PIC 9(04).
               10 WS-VIG-MES           PIC 9(02).
               10 WS-VIG-DIA           PIC 9(02).
           05 WS-VIGENCIA              PIC 9(08) VALUE 0.
           05 WS-CONTEUDO              PIC X(60) VALUE SPACES.
           05 WS-ITEM                  PIC X(12) VALUE SPACES.
           05 WS-CONTEUDO-ANTES        PIC X(60) VALUE SPACES.
           05 WS-CONTEUDO-DEPOIS       PIC X(60) VALUE SPACES.
           05 WS-SITUACAO-ANTES        PIC X(01) VALUE SPACE.
           05 WS-DESCRICAO-ACAO        PIC X(30) VALUE SPACES.
           05 WS-MOTIVO                PIC X(60) VALUE SPACES.
           05 WS-POS                   PIC 9(02) COMP VALUE 0.
           05 WS-POS-LIVRE             PIC 9(02) COMP VALUE 0.
           05 WS-TAM-LIVRE             PIC 9(02) COMP VALUE 0.

       01 WS-CONTADORES-PARM.
           05 WS-CONT-APLICADOS        PIC 9(05) VALUE 0.
           05 WS-CONT-REJEITADOS       PIC 9(05) VALUE 0.
           05 WS-CONT-CARREGADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P099-LE-DATA-PROCESSO

           DISPLAY "INFORME O SEU ID DE OPERADOR: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "INFORME A SENHA: "
           ACCEPT WS-SENHA-INFORMADA
           PERFORM P010-VALIDA-OPERADOR THRU P010-FIM
           IF NOT WS-OPERADOR-VALIDO
               DISPLAY "OPERADOR NAO AUTORIZADO - NENHUM PARAMETRO "
                   "ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPCOES-OPERADOR(7:1) NOT EQUAL "S"
               DISPLAY "ALTERACAO DE PARAMETROS EXIGE AUTORIDADE DE "
                   "SUPERVISOR - NENHUM PARAMETRO ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PARM-STORE-FILE
           IF WS-FS-PVIG EQUAL "35"
               OPEN OUTPUT PARM-STORE-FILE
               CLOSE PARM-STORE-FILE
               OPEN I-O PARM-STORE-FILE
           END-IF
           IF WS-FS-PVIG NOT EQUAL "00"
               DISPLAY "CADASTRO DE PARAMETROS PARMVIG INDISPONIVEL - "
                   "FS " WS-FS-PVIG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM P020-CABECALHO
           OPEN INPUT UPDATE-FILE
           IF WS-FS-UPDT EQUAL "00"
               PERFORM P100-LOTE-MOVIMENTOS
           ELSE
               PERFORM P200-MOVIMENTO-INTERATIVO
           END-IF
           CLOSE PARM-STORE-FILE
           PERFORM P030-RODAPE
           CLOSE REPORT-FILE

           DISPLAY "MANUTENCAO DE PARAMETROS - APLICADOS="
               WS-CONT-APLICADOS " REJEITADOS=" WS-CONT-REJEITADOS
           IF WS-CONT-REJEITADOS GREATER 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       P099-LE-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROCESSO
           OPEN INPUT PROC-DATE-FILE
           IF WS-FS-DPRC EQUAL "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-DATA-PROCESSO
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

      * Mesma verificacao do sign-on do MENU_PRINCIPAL: operador
      * cadastrado, ativo e com a senha conferida.
       P010-VALIDA-OPERADOR.
           MOVE "N" TO WS-OPERADOR-ACHADO
           MOVE "N" TO WS-OPERADOR-OK
           MOVE "N" TO WS-EOF-OPMS
           OPEN INPUT OPERATOR-FILE
           IF WS-FS-OPMS NOT EQUAL "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - FS "
                   WS-FS-OPMS
               GO TO P010-FIM
           END-IF
           PERFORM P011-LER-OPERADOR
           PERFORM UNTIL WS-OPMS-EOF OR WS-OPERADOR-EXISTE
               IF OPMS-ID EQUAL WS-OPERADOR-ID
                   SET WS-OPERADOR-EXISTE TO TRUE
               ELSE
                   PERFORM P011-LER-OPERADOR
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF NOT WS-OPERADOR-EXISTE
               DISPLAY "OPERADOR NAO CADASTRADO"
               GO TO P010-FIM
           END-IF
           IF OPMS-DESATIVADO
               DISPLAY "OPERADOR DESATIVADO - PROCURE O SUPERVISOR"
               GO TO P010-FIM
           END-IF
           IF OPMS-SENHA EQUAL SPACES
               OR WS-SENHA-INFORMADA NOT EQUAL OPMS-SENHA
               DISPLAY "SENHA INVALIDA"
               GO TO P010-FIM
           END-IF
           MOVE OPMS-OPCOES TO WS-OPCOES-OPERADOR
           SET WS-OPERADOR-VALIDO TO TRUE.
       P010-FIM.
           EXIT.

       P011-LER-OPERADOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPMS-EOF TO TRUE
           END-READ.

       P020-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "ALTERACOES DE PARAMETROS - OPERADOR "
                      DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SIZE
                  " - DATA DE NEGOCIO " DELIMITED BY SIZE
                  WS-DATA-PROCESSO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       P030-RODAPE.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MOVIMENTOS APLICADOS=" DELIMITED BY SIZE
                  WS-CONT-APLICADOS DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       P100-LOTE-MOVIMENTOS.
           MOVE "N" TO WS-EOF-UPDT
           PERFORM P110-LER-MOVIMENTO
           PERFORM UNTIL WS-UPDT-EOF
               MOVE PTRN-ACAO     TO WS-ACAO
               MOVE PTRN-TABELA   TO WS-NOME-TABELA
               MOVE PTRN-VIGENCIA TO WS-VIGENCIA-ALVO
               MOVE PTRN-CONTEUDO TO WS-CONTEUDO
               PERFORM P120-APLICA-MOVIMENTO THRU P120-EXIT
               PERFORM P110-LER-MOVIMENTO
           END-PERFORM
           CLOSE UPDATE-FILE.

       P110-LER-MOVIMENTO.
           READ UPDATE-FILE
               AT END
                   SET WS-UPDT-EOF TO TRUE
           END-READ.

       P200-MOVIMENTO-INTERATIVO.
           DISPLAY "ACAO - (I)NCLUIR VERSAO, (E)NCERRAR ITEM, "
               "(X) CANCELAR VERSAO FUTURA, (C)ARGA INICIAL: "
           ACCEPT WS-ACAO
           DISPLAY "TABELA (NOME DO ARQUIVO): "
           ACCEPT WS-NOME-TABELA
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
           ACCEPT WS-VIGENCIA-ALVO
           MOVE SPACES TO WS-CONTEUDO
           IF WS-ACAO NOT EQUAL "C"
               DISPLAY "REGISTRO NO LAYOUT DO ARQUIVO DA TABELA: "
               ACCEPT WS-CONTEUDO
           END-IF
           PERFORM P120-APLICA-MOVIMENTO THRU P120-EXIT.

       P120-APLICA-MOVIMENTO.
           MOVE SPACES TO WS-ITEM
           MOVE "N" TO WS-TABELA-ACHADA
           PERFORM P121-PROCURA-TABELA
               VARYING WS-IDX-DEF FROM 1 BY 1
               UNTIL WS-IDX-DEF GREATER 9
                   OR WS-TABELA-CONHECIDA
           IF NOT WS-TABELA-CONHECIDA
               MOVE "TABELA NAO MANTIDA NO PARMVIG" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P120-EXIT
           END-IF
           IF WS-VIGENCIA-ALVO IS NOT NUMERIC
               OR WS-VIG-MES LESS 1 OR WS-VIG-MES GREATER 12
               OR WS-VIG-DIA LESS 1 OR WS-VIG-DIA GREATER 31
               MOVE "INICIO DE VIGENCIA INVALIDO" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P120-EXIT
           END-IF
           MOVE WS-VIGENCIA-NUM TO WS-VIGENCIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           EVALUATE WS-ACAO
               WHEN "I"
                   PERFORM P130-INCLUI-VERSAO THRU P130-FIM
               WHEN "E"
                   PERFORM P140-ENCERRA-ITEM THRU P140-FIM
               WHEN "X"
                   PERFORM P150-CANCELA-VERSAO THRU P150-FIM
               WHEN "C"
                   PERFORM P160-CARGA-INICIAL THRU P160-FIM
               WHEN OTHER
                   MOVE "ACAO INVALIDA" TO WS-MOTIVO
                   PERFORM P190-REJEITA
           END-EVALUATE.
       P120-EXIT.
           EXIT.

       P121-PROCURA-TABELA.
           IF WS-DEF-TABELA(WS-IDX-DEF) EQUAL WS-NOME-TABELA
               SET WS-TABELA-CONHECIDA TO TRUE
           END-IF.

      * O item e a parte do registro que o identifica dentro da
      * tabela (numero de parcelas, classe do veiculo, tipo e regiao
      * da conta); tabela de registro unico tem o item em branco.
       P122-MONTA-ITEM.
           MOVE SPACES TO WS-ITEM
           IF WS-DEF-TAM-ITEM(WS-IDX-DEF) GREATER 0
               MOVE WS-CONTEUDO(WS-DEF-POS-ITEM(WS-IDX-DEF):
                   WS-DEF-TAM-ITEM(WS-IDX-DEF)) TO WS-ITEM
           END-IF.

       P123-VALIDA-CONTEUDO.
           SET WS-CONTEUDO-VALIDO TO TRUE
           PERFORM P124-VALIDA-POSICAO
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS GREATER WS-DEF-TAM-REGISTRO(WS-IDX-DEF)
           COMPUTE WS-POS-LIVRE = WS-DEF-TAM-REGISTRO(WS-IDX-DEF) + 1
           COMPUTE WS-TAM-LIVRE = 60 - WS-DEF-TAM-REGISTRO(WS-IDX-DEF)
           IF WS-CONTEUDO(WS-POS-LIVRE:WS-TAM-LIVRE) NOT EQUAL SPACES
               MOVE "N" TO WS-CONTEUDO-OK
           END-IF
           IF WS-DEF-TAM-ITEM(WS-IDX-DEF) GREATER 0
               AND WS-ITEM EQUAL SPACES
               MOVE "N" TO WS-CONTEUDO-OK
           END-IF.

       P124-VALIDA-POSICAO.
           IF WS-DEF-MASCARA(WS-IDX-DEF)(WS-POS:1) EQUAL "N"
               AND WS-CONTEUDO(WS-POS:1) IS NOT NUMERIC
               MOVE "N" TO WS-CONTEUDO-OK
           END-IF.

      * Versao do item que vale na vigencia pedida, antes do
      * movimento: a de maior inicio ate ela.
       P170-VERSAO-EM-VIGOR.
           MOVE "N" TO WS-ANTERIOR-ACHADA
           MOVE SPACES TO WS-CONTEUDO-ANTES
           MOVE SPACE TO WS-SITUACAO-ANTES
           MOVE "N" TO WS-EOF-PVIG
           MOVE WS-NOME-TABELA TO PVIG-TABELA
           MOVE WS-ITEM TO PVIG-ITEM
           MOVE 0 TO PVIG-VIGENCIA
           START PARM-STORE-FILE KEY IS NOT LESS THAN PVIG-CHAVE
               INVALID KEY
                   SET WS-PVIG-EOF TO TRUE
           END-START
           IF NOT WS-PVIG-EOF
               PERFORM P171-LER-VERSAO
           END-IF
           PERFORM P172-GUARDA-ANTERIOR
               UNTIL WS-PVIG-EOF
                   OR PVIG-TABELA NOT EQUAL WS-NOME-TABELA
                   OR PVIG-ITEM NOT EQUAL WS-ITEM
                   OR PVIG-VIGENCIA GREATER WS-VIGENCIA.

       P171-LER-VERSAO.
           READ PARM-STORE-FILE NEXT RECORD
               AT END
                   SET WS-PVIG-EOF TO TRUE
           END-READ.

       P172-GUARDA-ANTERIOR.
           SET WS-TEM-ANTERIOR TO TRUE
           MOVE PVIG-SITUACAO TO WS-SITUACAO-ANTES
           IF PVIG-ATIVA
               MOVE PVIG-CONTEUDO TO WS-CONTEUDO-ANTES
           ELSE
               MOVE "(ITEM ENCERRADO)" TO WS-CONTEUDO-ANTES
           END-IF
           PERFORM P171-LER-VERSAO.

       P175-LE-VERSAO-ALVO.
           MOVE "N" TO WS-VERSAO-ACHADA
           MOVE WS-NOME-TABELA TO PVIG-TABELA
           MOVE WS-ITEM TO PVIG-ITEM
           MOVE WS-VIGENCIA TO PVIG-VIGENCIA
           READ PARM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-VERSAO-EXISTE TO TRUE
           END-READ.

       P130-INCLUI-VERSAO.
           PERFORM P122-MONTA-ITEM
           PERFORM P123-VALIDA-CONTEUDO
           IF NOT WS-CONTEUDO-VALIDO
               MOVE "REGISTRO FORA DO LAYOUT DA TABELA" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P130-FIM
           END-IF
           IF WS-VIGENCIA LESS WS-DATA-PROCESSO
               MOVE "VIGENCIA ANTERIOR A DATA DE NEGOCIO" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P130-FIM
           END-IF
           PERFORM P170-VERSAO-EM-VIGOR
           PERFORM P175-LE-VERSAO-ALVO
           MOVE WS-NOME-TABELA TO PVIG-TABELA
           MOVE WS-ITEM TO PVIG-ITEM
           MOVE WS-VIGENCIA TO PVIG-VIGENCIA
           SET PVIG-ATIVA TO TRUE
           MOVE WS-CONTEUDO TO PVIG-CONTEUDO
           MOVE WS-OPERADOR-ID TO PVIG-OPERADOR
           MOVE WS-TIMESTAMP TO PVIG-TIMESTAMP
           IF WS-VERSAO-EXISTE
               REWRITE PARM-VIGENCIA-RECORD
               MOVE "VERSAO CORRIGIDA" TO WS-DESCRICAO-ACAO
           ELSE
               WRITE PARM-VIGENCIA-RECORD
               MOVE "NOVA VERSAO" TO WS-DESCRICAO-ACAO
           END-IF
           IF WS-FS-PVIG NOT EQUAL "00"
               MOVE SPACES TO WS-MOTIVO
               STRING "ERRO AO GRAVAR O PARMVIG - FS " DELIMITED BY SIZE
                      WS-FS-PVIG DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P130-FIM
           END-IF
           MOVE WS-CONTEUDO TO WS-CONTEUDO-DEPOIS
           PERFORM P180-REGISTRA-APLICADO.
       P130-FIM.
           EXIT.

      * Encerrar so existe nas tabelas de varios itens: o item sai do
      * arquivo a partir da vigencia. Basta o item no registro.
       P140-ENCERRA-ITEM.
           IF WS-DEF-TAM-ITEM(WS-IDX-DEF) EQUAL 0
               MOVE "TABELA DE REGISTRO UNICO - INCLUA NOVA VERSAO"
                   TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P140-FIM
           END-IF
           PERFORM P122-MONTA-ITEM
           IF WS-ITEM EQUAL SPACES
               MOVE "ITEM NAO INFORMADO" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P140-FIM
           END-IF
           IF WS-VIGENCIA LESS WS-DATA-PROCESSO
               MOVE "VIGENCIA ANTERIOR A DATA DE NEGOCIO" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P140-FIM
           END-IF
           PERFORM P170-VERSAO-EM-VIGOR
           IF NOT WS-TEM-ANTERIOR OR WS-SITUACAO-ANTES NOT EQUAL "A"
               MOVE "ITEM SEM VERSAO ATIVA NA VIGENCIA" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P140-FIM
           END-IF
           PERFORM P175-LE-VERSAO-ALVO
           MOVE WS-NOME-TABELA TO PVIG-TABELA
           MOVE WS-ITEM TO PVIG-ITEM
           MOVE WS-VIGENCIA TO PVIG-VIGENCIA
           SET PVIG-ENCERRADA TO TRUE
           MOVE WS-CONTEUDO-ANTES TO PVIG-CONTEUDO
           MOVE WS-OPERADOR-ID TO PVIG-OPERADOR
           MOVE WS-TIMESTAMP TO PVIG-TIMESTAMP
           IF WS-VERSAO-EXISTE
               REWRITE PARM-VIGENCIA-RECORD
           ELSE
               WRITE PARM-VIGENCIA-RECORD
           END-IF
           IF WS-FS-PVIG NOT EQUAL "00"
               MOVE SPACES TO WS-MOTIVO
               STRING "ERRO AO GRAVAR O PARMVIG - FS " DELIMITED BY SIZE
                      WS-FS-PVIG DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P140-FIM
           END-IF
           MOVE "ITEM ENCERRADO" TO WS-DESCRICAO-ACAO
           MOVE "(ITEM ENCERRADO)" TO WS-CONTEUDO-DEPOIS
           PERFORM P180-REGISTRA-APLICADO.
       P140-FIM.
           EXIT.

      * Cancelar apaga uma versao que ainda nao comecou a valer; o
      * depois e a versao que volta a valer naquela data.
       P150-CANCELA-VERSAO.
           PERFORM P122-MONTA-ITEM
           IF WS-VIGENCIA LESS WS-DATA-PROCESSO
               MOVE "VERSAO JA EM VIGOR NAO PODE SER CANCELADA"
                   TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P150-FIM
           END-IF
           PERFORM P175-LE-VERSAO-ALVO
           IF NOT WS-VERSAO-EXISTE
               MOVE "VERSAO NAO CADASTRADA" TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P150-FIM
           END-IF
           IF PVIG-ATIVA
               MOVE PVIG-CONTEUDO TO WS-CONTEUDO-DEPOIS
           ELSE
               MOVE "(ITEM ENCERRADO)" TO WS-CONTEUDO-DEPOIS
           END-IF
           DELETE PARM-STORE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-FS-PVIG NOT EQUAL "00"
               MOVE SPACES TO WS-MOTIVO
               STRING "ERRO AO EXCLUIR DO PARMVIG - FS "
                          DELIMITED BY SIZE
                      WS-FS-PVIG DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P150-FIM
           END-IF
           PERFORM P170-VERSAO-EM-VIGOR
           MOVE WS-CONTEUDO-DEPOIS TO WS-CONTEUDO
           MOVE WS-CONTEUDO-ANTES TO WS-CONTEUDO-DEPOIS
           MOVE WS-CONTEUDO TO WS-CONTEUDO-ANTES
           MOVE "VERSAO FUTURA CANCELADA" TO WS-DESCRICAO-ACAO
           PERFORM P180-REGISTRA-APLICADO.
       P150-FIM.
           EXIT.

      * Carga inicial: o arquivo atual da tabela entra inteiro com a
      * vigencia informada - a unica vez em que a vigencia pode ser
      * anterior a data de negocio, para cobrir o reprocessamento de
      * dias ja rodados com o arquivo antigo.
       P160-CARGA-INICIAL.
           MOVE "N" TO WS-EOF-PVIG
           MOVE WS-NOME-TABELA TO PVIG-TABELA
           MOVE LOW-VALUES TO PVIG-ITEM
           MOVE 0 TO PVIG-VIGENCIA
           START PARM-STORE-FILE KEY IS NOT LESS THAN PVIG-CHAVE
               INVALID KEY
                   SET WS-PVIG-EOF TO TRUE
           END-START
           IF NOT WS-PVIG-EOF
               PERFORM P171-LER-VERSAO
           END-IF
           IF NOT WS-PVIG-EOF AND PVIG-TABELA EQUAL WS-NOME-TABELA
               MOVE "TABELA JA CARREGADA - USE A INCLUSAO DE VERSAO"
                   TO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P160-FIM
           END-IF
           MOVE "N" TO WS-EOF-TABA
           OPEN INPUT OLD-TABLE-FILE
           IF WS-FS-TABA NOT EQUAL "00"
               MOVE SPACES TO WS-MOTIVO
               STRING "ARQUIVO DA TABELA AUSENTE - FS "
                          DELIMITED BY SIZE
                      WS-FS-TABA DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM P190-REJEITA
               GO TO P160-FIM
           END-IF
           MOVE 0 TO WS-CONT-CARREGADOS
           PERFORM P161-LER-TABELA-ANTIGA
           PERFORM P162-CARREGA-REGISTRO UNTIL WS-TABA-EOF
           CLOSE OLD-TABLE-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CARGA INICIAL " DELIMITED BY SIZE
                  WS-NOME-TABELA DELIMITED BY SIZE
                  " VIGENCIA " DELIMITED BY SIZE
                  WS-VIGENCIA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-CONT-CARREGADOS DELIMITED BY SIZE
                  " REGISTRO(S) CARREGADO(S)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
       P160-FIM.
           EXIT.

       P161-LER-TABELA-ANTIGA.
           READ OLD-TABLE-FILE
               AT END
                   SET WS-TABA-EOF TO TRUE
           END-READ.

       P162-CARREGA-REGISTRO.
           MOVE OLD-TABLE-RECORD TO WS-CONTEUDO
           PERFORM P122-MONTA-ITEM
           PERFORM P123-VALIDA-CONTEUDO
           IF NOT WS-CONTEUDO-VALIDO
               MOVE "REGISTRO FORA DO LAYOUT DA TABELA" TO WS-MOTIVO
               PERFORM P190-REJEITA
           ELSE
               MOVE WS-NOME-TABELA TO PVIG-TABELA
               MOVE WS-ITEM TO PVIG-ITEM
               MOVE WS-VIGENCIA TO PVIG-VIGENCIA
               SET PVIG-ATIVA TO TRUE
               MOVE WS-CONTEUDO TO PVIG-CONTEUDO
               MOVE WS-OPERADOR-ID TO PVIG-OPERADOR
               MOVE WS-TIMESTAMP TO PVIG-TIMESTAMP
               WRITE PARM-VIGENCIA-RECORD
                   INVALID KEY
                       MOVE "ITEM REPETIDO NO ARQUIVO DA TABELA"
                           TO WS-MOTIVO
                       PERFORM P190-REJEITA
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARREGADOS
                       MOVE SPACES TO WS-CONTEUDO-ANTES
                       MOVE WS-CONTEUDO TO WS-CONTEUDO-DEPOIS
                       MOVE "CARGA INICIAL" TO WS-DESCRICAO-ACAO
                       PERFORM P180-REGISTRA-APLICADO
               END-WRITE
           END-IF
           PERFORM P161-LER-TABELA-ANTIGA.

       P180-REGISTRA-APLICADO.
           ADD 1 TO WS-CONT-APLICADOS
           MOVE SPACES TO REPORT-LINE
           STRING "APLICADO  " DELIMITED BY SIZE
                  WS-ACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-TABELA DELIMITED BY SIZE
                  " ITEM " DELIMITED BY SIZE
                  WS-ITEM DELIMITED BY SIZE
                  " VIGENCIA " DELIMITED BY SIZE
                  WS-VIGENCIA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DESCRICAO-ACAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    ANTES : " DELIMITED BY SIZE
                  WS-CONTEUDO-ANTES DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    DEPOIS: " DELIMITED BY SIZE
                  WS-CONTEUDO-DEPOIS DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-NOME-TABELA " ITEM " WS-ITEM " VIGENCIA "
               WS-VIGENCIA " - " WS-DESCRICAO-ACAO.

       P190-REJEITA.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE SPACES TO REPORT-LINE
           STRING "REJEITADO " DELIMITED BY SIZE
                  WS-ACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-TABELA DELIMITED BY SIZE
                  " ITEM " DELIMITED BY SIZE
                  WS-ITEM DELIMITED BY SIZE
                  " VIGENCIA " DELIMITED BY SIZE
                  WS-VIGENCIA-ALVO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "MOVIMENTO REJEITADO - " WS-NOME-TABELA " "
               WS-VIGENCIA-ALVO " - " WS-MOTIVO.

       END PROGRAM PARM_MANUT.
