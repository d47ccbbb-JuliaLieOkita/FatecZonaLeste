      ******************************************************************
      * Author: Júlia Lie Okita da Silva
      * Date: 20/07/2024
      * Purpose: Historico de alteracoes de um cadastro a partir da
      *          trilha MUDALOG (copy MUDALOG): dado o parametro
      *          MUDAPARM (cadastro, chave - em branco para todas - e
      *          as datas de negocio de e ate, zero para faixa aberta),
      *          lista cada inclusao, alteracao ou exclusao com quem
      *          submeteu, o programa e a origem do movimento, e abaixo
      *          so os campos que mudaram, valor antes ao lado do valor
      *          depois. Os campos de cada cadastro estao na tabela
      *          WS-DEFINICAO-CAMPOS (posicao e tamanho nas copies dos
      *          cadastros). A MUDALOG guarda a janela da retencao;
      *          faixas mais antigas voltam pelo LOG_RESGATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUDA_HIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "MUDALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUDA.

           SELECT REPORT-FILE ASSIGN TO "MUDARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPT.

           SELECT PARM-FILE ASSIGN TO "MUDAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MUDALOG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(120).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-CADASTRO           PIC X(08).
           05  PARM-CHAVE              PIC X(10).
           05  PARM-DATA-DE            PIC 9(08).
           05  PARM-DATA-ATE           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES-HIST.
           05 WS-FS-MUDA               PIC X(02) VALUE SPACES.
           05 WS-FS-REPT               PIC X(02) VALUE SPACES.
           05 WS-FS-PARM               PIC X(02) VALUE SPACES.
           05 WS-EOF-MUDA              PIC X(01) VALUE "N".
               88 WS-MUDA-EOF          VALUE "S".
           05 WS-PARM-LIDO             PIC X(01) VALUE "N".
               88 WS-TEM-PARM          VALUE "S".
           05 WS-CADASTRO-ACHADO       PIC X(01) VALUE "N".
               88 WS-CADASTRO-CONHECIDO VALUE "S".

       01 WS-PARAMETROS-HIST.
           05 WS-CADASTRO-PEDIDO       PIC X(08) VALUE SPACES.
           05 WS-CHAVE-PEDIDA          PIC X(10) VALUE SPACES.
           05 WS-DATA-DE               PIC 9(08) VALUE 0.
           05 WS-DATA-ATE              PIC 9(08) VALUE 99999999.

      * Campos de cada cadastro: cadastro, nome, posicao, tamanho e
      * casas decimais (valor numerico com virgula implicita).
       01 WS-DEFINICAO-CAMPOS.
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST ID                0010100".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST NOME              0110300".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST LIMITE-CREDITO    0410112".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST TIPO-PESSOA       0520010".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST DOCUMENTO         0530140".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST END-LOGRADOURO    0670400".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST END-CIDADE        1070250".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST END-UF            1320020".
           05 FILLER                   PIC X(33) VALUE
               "CLIEMST END-CEP           1340080".
           05 FILLER                   PIC X(33) VALUE
               "FUNCMST EMP-ID            0010100".
           05 FILLER                   PIC X(33) VALUE
               "FUNCMST NOME              0110300".
           05 FILLER                   PIC X(33) VALUE
               "FUNCMST DEPARTAMENTO      0410150".
           05 FILLER                   PIC X(33) VALUE
               "FUNCMST DATA-NASC         0560080".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST ID                0010100".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST PLACA             0110080".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST CLASSE            0190010".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST MOTORISTA         0200300".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST LIMITE-VELOCIDADE 0500052".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST STATUS            0550010".
           05 FILLER                   PIC X(33) VALUE
               "VEICMST DATA-STATUS       0560080".
           05 FILLER                   PIC X(33) VALUE
               "LOJAMST ID                0010040".
           05 FILLER                   PIC X(33) VALUE
               "LOJAMST NOME              0050300".
           05 FILLER                   PIC X(33) VALUE
               "LOJAMST REGIAO            0350030".
           05 FILLER                   PIC X(33) VALUE
               "LOJAMST ATIVA             0380010".
           05 FILLER                   PIC X(33) VALUE
               "OPERMST ID                0010080".
           05 FILLER                   PIC X(33) VALUE
               "OPERMST NOME              0090300".
           05 FILLER                   PIC X(33) VALUE
               "OPERMST OPCOES            0390070".
           05 FILLER                   PIC X(33) VALUE
               "OPERMST SENHA             0460080".
           05 FILLER                   PIC X(33) VALUE
               "OPERMST DATA-VALIDADE     0540080".
           05 FILLER                   PIC X(33) VALUE
               "OPERMST ATIVO             0620010".
       01 WS-TABELA-CAMPOS REDEFINES WS-DEFINICAO-CAMPOS.
           05 WS-CAMPO-ITEM OCCURS 30 TIMES
                   INDEXED BY WS-IDX-CAMPO.
               10 WS-CAMPO-CADASTRO    PIC X(08).
               10 WS-CAMPO-NOME        PIC X(18).
               10 WS-CAMPO-POSICAO     PIC 9(03).
               10 WS-CAMPO-TAMANHO     PIC 9(03).
               10 WS-CAMPO-DECIMAIS    PIC 9(01).

       01 WS-CAMPOS-HIST.
           05 WS-ACAO-TEXTO            PIC X(09) VALUE SPACES.
           05 WS-SUBMISSOR-TEXTO       PIC X(13) VALUE SPACES.
           05 WS-CHAVE-TEXTO           PIC X(10) VALUE SPACES.
           05 WS-POS                   PIC 9(03) VALUE 0.
           05 WS-TAM                   PIC 9(03) VALUE 0.
           05 WS-VALOR-ANTES           PIC X(48) VALUE SPACES.
           05 WS-VALOR-DEPOIS          PIC X(48) VALUE SPACES.
           05 WS-VALOR-BRUTO           PIC X(48) VALUE SPACES.
           05 WS-VALOR-TEXTO           PIC X(48) VALUE SPACES.
           05 WS-NUM-BRUTO             PIC 9(13) VALUE 0.
           05 WS-NUM-VALOR             PIC 9(11)V9(02) VALUE 0.
           05 WS-NUM-EDITADO           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-CAMPO.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LIN-CAMPO             PIC X(18).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-ANTES             PIC X(48).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIN-DEPOIS            PIC X(48).

       01 WS-CONTADORES-HIST.
           05 WS-CONT-LIDOS            PIC 9(07) VALUE 0.
           05 WS-CONT-LISTADOS         PIC 9(07) VALUE 0.
           05 WS-CONT-CAMPOS           PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC SECTION.
       P000-INICIO.
           PERFORM P010-LE-PARM
           IF NOT WS-TEM-PARM
               DISPLAY "PARAMETRO MUDAPARM AUSENTE - INFORME CADASTRO, "
                   "CHAVE E FAIXA DE DATAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-CADASTRO-ACHADO
           PERFORM P020-PROCURA-CADASTRO
               VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO GREATER 30
                   OR WS-CADASTRO-CONHECIDO
           IF NOT WS-CADASTRO-CONHECIDO
               DISPLAY "CADASTRO " WS-CADASTRO-PEDIDO
                   " SEM TRILHA DE ALTERACOES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CHANGE-LOG-FILE
           IF WS-FS-MUDA NOT EQUAL "00"
               DISPLAY "TRILHA DE ALTERACOES MUDALOG INDISPONIVEL - FS "
                   WS-FS-MUDA
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM P100-CABECALHO
           PERFORM P200-LISTA-ALTERACOES
           PERFORM P400-RODAPE
           CLOSE REPORT-FILE
           CLOSE CHANGE-LOG-FILE

           DISPLAY "HISTORICO DE ALTERACOES DO " WS-CADASTRO-PEDIDO
               " - LIDOS " WS-CONT-LIDOS " LISTADOS " WS-CONT-LISTADOS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       P010-LE-PARM.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM EQUAL "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-TEM-PARM TO TRUE
                       MOVE PARM-CADASTRO TO WS-CADASTRO-PEDIDO
                       MOVE PARM-CHAVE TO WS-CHAVE-PEDIDA
                       IF PARM-DATA-DE IS NUMERIC
                           MOVE PARM-DATA-DE TO WS-DATA-DE
                       END-IF
                       IF PARM-DATA-ATE IS NUMERIC
                           AND PARM-DATA-ATE GREATER 0
                           MOVE PARM-DATA-ATE TO WS-DATA-ATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       P020-PROCURA-CADASTRO.
           IF WS-CAMPO-CADASTRO(WS-IDX-CAMPO) EQUAL WS-CADASTRO-PEDIDO
               SET WS-CADASTRO-CONHECIDO TO TRUE
           END-IF.

       P100-CABECALHO.
           IF WS-CHAVE-PEDIDA EQUAL SPACES
               MOVE "(TODAS)" TO WS-CHAVE-TEXTO
           ELSE
               MOVE WS-CHAVE-PEDIDA TO WS-CHAVE-TEXTO
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORICO DE ALTERACOES - CADASTRO "
                      DELIMITED BY SIZE
                  WS-CADASTRO-PEDIDO DELIMITED BY SIZE
                  " CHAVE " DELIMITED BY SIZE
                  WS-CHAVE-TEXTO DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  WS-DATA-DE DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-DATA-ATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE.

       P200-LISTA-ALTERACOES.
           MOVE "N" TO WS-EOF-MUDA
           PERFORM P210-LER-MUDALOG
           PERFORM UNTIL WS-MUDA-EOF
               IF MUDA-CADASTRO EQUAL WS-CADASTRO-PEDIDO
                   AND (WS-CHAVE-PEDIDA EQUAL SPACES
                       OR MUDA-CHAVE EQUAL WS-CHAVE-PEDIDA)
                   AND MUDA-DATA-NEGOCIO NOT LESS WS-DATA-DE
                   AND MUDA-DATA-NEGOCIO NOT GREATER WS-DATA-ATE
                   PERFORM P300-LISTA-ALTERACAO
               END-IF
               PERFORM P210-LER-MUDALOG
           END-PERFORM.

       P210-LER-MUDALOG.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-MUDA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       P300-LISTA-ALTERACAO.
           ADD 1 TO WS-CONT-LISTADOS
           EVALUATE TRUE
               WHEN MUDA-INCLUSAO
                   MOVE "INCLUSAO" TO WS-ACAO-TEXTO
               WHEN MUDA-EXCLUSAO
                   MOVE "EXCLUSAO" TO WS-ACAO-TEXTO
               WHEN OTHER
                   MOVE "ALTERACAO" TO WS-ACAO-TEXTO
           END-EVALUATE
           IF MUDA-SUBMISSOR EQUAL SPACES
               MOVE "NAO INFORMADO" TO WS-SUBMISSOR-TEXTO
           ELSE
               MOVE MUDA-SUBMISSOR TO WS-SUBMISSOR-TEXTO
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING MUDA-DATA-NEGOCIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MUDA-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACAO-TEXTO DELIMITED BY SIZE
                  " CHAVE " DELIMITED BY SIZE
                  MUDA-CHAVE DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-SUBMISSOR-TEXTO DELIMITED BY SIZE
                  " PROGRAMA " DELIMITED BY SIZE
                  MUDA-PROGRAMA DELIMITED BY SIZE
                  " ORIGEM " DELIMITED BY SIZE
                  MUDA-ORIGEM DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CAMPO" TO WS-LIN-CAMPO
           MOVE "ANTES" TO WS-LIN-ANTES
           MOVE "DEPOIS" TO WS-LIN-DEPOIS
           MOVE WS-LINHA-CAMPO TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-CONT-CAMPOS
           PERFORM P310-COMPARA-CAMPO
               VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO GREATER 30
           IF WS-CONT-CAMPOS EQUAL 0
               MOVE SPACES TO REPORT-LINE
               STRING "    (NENHUM CAMPO DIFERENTE ENTRE AS IMAGENS)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * So os campos do cadastro cuja imagem antes difere da depois;
      * na inclusao e na exclusao o lado vazio sai em branco.
       P310-COMPARA-CAMPO.
           IF WS-CAMPO-CADASTRO(WS-IDX-CAMPO) EQUAL MUDA-CADASTRO
               MOVE WS-CAMPO-POSICAO(WS-IDX-CAMPO) TO WS-POS
               MOVE WS-CAMPO-TAMANHO(WS-IDX-CAMPO) TO WS-TAM
               IF MUDA-IMAGEM-ANTES(WS-POS:WS-TAM) NOT EQUAL
                   MUDA-IMAGEM-DEPOIS(WS-POS:WS-TAM)
                   ADD 1 TO WS-CONT-CAMPOS
                   MOVE MUDA-IMAGEM-ANTES(WS-POS:WS-TAM)
                       TO WS-VALOR-BRUTO
                   PERFORM P320-FORMATA-VALOR
                   MOVE WS-VALOR-TEXTO TO WS-VALOR-ANTES
                   MOVE MUDA-IMAGEM-DEPOIS(WS-POS:WS-TAM)
                       TO WS-VALOR-BRUTO
                   PERFORM P320-FORMATA-VALOR
                   MOVE WS-VALOR-TEXTO TO WS-VALOR-DEPOIS
                   MOVE WS-CAMPO-NOME(WS-IDX-CAMPO) TO WS-LIN-CAMPO
                   MOVE WS-VALOR-ANTES TO WS-LIN-ANTES
                   MOVE WS-VALOR-DEPOIS TO WS-LIN-DEPOIS
                   MOVE WS-LINHA-CAMPO TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      * Campo com casas decimais e conteudo numerico sai editado com
      * virgula; o resto sai como esta na imagem.
       P320-FORMATA-VALOR.
           MOVE WS-VALOR-BRUTO TO WS-VALOR-TEXTO
           IF WS-CAMPO-DECIMAIS(WS-IDX-CAMPO) GREATER 0
               AND WS-VALOR-BRUTO(1:WS-TAM) IS NUMERIC
               MOVE WS-VALOR-BRUTO(1:WS-TAM) TO WS-NUM-BRUTO
               COMPUTE WS-NUM-VALOR = WS-NUM-BRUTO /
                   (10 ** WS-CAMPO-DECIMAIS(WS-IDX-CAMPO))
               MOVE WS-NUM-VALOR TO WS-NUM-EDITADO
               MOVE SPACES TO WS-VALOR-TEXTO
               MOVE WS-NUM-EDITADO TO WS-VALOR-TEXTO
           END-IF.

       P400-RODAPE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CONT-LISTADOS EQUAL 0
               STRING "NENHUMA ALTERACAO NA FAIXA PEDIDA"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "TOTAL DE ALTERACOES LISTADAS=" DELIMITED BY SIZE
                      WS-CONT-LISTADOS DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       END PROGRAM MUDA_HIST.
