      *           noite, os totais de controle, as excecoes por
      *           severidade e a posicao das geracoes - a manha para
      *           de catar quatro fontes.
      * Modified: 23/12/2023 (JLOS) - Novo passo de triagem de vendas
      *           (VEND_TRIAGEM) entre a critica de entrada e a
      *           liquidacao: vendas suspeitas (cliente em varias
      *           lojas no lote, valor muito acima da media, vendas
      *           demais em poucos dias) saem do TRANFILE para a fila
      *           VENDRETE ate a revisao do supervisor.
      * Modified: 17/02/2024 (JLOS) - Novo passo 3A de vencimento dos
      *           documentos dos veiculos (FROTA_DOCVENC) logo antes
      *           do lote de viagens e no mesmo calendario dele: abre
      *           e fecha os itens da lista DOCWORK antes que o lote
      *           bloqueie o veiculo de documento obrigatorio vencido.
      * Modified: 16/03/2024 (JLOS) - Novo passo 3B de conferencia do
      *           hodometro dos abastecimentos contra o KM declarado
      *           nas viagens (FROTA_HODOMETRO) logo depois do lote de
      *           viagens e no mesmo calendario dele; RC 4 quando abriu
      *           revisao de hodometro ou houve hodometro voltando.
      * Modified: 22/06/2024 (JLOS) - Novo passo 0- de controle de
      *           chegada dos arquivos de entrada (ENTR_CHEGADA) antes
      *           da critica: confere o cadastro ENTRESP contra os
      *           arquivos brutos e segura o job ate o corte mais a
      *           carencia; com entrada obrigatoria ausente o job segue
      *           com excecao severa (RC 4) ou para com a condicao 12,
      *           conforme o ENTRPARM, e so os passos finais rodam.
      * Modified: 06/07/2024 (JLOS) - Novo passo final de descarga dos
      *           cadastros indexados (ARQ_DESCARGA) depois da retencao
      *           e antes da arrumacao: cada cadastro vira uma geracao
      *           datada .B no GERAFILE com contagem e hash no CTRLFILE,
      *           e o roteiro de recuperacao RECURPT sai no mesmo passo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH_NOTURNO.
       01 WS-SWITCHES-JOB.
           05 WS-JOB-ABORTADO          PIC X(01) VALUE "N".
               88 WS-JOB-FOI-ABORTADO  VALUE "S".
           05 WS-FALTOU-ENTRADA        PIC X(01) VALUE "N".
               88 WS-JOB-PARADO-ENTRADA VALUE "S".
           05 WS-FS-CALN               PIC X(02) VALUE SPACES.
           05 WS-FS-HOLI               PIC X(02) VALUE SPACES.
           05 WS-EOF-CALN              PIC X(01) VALUE "N".
           05 WS-RC-EQUACAO            PIC S9(04) VALUE 0.
           05 WS-RC-CALCULADORA        PIC S9(04) VALUE 0.
           05 WS-RC-ALERTA             PIC S9(04) VALUE 0.
           05 WS-RC-CHEGADA            PIC S9(04) VALUE 0.
           05 WS-RC-CRITICA            PIC S9(04) VALUE 0.
           05 WS-RC-TRIAGEM            PIC S9(04) VALUE 0.
           05 WS-RC-DOCUMENTOS         PIC S9(04) VALUE 0.
           05 WS-RC-HODOMETRO          PIC S9(04) VALUE 0.
           05 WS-RC-RELATORIO          PIC S9(04) VALUE 0.
           05 WS-RC-CONCILIA           PIC S9(04) VALUE 0.
           05 WS-RC-LIMPEZA            PIC S9(04) VALUE 0.
           05 WS-RC-RAZAO              PIC S9(04) VALUE 0.
           05 WS-RC-RETENCAO           PIC S9(04) VALUE 0.
           05 WS-RC-DESCARGA           PIC S9(04) VALUE 0.
           05 WS-RC-RESUMO-OPS         PIC S9(04) VALUE 0.

       01 WS-DATA-JOB.
           PERFORM P002-CARREGA-CALENDARIO
           PERFORM P003-VERIFICA-FERIADO

           MOVE "ENTR_CHEGADA" TO WS-PASSO-HIST
           PERFORM P006A-CONSULTA-HISTORICO
           IF WS-PULA-PASSO
               PERFORM P006B-ANOTA-PASSO-PULADO
           ELSE
               PERFORM P004A-PASSO-CHEGADA-ENTRADA
           END-IF

           IF NOT WS-JOB-FOI-ABORTADO
               MOVE "EDIT_ENTRADA" TO WS-PASSO-HIST
               PERFORM P006A-CONSULTA-HISTORICO
               IF WS-PULA-PASSO
                   PERFORM P006B-ANOTA-PASSO-PULADO
               ELSE
                   PERFORM P004-PASSO-CRITICA-ENTRADA
               END-IF
           END-IF

      * A triagem so tem sentido no dia em que a liquidacao roda:
      * segue o calendario do passo 1.
           IF NOT WS-JOB-FOI-ABORTADO
               MOVE "AULA04_EX01" TO WS-PASSO-CONSULTA
               PERFORM P005-CONSULTA-CALENDARIO
               MOVE "VEND_TRIAGEM" TO WS-PASSO-HIST
               PERFORM P006A-CONSULTA-HISTORICO
               EVALUATE TRUE
                   WHEN WS-PULA-PASSO
                       PERFORM P006B-ANOTA-PASSO-PULADO
                   WHEN WS-RODA-PASSO
                       PERFORM P009-PASSO-TRIAGEM
                   WHEN OTHER
                       DISPLAY "PASSO 0A FORA DO CALENDARIO DE HOJE "
                           "- PULADO"
               END-EVALUATE
           END-IF

           IF NOT WS-JOB-FOI-ABORTADO
               END-EVALUATE
           END-IF

      * O vencimento dos documentos roda no dia do lote de viagens,
      * antes dele: segue o calendario do passo 3.
           IF NOT WS-JOB-FOI-ABORTADO
               MOVE "AULA04_EX03" TO WS-PASSO-CONSULTA
               PERFORM P005-CONSULTA-CALENDARIO
               MOVE "FROTA_DOCVENC" TO WS-PASSO-HIST
               PERFORM P006A-CONSULTA-HISTORICO
               EVALUATE TRUE
                   WHEN WS-PULA-PASSO
                       PERFORM P006B-ANOTA-PASSO-PULADO
                   WHEN WS-RODA-PASSO
                       PERFORM P029-PASSO-DOCUMENTOS
                   WHEN OTHER
                       DISPLAY "PASSO 3A FORA DO CALENDARIO DE HOJE "
                           "- PULADO"
               END-EVALUATE
           END-IF

           IF NOT WS-JOB-FOI-ABORTADO
               MOVE "AULA04_EX03" TO WS-PASSO-CONSULTA
               PERFORM P005-CONSULTA-CALENDARIO
               END-EVALUATE
           END-IF

      * A conferencia de hodometro usa os trechos do dia do lote de
      * viagens: segue o calendario do passo 3, logo depois dele.
           IF NOT WS-JOB-FOI-ABORTADO
               MOVE "AULA04_EX03" TO WS-PASSO-CONSULTA
               PERFORM P005-CONSULTA-CALENDARIO
               MOVE "FROTA_HODOMETR" TO WS-PASSO-HIST
               PERFORM P006A-CONSULTA-HISTORICO
               EVALUATE TRUE
                   WHEN WS-PULA-PASSO
                       PERFORM P006B-ANOTA-PASSO-PULADO
                   WHEN WS-RODA-PASSO
                       PERFORM P032-PASSO-HODOMETRO
                   WHEN OTHER
                       DISPLAY "PASSO 3B FORA DO CALENDARIO DE HOJE "
                           "- PULADO"
               END-EVALUATE
           END-IF

           IF NOT WS-JOB-FOI-ABORTADO
               MOVE "AULA04_EX02" TO WS-PASSO-CONSULTA
               PERFORM P005-CONSULTA-CALENDARIO
           PERFORM P060-PASSO-RELATORIO-EXCECAO
           PERFORM P070-PASSO-ALERTA-EXCECAO
           PERFORM P083-PASSO-RETENCAO
           PERFORM P084-PASSO-DESCARGA
           PERFORM P085-PASSO-LIMPEZA
           PERFORM P087-PASSO-RESUMO-OPERACAO
           PERFORM P090-RESUMO-JOB
           MOVE WS-RC-RETENCAO TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P084-PASSO-DESCARGA.
           DISPLAY "PASSO FINAL - DESCARGA DOS CADASTROS (ARQ_DESCARGA)"
           MOVE "ARQ_DESCARGA" TO WS-HIST-PASSO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "ARQ_DESCARGA"
           MOVE RETURN-CODE TO WS-RC-DESCARGA
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-FIM
           IF WS-RC-DESCARGA GREATER 0
               DISPLAY "DESCARGA DOS CADASTROS TERMINOU COM RC "
                   WS-RC-DESCARGA
           END-IF
           MOVE WS-RC-DESCARGA TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P085-PASSO-LIMPEZA.
           DISPLAY "PASSO FINAL - LIMPEZA DE GERACOES (ARQ_LIMPEZA)"
           MOVE "ARQ_LIMPEZA" TO WS-HIST-PASSO
                   SET WS-HOLI-EOF TO TRUE
           END-READ.

      * Condicao 12 = entrada obrigatoria ausente vencida a carencia
      * com o ENTRPARM mandando parar: nenhum passo de negocio roda,
      * so os finais (a passagem de turno mostra o que faltou).
       P004A-PASSO-CHEGADA-ENTRADA.
           DISPLAY "PASSO 0- - CHEGADA DOS ARQUIVOS DE ENTRADA "
               "(ENTR_CHEGADA)"
           MOVE "ENTR_CHEGADA" TO WS-HIST-PASSO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "ENTR_CHEGADA"
           MOVE RETURN-CODE TO WS-RC-CHEGADA
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-FIM
           EVALUATE TRUE
               WHEN WS-RC-CHEGADA EQUAL 12
                   DISPLAY "PASSO 0- PAROU O JOB - ENTRADA "
                       "OBRIGATORIA AUSENTE (CONDICAO 12)"
                   MOVE "S" TO WS-FALTOU-ENTRADA
                   MOVE "S" TO WS-JOB-ABORTADO
               WHEN WS-RC-CHEGADA GREATER 4
                   DISPLAY "PASSO 0- ABENDOU - CONDICAO "
                       WS-RC-CHEGADA
                   MOVE "S" TO WS-JOB-ABORTADO
               WHEN WS-RC-CHEGADA EQUAL 4
                   DISPLAY "PASSO 0- CONCLUIDO COM ENTRADAS ATRASADAS "
                       "OU AUSENTES (RC=4)"
               WHEN OTHER
                   DISPLAY "PASSO 0- CONCLUIDO COM SUCESSO (RC=0)"
           END-EVALUATE
           MOVE WS-RC-CHEGADA TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P004-PASSO-CRITICA-ENTRADA.
           DISPLAY "PASSO 0 - CRITICA DE ENTRADA (EDIT_ENTRADA)"
           MOVE "EDIT_ENTRADA" TO WS-HIST-PASSO
           MOVE WS-RC-CRITICA TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P009-PASSO-TRIAGEM.
           DISPLAY "PASSO 0A - TRIAGEM DE VENDAS (VEND_TRIAGEM)"
           MOVE "VEND_TRIAGEM" TO WS-HIST-PASSO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "VEND_TRIAGEM"
           MOVE RETURN-CODE TO WS-RC-TRIAGEM
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-FIM
           EVALUATE TRUE
               WHEN WS-RC-TRIAGEM GREATER 4
                   DISPLAY "PASSO 0A ABENDOU - CONDICAO "
                       WS-RC-TRIAGEM
                   MOVE "S" TO WS-JOB-ABORTADO
               WHEN WS-RC-TRIAGEM EQUAL 4
                   DISPLAY "PASSO 0A CONCLUIDO COM VENDAS RETIDAS "
                       "(RC=4)"
               WHEN OTHER
                   DISPLAY "PASSO 0A CONCLUIDO COM SUCESSO (RC=0)"
           END-EVALUATE
           MOVE WS-RC-TRIAGEM TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P005-CONSULTA-CALENDARIO.
           MOVE "S" TO WS-PASSO-DEVE-RODAR
           IF WS-CALENDARIO-LIDO
                   DISPLAY "PASSO 2 CONCLUIDO COM SUCESSO (RC=0)"
           END-EVALUATE.

       P029-PASSO-DOCUMENTOS.
           DISPLAY "PASSO 3A - VENCIMENTO DE DOCUMENTOS DA FROTA "
               "(FROTA_DOCVENC)"
           MOVE "FROTA_DOCVENC" TO WS-HIST-PASSO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "FROTA_DOCVENC"
           MOVE RETURN-CODE TO WS-RC-DOCUMENTOS
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-FIM
           EVALUATE TRUE
               WHEN WS-RC-DOCUMENTOS GREATER 4
                   DISPLAY "PASSO 3A ABENDOU - CONDICAO "
                       WS-RC-DOCUMENTOS
                   MOVE "S" TO WS-JOB-ABORTADO
               WHEN WS-RC-DOCUMENTOS EQUAL 4
                   DISPLAY "PASSO 3A CONCLUIDO COM DOCUMENTOS A "
                       "RENOVAR (RC=4)"
               WHEN OTHER
                   DISPLAY "PASSO 3A CONCLUIDO COM SUCESSO (RC=0)"
           END-EVALUATE
           MOVE WS-RC-DOCUMENTOS TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P030-PASSO-VELOCIDADE.
           DISPLAY "PASSO 3 - RELATORIO DE VELOCIDADE DA FROTA "
               "(AULA04_EX03)"
                   DISPLAY "PASSO 3 CONCLUIDO COM SUCESSO (RC=0)"
           END-EVALUATE.

       P032-PASSO-HODOMETRO.
           DISPLAY "PASSO 3B - CONFERENCIA DE HODOMETRO DA FROTA "
               "(FROTA_HODOMETRO)"
           MOVE "FROTA_HODOMETR" TO WS-HIST-PASSO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "FROTA_HODOMETRO"
           MOVE RETURN-CODE TO WS-RC-HODOMETRO
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-FIM
           EVALUATE TRUE
               WHEN WS-RC-HODOMETRO GREATER 4
                   DISPLAY "PASSO 3B ABENDOU - CONDICAO "
                       WS-RC-HODOMETRO
                   MOVE "S" TO WS-JOB-ABORTADO
               WHEN WS-RC-HODOMETRO EQUAL 4
                   DISPLAY "PASSO 3B CONCLUIDO COM DIVERGENCIAS DE "
                       "HODOMETRO (RC=4)"
               WHEN OTHER
                   DISPLAY "PASSO 3B CONCLUIDO COM SUCESSO (RC=0)"
           END-EVALUATE
           MOVE WS-RC-HODOMETRO TO WS-HIST-RC
           PERFORM P007-GRAVA-HISTORICO.

       P040-PASSO-EQUACAO.
           DISPLAY "PASSO 4 - LOTE DE EQUACOES (AULA04_EX02)"
           MOVE 0 TO RETURN-CODE
                   UNTIL WS-IDX-PULA GREATER WS-QTD-PULADOS
           END-IF
           EVALUATE TRUE
               WHEN WS-JOB-PARADO-ENTRADA
                   DISPLAY "JOB NOTURNO PARADO - ENTRADA OBRIGATORIA "
                       "AUSENTE (CONDICAO 12)"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-JOB-FOI-ABORTADO
                   DISPLAY "JOB NOTURNO ENCERRADO COM ABEND EM UM "
                       "DOS PASSOS"
