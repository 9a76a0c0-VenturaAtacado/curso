      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-09-03 EBV     VERSAO INICIAL.
      *     2026-10-15 EBV     O PASSO REGISTRA O SEU INICIO E O
      *                        RETURN-CODE COM QUE TERMINOU NO LIVRO
      *                        DE CONTROLE DE EXECUCOES (RUNCTL), SOB
      *                        A IDENTIDADE DA EXECUCAO EM
      *                        RUNATUAL.TXT. EM UMA RERODADA DA MESMA
      *                        EXECUCAO, PASSO JA TERMINADO LIMPO NAO
      *                        E REEXECUTADO E DEVOLVE O RC ANTERIOR;
      *                        SUBMISSAO RECUSADA NAO PROCESSA.
      *     2026-10-15 EBV     AO FINAL DA EXECUCAO O PROGRAMA
      *                        ACRESCENTA EM CAPACID.TXT A MAIOR
      *                        OCUPACAO DAS TABELAS DE EXECUCOES E DE
      *                        DECOMPOSICAO, COM AS OCORRENCIAS QUE
      *                        FICARAM FORA DELAS, PARA O RELATORIO
      *                        DE CAPACIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLICA-VARIACAO.
           SELECT EXP-OUT ASSIGN TO 'EXPVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * Identidade da execucao corrente do job, gravada pelo passo
      * de abertura (CONTROLE-EXECUCAO)
           SELECT RUN-ATUAL ASSIGN TO 'RUNATUAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAT-STATUS.
      * Livro de controle de execucoes do job, no qual o passo
      * registra o seu inicio e o RETURN-CODE com que terminou
           SELECT RUN-CTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-RCT-STATUS.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARTAO.
       FD EXP-OUT.
       01 EXP-LINHA               PIC X(132).

      * Estrutura da identidade da execucao corrente (mesmo layout
      * de RAT-REGISTRO em CONTROLE-EXECUCAO)
       FD RUN-ATUAL.
       01 RAT-REGISTRO.
           05 RAT-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 RAT-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 RAT-SITUACAO        PIC X(01).

      * Estrutura de cada registro do livro de controle (mesmo
      * layout de RCT-REGISTRO em CONTROLE-EXECUCAO)
       FD RUN-CTL.
       01 RCT-REGISTRO.
           05 RCT-CHAVE.
               10 RCT-DATA-EXECUCAO PIC 9(08).
               10 RCT-RUN-ID        PIC 9(08).
               10 RCT-PASSO         PIC X(08).
           05 RCT-SITUACAO          PIC X(01).
           05 RCT-RC                PIC 9(04).
           05 RCT-QTDE-INICIOS      PIC 9(03).
           05 RCT-DATA-INICIO       PIC 9(08).
           05 RCT-HORA-INICIO       PIC 9(08).
           05 RCT-DATA-FIM          PIC 9(08).
           05 RCT-HORA-FIM          PIC 9(08).

      * Estrutura de cada linha do registro de capacidade (mesmo
      * layout de CAP-REGISTRO em MONITORA-CAPACIDADE)
       FD CAP-OUT.
       01 CAP-REGISTRO.
           05 CAP-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 CAP-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 CAP-PROGRAMA        PIC X(08).
           05 FILLER              PIC X(01).
           05 CAP-TABELA          PIC X(20).
           05 FILLER              PIC X(01).
           05 CAP-LIMITE          PIC 9(07).
           05 FILLER              PIC X(01).
           05 CAP-MAXIMO          PIC 9(10).
           05 FILLER              PIC X(01).
           05 CAP-EXCEDENTES      PIC 9(10).

       WORKING-STORAGE SECTION.

      * Parametros de analise, com o mesmo padrao de limite do
           05 FILLER              PIC X(44) VALUE
               'Nenhuma execucao com warning de variacao'.

      * Registro do passo no livro de controle de execucoes do job.
      * Sem RUNATUAL.TXT o programa roda fora do controle, como
      * antes da criacao do livro.
       01 WS-CONTROLE-PASSO.
           05 WS-RCT-PASSO          PIC X(08) VALUE 'EXPVAR'.
           05 WS-RAT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RCT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RAT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-RAT-FIM                   VALUE 'S'.
           05 WS-RCT-CONTROLADO-FLAG PIC X(01) VALUE 'N'.
              88 WS-RCT-CONTROLADO            VALUE 'S'.
           05 WS-RCT-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-RCT-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-RCT-DATA-AGORA     PIC 9(08) VALUE ZEROS.
           05 WS-RCT-HORA-AGORA     PIC 9(08) VALUE ZEROS.
           05 WS-RCT-RC-FINAL       PIC 9(04) VALUE ZEROS.

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'EXPVAR'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXEC-DESCARTADAS PIC 9(07) VALUE ZEROS.
           05 WS-CAP-DELTA-MAXIMO     PIC 9(03) COMP VALUE ZERO.
           05 WS-CAP-DELTA-IGNORADAS  PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 0100-REGISTRA-INICIO-PASSO.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 2000-CARREGA-HISTORICO.
           PERFORM 3000-GRAVA-RELATORIO.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           PERFORM 9900-REGISTRA-FIM-PASSO.
           STOP RUN.

      *-----------------------------------------------------------------
      * Registra o inicio do passo no livro de controle de execucoes
      * (RUNCTL) sob a identidade da execucao corrente do job
      * (RUNATUAL.TXT). Submissao recusada pelo passo de abertura
      * termina com RETURN-CODE 16 sem processar. Passo que ja
      * terminou limpo (RC menor que 16) na mesma execucao - uma
      * rerodada apos abend de um passo posterior - nao e
      * reexecutado: devolve o RETURN-CODE registrado, para que os
      * COND= dos passos seguintes avaliem o mesmo resultado.
      *-----------------------------------------------------------------
       0100-REGISTRA-INICIO-PASSO.
           OPEN INPUT RUN-ATUAL
           IF WS-RAT-STATUS = '00'
               READ RUN-ATUAL
                   AT END MOVE 'S' TO WS-RAT-FIM-FLAG
               END-READ
               CLOSE RUN-ATUAL
               IF NOT WS-RAT-FIM
                   PERFORM 0110-CONFERE-LIVRO-PASSO
               END-IF
           END-IF.

       0110-CONFERE-LIVRO-PASSO.
           IF RAT-SITUACAO = 'X'
               DISPLAY 'EXPLICA-VARIACAO: SUBMISSAO RECUSADA PELO '
                   'CONTROLE DE EXECUCAO - PASSO NAO EXECUTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RAT-DATA-EXECUCAO TO WS-RCT-DATA-EXECUCAO
           MOVE RAT-RUN-ID TO WS-RCT-RUN-ID
           OPEN I-O RUN-CTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'EXPLICA-VARIACAO: ERRO AO ABRIR RUNCTL (STATUS '
                   WS-RCT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-RCT-CONTROLADO-FLAG
           ACCEPT WS-RCT-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-RCT-HORA-AGORA FROM TIME
           MOVE WS-RCT-DATA-EXECUCAO TO RCT-DATA-EXECUCAO
           MOVE WS-RCT-RUN-ID TO RCT-RUN-ID
           MOVE WS-RCT-PASSO TO RCT-PASSO
           READ RUN-CTL
               INVALID KEY
                   PERFORM 0120-INCLUI-PASSO
               NOT INVALID KEY
                   PERFORM 0130-RETOMA-PASSO
           END-READ
           CLOSE RUN-CTL.

       0120-INCLUI-PASSO.
           MOVE 'I' TO RCT-SITUACAO
           MOVE ZEROS TO RCT-RC
           MOVE 1 TO RCT-QTDE-INICIOS
           MOVE WS-RCT-DATA-AGORA TO RCT-DATA-INICIO
           MOVE WS-RCT-HORA-AGORA TO RCT-HORA-INICIO
           MOVE ZEROS TO RCT-DATA-FIM
           MOVE ZEROS TO RCT-HORA-FIM
           WRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'EXPLICA-VARIACAO: ERRO AO REGISTRAR O '
                       'PASSO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-WRITE.

       0130-RETOMA-PASSO.
           IF RCT-SITUACAO = 'F' AND RCT-RC < 16
               DISPLAY 'EXPLICA-VARIACAO: PASSO ' WS-RCT-PASSO
                   ' JA TERMINADO NA EXECUCAO ' WS-RCT-DATA-EXECUCAO
                   '/' WS-RCT-RUN-ID ' COM RC ' RCT-RC
                   ' - NAO REEXECUTADO'
               MOVE RCT-RC TO RETURN-CODE
               CLOSE RUN-CTL
               STOP RUN
           END-IF
           ADD 1 TO RCT-QTDE-INICIOS
           MOVE 'I' TO RCT-SITUACAO
           MOVE ZEROS TO RCT-RC
           MOVE WS-RCT-DATA-AGORA TO RCT-DATA-INICIO
           MOVE WS-RCT-HORA-AGORA TO RCT-HORA-INICIO
           MOVE ZEROS TO RCT-DATA-FIM
           MOVE ZEROS TO RCT-HORA-FIM
           REWRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'EXPLICA-VARIACAO: ERRO AO REGISTRAR O '
                       'PASSO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.

      *-----------------------------------------------------------------
      * Le o percentual limite de variacao no cartao de controle
      * (SYSIN). Cartao ausente ou vazio mantem o padrao de 20%, o
               IF WS-EXEC-QTDE-OCUP < 1000
                   ADD 1 TO WS-EXEC-QTDE-OCUP
               ELSE
                   ADD 1 TO WS-CAP-EXEC-DESCARTADAS
                   PERFORM 2020-DESLOCA-TABELA
                       VARYING WS-DESLOCA-IDX FROM 1 BY 1
                       UNTIL WS-DESLOCA-IDX > 999
                   UNTIL WS-DIM-FIM
               CLOSE DIM-IN
           END-IF
           IF WS-DELTA-QTDE-OCUP > WS-CAP-DELTA-MAXIMO
               MOVE WS-DELTA-QTDE-OCUP TO WS-CAP-DELTA-MAXIMO
           END-IF
           PERFORM 3300-GRAVA-BLOCO-EXECUCAO.

       3210-LE-LINHA-DIMENSAO.
               MOVE 'N' TO WS-DELTA-LISTADA-FLAG (WS-DELTA-IDX)
           ELSE
               MOVE 'N' TO WS-DELTA-ACHOU-FLAG
               ADD 1 TO WS-CAP-DELTA-IGNORADAS
               IF NOT WS-DELTA-CHEIO
                   MOVE 'S' TO WS-DELTA-CHEIO-FLAG
                   DISPLAY 'EXPLICA-VARIACAO: TABELA DE DECOMPOSICAO '
           MOVE WS-LINHA-DIMENSAO TO EXP-LINHA
           WRITE EXP-LINHA.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) uma linha
      * por tabela interna com a maior ocupacao desta execucao e as
      * ocorrencias que ficaram fora dela (execucoes mais antigas
      * descartadas da janela, linhas dimensionais ignoradas). A
      * tabela de decomposicao e refeita a cada execucao flagrada:
      * vale a maior ocupacao entre elas. Falha ao abrir o arquivo
      * nao altera o RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           IF WS-RCT-CONTROLADO
               MOVE WS-RCT-DATA-EXECUCAO TO WS-CAP-DATA-EXECUCAO
               MOVE WS-RCT-RUN-ID TO WS-CAP-RUN-ID
           ELSE
               ACCEPT WS-CAP-DATA-EXECUCAO FROM DATE YYYYMMDD
               ACCEPT WS-CAP-RUN-ID FROM TIME
           END-IF
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'EXPLICA-VARIACAO: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'EXECUCOES' TO WS-CAP-TABELA
               MOVE 1000 TO WS-CAP-LIMITE
               MOVE WS-EXEC-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-EXEC-DESCARTADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'DECOMPOSICAO' TO WS-CAP-TABELA
               MOVE 140 TO WS-CAP-LIMITE
               MOVE WS-CAP-DELTA-MAXIMO TO WS-CAP-MAXIMO
               MOVE WS-CAP-DELTA-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               CLOSE CAP-OUT
           END-IF.

       8910-GRAVA-LINHA-CAPACIDADE.
           MOVE SPACES TO CAP-REGISTRO
           MOVE WS-CAP-DATA-EXECUCAO TO CAP-DATA-EXECUCAO
           MOVE WS-CAP-RUN-ID TO CAP-RUN-ID
           MOVE WS-CAP-PROGRAMA TO CAP-PROGRAMA
           MOVE WS-CAP-TABELA TO CAP-TABELA
           MOVE WS-CAP-LIMITE TO CAP-LIMITE
           MOVE WS-CAP-MAXIMO TO CAP-MAXIMO
           MOVE WS-CAP-EXCEDENTES TO CAP-EXCEDENTES
           WRITE CAP-REGISTRO.

       9000-FINALIZA.
           DISPLAY 'EXPLICA-VARIACAO: EXECUCOES FLAGRADAS '
               WS-QTDE-FLAGRADAS.

      *-----------------------------------------------------------------
      * Registra no livro de controle de execucoes o fim do passo e
      * o RETURN-CODE com que ele terminou.
      *-----------------------------------------------------------------
       9900-REGISTRA-FIM-PASSO.
           IF WS-RCT-CONTROLADO
               MOVE RETURN-CODE TO WS-RCT-RC-FINAL
               OPEN I-O RUN-CTL
               IF WS-RCT-STATUS = '00'
                   MOVE WS-RCT-DATA-EXECUCAO TO RCT-DATA-EXECUCAO
                   MOVE WS-RCT-RUN-ID TO RCT-RUN-ID
                   MOVE WS-RCT-PASSO TO RCT-PASSO
                   READ RUN-CTL
                       INVALID KEY
                           DISPLAY 'EXPLICA-VARIACAO: PASSO NAO '
                               'ENCONTRADO EM RUNCTL NO FIM'
                       NOT INVALID KEY
                           PERFORM 9910-GRAVA-FIM-PASSO
                   END-READ
                   CLOSE RUN-CTL
               ELSE
                   DISPLAY 'EXPLICA-VARIACAO: ERRO AO ABRIR RUNCTL '
                       '(STATUS ' WS-RCT-STATUS ')'
                       ' - FIM DO PASSO NAO REGISTRADO'
               END-IF
               MOVE WS-RCT-RC-FINAL TO RETURN-CODE
           END-IF.

       9910-GRAVA-FIM-PASSO.
           ACCEPT WS-RCT-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-RCT-HORA-AGORA FROM TIME
           MOVE 'F' TO RCT-SITUACAO
           MOVE WS-RCT-RC-FINAL TO RCT-RC
           MOVE WS-RCT-DATA-AGORA TO RCT-DATA-FIM
           MOVE WS-RCT-HORA-AGORA TO RCT-HORA-FIM
           REWRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'EXPLICA-VARIACAO: ERRO AO REGISTRAR O FIM '
                       'DO PASSO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.
