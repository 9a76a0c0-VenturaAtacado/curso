      *                        EFETIVOU (REMOVE OS NOVOS E RESTAURA
      *                        A IMAGEM ANTERIOR DE ALTERADOS E
      *                        CONHECIDOS).
      *     2026-10-15 EBV     A TABELA DE CHAVES JA APLICADAS NA
      *                        EXECUCAO (20000 ENTRADAS COM
      *                        PESQUISA SEQUENCIAL, SUSPENSA QUANDO
      *                        CHEIA) FOI SUBSTITUIDA PELO ARQUIVO DE
      *                        TRABALHO INDEXADO VISTOMST, SEM LIMITE
      *                        DE VOLUME, COM A MESMA REGRA DO
      *                        ARQUIVO VISTOANL DE ANALISA-VIDEOS.
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
      *                        OCUPACAO DAS TABELAS DE FONTES E DO
      *                        CADASTRO DE CATEGORIAS E O VOLUME DE
      *                        CHAVES VISTAS, PARA O RELATORIO DE
      *                        CAPACIDADE.
      *     2026-10-15 EBV     A DATA E O RUN-ID DA EXECUCAO (LOG,
      *                        JORNAIS E CARIMBOS DO MESTRE) PASSAM A
      *                        SER OS DO LOTE VALIDADO POR
      *                        ANALISA-VIDEOS, LIDOS EM EXECID.TXT,
      *                        PARA QUE O DETALHE DA ANALISE E O
      *                        MESTRE POSSAM SER CONCILIADOS PELA
      *                        MESMA IDENTIDADE. SEM EXECID.TXT VALEM
      *                        A DATA E A HORA CORRENTES, COMO ANTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZA-MESTRE.
           SELECT JRN-FILE ASSIGN TO 'MSTJORN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      * Arquivo de trabalho com as chaves titulo + categoria ja
      * aplicadas ao mestre na execucao (mesmo recurso do arquivo
      * VISTOANL de ANALISA-VIDEOS)
           SELECT VIS-WORK ASSIGN TO 'VISTOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIS-CHAVE
               FILE STATUS IS WS-VISTO-STATUS.

      * Identidade do lote validado, gravada por ANALISA-VIDEOS
           SELECT EID-IN ASSIGN TO 'EXECID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EID-STATUS.
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
      * Estrutura de cada registro lido do arquivo de ENTRADA (mesmo
           05 FILLER              PIC X(01).
           05 MJR-TITULO          PIC X(100).

      * Estrutura de cada chave ja aplicada ao mestre na execucao
       FD VIS-WORK.
       01 VIS-REGISTRO.
           05 VIS-CHAVE.
               10 VIS-TITULO         PIC X(100).
               10 VIS-CATEGORIA      PIC X(10).

      * Estrutura do arquivo de controle com a identidade da
      * execucao (mesmo layout de EID-REGISTRO em ANALISA-VIDEOS)
       FD EID-IN.
       01 EID-REGISTRO.
           05 EID-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 EID-RUN-ID          PIC 9(08).

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

      * Contadores da aplicacao do lote sobre o mestre
           05 WS-JRN-STATUS          PIC X(02) VALUE SPACES.
           05 WS-JRN-FIM-FLAG        PIC X(01) VALUE 'N'.
              88 WS-JRN-FIM                    VALUE 'S'.
           05 WS-EID-STATUS          PIC X(02) VALUE SPACES.
           05 WS-EID-FIM-FLAG        PIC X(01) VALUE 'N'.
              88 WS-EID-FIM                    VALUE 'S'.

      * Modo de execucao (normal ou backout pelo jornal) e estado
      * do restart detectado na inicializacao
              88 REGISTRO-VALIDO               VALUE 'S'.
              88 REGISTRO-INVALIDO             VALUE 'N'.

      * Controle das combinacoes titulo + categoria ja aplicadas
      * ao mestre na execucao corrente, mantidas no arquivo de
      * trabalho VISTOMST (sem limite de volume), para que um video
      * presente em mais de uma fonte seja aplicado uma unica vez
       01 WS-VISTO-VARS.
           05 WS-VISTO-STATUS     PIC X(02) VALUE SPACES.
           05 WS-DUPLICADO-FLAG   PIC X(01) VALUE 'N'.
              88 REGISTRO-DUPLICADO         VALUE 'S'.
           05 WS-VISTO-QTDE-CHAVES PIC 9(10) VALUE ZEROS.

      * Cadastro de categorias em memoria, carregado de
      * CATEGMAS.TXT na inicializacao, como em ANALISA-VIDEOS.
              88 WS-REF-ACHOU                 VALUE 'S'.
           05 WS-REF-CODIGO-BUSCA   PIC X(10) VALUE SPACES.

      * Data e run-id da execucao atual (os do lote validado em
      * EXECID.TXT, ou a data e a hora correntes na falta dele),
      * usados no log e nas datas de primeira/ultima aparicao no
      * mestre
       01 WS-DATA-HORA-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-HORA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 FILLER              PIC X(44) VALUE
               'Nenhuma alteracao de duracao nesta execucao'.

      * Registro do passo no livro de controle de execucoes do job.
      * Sem RUNATUAL.TXT o programa roda fora do controle, como
      * antes da criacao do livro.
       01 WS-CONTROLE-PASSO.
           05 WS-RCT-PASSO          PIC X(08) VALUE 'VIDMSTR'.
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

      * Linha de capacidade em montagem: tabela, limite (zero =
      * sem limite), maior ocupacao na execucao e linhas que
      * ficaram fora da tabela por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-FONTES-IGNORADAS PIC 9(07) VALUE ZEROS.
           05 WS-CAP-CATEG-IGNORADAS  PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
               PERFORM 8000-EXECUTA-BACKOUT
               STOP RUN
           END-IF.
           PERFORM 0100-REGISTRA-INICIO-PASSO.
           PERFORM 0500-CARREGA-FONTES.
           PERFORM 1000-INICIALIZA.
           PERFORM 2500-APLICA-FONTE
           PERFORM 3500-GRAVA-RELATORIO-SWING.
           PERFORM 4000-GRAVA-LOG.
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
               DISPLAY 'ATUALIZA-MESTRE: SUBMISSAO RECUSADA PELO '
                   'CONTROLE DE EXECUCAO - PASSO NAO EXECUTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RAT-DATA-EXECUCAO TO WS-RCT-DATA-EXECUCAO
           MOVE RAT-RUN-ID TO WS-RCT-RUN-ID
           OPEN I-O RUN-CTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'ATUALIZA-MESTRE: ERRO AO ABRIR RUNCTL (STATUS '
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
                   DISPLAY 'ATUALIZA-MESTRE: ERRO AO REGISTRAR O PASSO '
                       'EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-WRITE.

       0130-RETOMA-PASSO.
           IF RCT-SITUACAO = 'F' AND RCT-RC < 16
               DISPLAY 'ATUALIZA-MESTRE: PASSO ' WS-RCT-PASSO
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
                   DISPLAY 'ATUALIZA-MESTRE: ERRO AO REGISTRAR O PASSO '
                       'EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.

      *-----------------------------------------------------------------
      * Le o cartao de controle opcional (SYSIN): a palavra BACKOUT
      * aciona o desfazimento pelo jornal, para quando o operador
                   MOVE FONTES-REGISTRO TO
                       WS-FONTE-NOME (WS-FONTE-QTDE-OCUP)
               ELSE
                   ADD 1 TO WS-CAP-FONTES-IGNORADAS
                   DISPLAY 'ATUALIZA-MESTRE: FONTES.TXT EXCEDE O '
                       'LIMITE DE 50 FONTES - LINHA IGNORADA: '
                       FONTES-REGISTRO
                   MOVE CATR-ALIAS-DE TO WS-REF-ALIAS-DE (WS-REF-IDX)
                   MOVE CATR-DESCRICAO TO WS-REF-DESCRICAO (WS-REF-IDX)
               ELSE
                   ADD 1 TO WS-CAP-CATEG-IGNORADAS
                   DISPLAY 'ATUALIZA-MESTRE: CATEGMAS.TXT EXCEDE O '
                       'LIMITE DE 100 CATEGORIAS - LINHA IGNORADA: '
                       CATR-CODIGO
           END-IF
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           PERFORM 1050-LE-IDENTIDADE-LOTE
      * o arquivo de chaves aplicadas e sempre recriado vazio: em um
      * restart ele e repovoado pelo jornal em 1230-RECARREGA-VISTO
           OPEN OUTPUT VIS-WORK
           CLOSE VIS-WORK
           OPEN I-O VIS-WORK
           IF WS-VISTO-STATUS NOT = '00'
               DISPLAY 'ATUALIZA-MESTRE: ERRO AO ABRIR VISTOMST '
                   '(STATUS ' WS-VISTO-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-PREPARA-JORNAL
      * o jornal de duracoes so e aberto em EXTEND depois da
      * preparacao do restart, que em uma retomada o rele em INPUT
               OPEN OUTPUT JORN-OUT
           END-IF.

      *-----------------------------------------------------------------
      * Assume a identidade do lote validado pela analise, gravada
      * por ANALISA-VIDEOS em EXECID.TXT (sob o livro de controle, a
      * da execucao aberta por CONTROLE-EXECUCAO), para que o log, os
      * jornais e os carimbos do mestre tragam a mesma data/run-id
      * do detalhe e dos totais da analise. Sem EXECID.TXT ficam a
      * data e a hora correntes.
      *-----------------------------------------------------------------
       1050-LE-IDENTIDADE-LOTE.
           OPEN INPUT EID-IN
           IF WS-EID-STATUS = '00'
               READ EID-IN
                   AT END MOVE 'S' TO WS-EID-FIM-FLAG
               END-READ
               IF NOT WS-EID-FIM
                   MOVE EID-DATA-EXECUCAO TO WS-DATA-EXECUCAO
                   MOVE EID-RUN-ID TO WS-HORA-EXECUCAO
               END-IF
               CLOSE EID-IN
           END-IF.

      *-----------------------------------------------------------------
      * Examina o jornal de restart deixado pela execucao anterior.
      * Jornal ausente, vazio ou terminado com a marca de fim 'F'
      * registro de inicio desta execucao. Jornal com inicio e sem
      * marca de fim significa que a execucao anterior abendou no
      * meio das fontes: as chaves ja efetivadas sao recarregadas
      * no arquivo de vistos (para nao serem reaplicadas nem
      * reclassificadas como conhecidas), os contadores retomam de
      * onde pararam e a data/run-id da execucao logica e reassumida,
      * para que MESTRLOG.TXT e os carimbos do mestre reflitam a
               OPEN EXTEND JRN-FILE
               DISPLAY 'ATUALIZA-MESTRE: JORNAL SEM MARCA DE FIM - '
                   'RESTART DA EXECUCAO ' WS-DATA-EXECUCAO '/'
                   WS-HORA-EXECUCAO ' COM ' WS-VISTO-QTDE-CHAVES
                   ' CHAVE(S) JA EFETIVADA(S)'
           ELSE
               OPEN OUTPUT JRN-FILE
      *-----------------------------------------------------------------
      * Reaplica uma linha do jornal ao estado da execucao: o
      * registro de inicio devolve a data/run-id da execucao logica
      * e cada chave efetivada volta para o arquivo de vistos e para
      * o contador da sua classe.
      *-----------------------------------------------------------------
       1220-REAPLICA-LINHA-JORNAL.
           END-IF.

       1230-RECARREGA-VISTO.
           MOVE MJR-TITULO TO VIS-TITULO
           MOVE MJR-CATEGORIA TO VIS-CATEGORIA
           WRITE VIS-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-VISTO-QTDE-CHAVES
           END-WRITE.

      *-----------------------------------------------------------------
      * Aplica uma fonte de entrada por completo sobre o mestre: abre
      * Verifica se a combinacao titulo + categoria (ja dobrada pelo
      * cadastro) do registro corrente ja foi aplicada ao mestre
      * nesta execucao, como 2080-VERIFICA-DUPLICADO em
      * ANALISA-VIDEOS, por leitura direta no arquivo de trabalho
      * VISTOMST. A primeira ocorrencia e registrada no arquivo e
      * aplicada; as repeticoes sao puladas, para que o mestre nao
      * seja regravado com a duracao de uma ocorrencia que a analise
      * descartou como duplicada.
      *-----------------------------------------------------------------
       2080-VERIFICA-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO-FLAG
           MOVE DADOS-TITULO TO VIS-TITULO
           MOVE WS-CATEGORIA-EFETIVA TO VIS-CATEGORIA
           READ VIS-WORK
               INVALID KEY
                   PERFORM 2085-REGISTRA-VISTO
               NOT INVALID KEY
                   MOVE 'S' TO WS-DUPLICADO-FLAG
           END-READ.

       2085-REGISTRA-VISTO.
           MOVE DADOS-TITULO TO VIS-TITULO
           MOVE WS-CATEGORIA-EFETIVA TO VIS-CATEGORIA
           WRITE VIS-REGISTRO
               INVALID KEY
                   DISPLAY 'ATUALIZA-MESTRE: ERRO AO GRAVAR EM '
                       'VISTOMST (STATUS ' WS-VISTO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-VISTO-QTDE-CHAVES
           END-WRITE.

      *-----------------------------------------------------------------
      * Valida o registro corrente com as mesmas regras de
               ' REPETIDOS NO LOTE ' WS-QTDE-REPETIDOS
               ' DISTINTOS NO MESTRE ' WS-QTDE-DISTINTOS.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) uma linha
      * por tabela interna com a maior ocupacao desta execucao. As
      * chaves vistas ficam em arquivo indexado, sem limite: a linha
      * registra so o volume. Falha ao abrir o arquivo nao altera o
      * RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'ATUALIZA-MESTRE: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'FONTES' TO WS-CAP-TABELA
               MOVE 50 TO WS-CAP-LIMITE
               MOVE WS-FONTE-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-FONTES-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CADASTRO CATEGORIAS' TO WS-CAP-TABELA
               MOVE 100 TO WS-CAP-LIMITE
               MOVE WS-REFCAT-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-CATEG-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CHAVES VISTAS' TO WS-CAP-TABELA
               MOVE ZEROS TO WS-CAP-LIMITE
               MOVE WS-VISTO-QTDE-CHAVES TO WS-CAP-MAXIMO
               MOVE ZEROS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               CLOSE CAP-OUT
           END-IF.

       8910-GRAVA-LINHA-CAPACIDADE.
           MOVE SPACES TO CAP-REGISTRO
           MOVE WS-DATA-EXECUCAO TO CAP-DATA-EXECUCAO
           MOVE WS-HORA-EXECUCAO TO CAP-RUN-ID
           MOVE WS-RCT-PASSO TO CAP-PROGRAMA
           MOVE WS-CAP-TABELA TO CAP-TABELA
           MOVE WS-CAP-LIMITE TO CAP-LIMITE
           MOVE WS-CAP-MAXIMO TO CAP-MAXIMO
           MOVE WS-CAP-EXCEDENTES TO CAP-EXCEDENTES
           WRITE CAP-REGISTRO.

      *-----------------------------------------------------------------
      * Grava a marca de fim da execucao no jornal (a proxima
      * execucao sabera que esta terminou e comecara um jornal
           WRITE MJR-REGISTRO
           CLOSE JRN-FILE
           CLOSE VID-MESTRE
           CLOSE VIS-WORK
           CLOSE LOG-OUT
           CLOSE JORN-OUT.

                           ADD 1 TO WS-BKO-RESTAURADOS
                   END-REWRITE
           END-READ.

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
                           DISPLAY 'ATUALIZA-MESTRE: PASSO NAO '
                               'ENCONTRADO EM RUNCTL NO FIM'
                       NOT INVALID KEY
                           PERFORM 9910-GRAVA-FIM-PASSO
                   END-READ
                   CLOSE RUN-CTL
               ELSE
                   DISPLAY 'ATUALIZA-MESTRE: ERRO AO ABRIR RUNCTL '
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
                   DISPLAY 'ATUALIZA-MESTRE: ERRO AO REGISTRAR O FIM '
                       'DO PASSO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.
