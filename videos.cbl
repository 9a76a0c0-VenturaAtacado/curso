      *                        IDENTIFICAM A EXECUCAO CORRENTE SEM
      *                        DEPENDER DO HISTORICO (QUE O
      *                        DISJUNTOR DE QUALIDADE SUPRIME).
      *     2026-10-15 EBV     REJ-REGISTRO GANHA O CAMPO REJ-FONTE
      *                        NO FINAL DA LINHA, COM O ARQUIVO DE
      *                        ORIGEM DO REGISTRO REJEITADO, PARA O
      *                        BOLETIM DE QUALIDADE POR FONTE
      *                        (QUALIDADE-FONTES).
      *     2026-10-15 EBV     A TABELA DE COMBINACOES JA
      *                        CONTABILIZADAS (20000 ENTRADAS COM
      *                        PESQUISA SEQUENCIAL, SUSPENSA QUANDO
      *                        CHEIA) FOI SUBSTITUIDA PELO ARQUIVO DE
      *                        TRABALHO INDEXADO VISTOANL, SEM LIMITE
      *                        DE VOLUME E COM ACESSO DIRETO PELA
      *                        CHAVE TITULO + CATEGORIA. O ARQUIVO E
      *                        PRESERVADO EM UM RESTART, PARA QUE OS
      *                        DUPLICADOS DE REGISTROS ANTERIORES AO
      *                        CHECKPOINT CONTINUEM RECONHECIDOS.
      *     2026-10-15 EBV     O PASSO REGISTRA O SEU INICIO E O
      *                        RETURN-CODE COM QUE TERMINOU NO LIVRO
      *                        DE CONTROLE DE EXECUCOES (RUNCTL), SOB
      *                        A IDENTIDADE DA EXECUCAO EM
      *                        RUNATUAL.TXT. EM UMA RERODADA DA MESMA
      *                        EXECUCAO, PASSO JA TERMINADO LIMPO NAO
      *                        E REEXECUTADO E DEVOLVE O RC ANTERIOR;
      *                        SUBMISSAO RECUSADA NAO PROCESSA. A
      *                        DATA E O RUN-ID DA EXECUCAO (EXECID,
      *                        HISTORICO, DETALHE) PASSAM A SER OS DE
      *                        RUNATUAL.TXT, PARA QUE UMA RERODADA
      *                        CONTINUE A MESMA EXECUCAO.
      *     2026-10-15 EBV     AO FINAL DA EXECUCAO O PROGRAMA
      *                        ACRESCENTA EM CAPACID.TXT A MAIOR
      *                        OCUPACAO DE CADA TABELA INTERNA COM
      *                        LIMITE (FONTES, CATEGORIAS ANTES DO
      *                        BUCKET OUTRAS, CADASTRO DE CATEGORIAS)
      *                        E DAS CHAVES VISTAS, COM AS OCORRENCIAS
      *                        QUE FICARAM SEM ENTRADA PROPRIA, PARA O
      *                        RELATORIO DE CAPACIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISA-VIDEOS.
      * Define o arquivo dos registros duplicados entre fontes
           SELECT DUP-OUT ASSIGN TO 'DUPLICADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Define o arquivo de trabalho com as combinacoes titulo +
      * categoria ja contabilizadas na execucao, indexado pela
      * combinacao, para a deteccao de duplicados entre fontes
           SELECT VIS-WORK ASSIGN TO 'VISTOANL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIS-CHAVE
               FILE STATUS IS WS-VISTO-STATUS.
      * Define o arquivo de checkpoint para suporte a restart
           SELECT CHECKPT-FILE ASSIGN TO 'CHECKPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT EID-OUT ASSIGN TO 'EXECID.TXT'
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
      * Estrutura de cada registro lido do arquivo de ENTRADA
       FD DADOS-OUT.
       01 DADOS-ANALISE                PIC X(200).

      * Estrutura de cada registro rejeitado na validacao, com a
      * fonte (arquivo de origem) de onde o registro veio
       FD REJ-OUT.
       01 REJ-REGISTRO.
           05 REJ-DURACAO    PIC 9(06).
           05 REJ-TITULO     PIC X(100).
           05 FILLER         PIC X(01).
           05 REJ-MOTIVO     PIC X(60).
           05 FILLER         PIC X(01).
           05 REJ-FONTE      PIC X(40).

      * Estrutura do cartao de parametros de processamento: limite
      * superior da faixa curta e da faixa media (segundos),
           05 FILLER              PIC X(01).
           05 DUP-FONTE-REPETIDA  PIC X(40).

      * Estrutura de cada combinacao ja contabilizada: chave
      * titulo + categoria (ja dobrada pelo cadastro), fonte em que
      * ela entrou nos totais e posicao do registro nessa fonte
      * (usada para reconhecer, em um restart, o proprio registro
      * reprocessado apos o ultimo checkpoint)
       FD VIS-WORK.
       01 VIS-REGISTRO.
           05 VIS-CHAVE.
               10 VIS-TITULO         PIC X(100).
               10 VIS-CATEGORIA      PIC X(10).
           05 VIS-FONTE-IDX          PIC 9(03).
           05 VIS-POSICAO            PIC 9(10).

      * Estrutura do registro de checkpoint. A ultima linha gravada
      * contem nao so a fonte/posicao onde a execucao parou, mas uma
      * copia completa dos acumuladores em WORKING-STORAGE naquele
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

      * Variáveis para cálculos e totais
           05 WS-REF-CODIGO-BUSCA   PIC X(10) VALUE SPACES.
           05 WS-REF-DESC-BUSCA     PIC X(40) VALUE SPACES.

      * Controle da deteccao de duplicados entre fontes, feita
      * pelo arquivo de trabalho VISTOANL (uma combinacao titulo +
      * categoria por registro, sem limite de volume), para que um
      * mesmo video presente em mais de uma fonte entre uma unica
      * vez nos totais
       01 WS-VISTO-VARS.
           05 WS-VISTO-STATUS     PIC X(02) VALUE SPACES.
           05 WS-DUPLICADO-FLAG   PIC X(01) VALUE 'N'.
              88 REGISTRO-DUPLICADO         VALUE 'S'.
           05 WS-VISTO-QTDE-CHAVES PIC 9(10) VALUE ZEROS.

      * Indicador de validade do registro corrente
       01 WS-VALIDACAO.
           05 WS-TOP10-DISPLAY-DUR  PIC ZZZZZ9.
           05 FILLER                PIC X(04) VALUE ' seg'.

      * Registro do passo no livro de controle de execucoes do job.
      * Sem RUNATUAL.TXT o programa roda fora do controle, como
      * antes da criacao do livro.
       01 WS-CONTROLE-PASSO.
           05 WS-RCT-PASSO          PIC X(08) VALUE 'ANALVID'.
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
      * sem limite), maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria (linhas ignoradas ou acumuladas
      * no bucket OUTRAS)
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
           PERFORM 0100-REGISTRA-INICIO-PASSO.
           PERFORM 0400-LE-PARAMETROS.
           PERFORM 0500-CARREGA-FONTES.
           PERFORM 1000-INICIALIZA.
           END-IF.
           PERFORM 4550-GRAVA-TOTAIS.
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
               DISPLAY 'ANALISA-VIDEOS: SUBMISSAO RECUSADA PELO '
                   'CONTROLE DE EXECUCAO - PASSO NAO EXECUTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RAT-DATA-EXECUCAO TO WS-RCT-DATA-EXECUCAO
           MOVE RAT-RUN-ID TO WS-RCT-RUN-ID
           OPEN I-O RUN-CTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'ANALISA-VIDEOS: ERRO AO ABRIR RUNCTL (STATUS '
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
                   DISPLAY 'ANALISA-VIDEOS: ERRO AO REGISTRAR O PASSO '
                       'EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-WRITE.

       0130-RETOMA-PASSO.
           IF RCT-SITUACAO = 'F' AND RCT-RC < 16
               DISPLAY 'ANALISA-VIDEOS: PASSO ' WS-RCT-PASSO
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
                   DISPLAY 'ANALISA-VIDEOS: ERRO AO REGISTRAR O PASSO '
                       'EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.

      *-----------------------------------------------------------------
      * Le o cartao de parametros de processamento (SYSIN): limites
      * das faixas de duracao, intervalo de checkpoint, profundidade
                   MOVE FONTES-REGISTRO TO
                       WS-FONTE-NOME (WS-FONTE-QTDE-OCUP)
               ELSE
                   ADD 1 TO WS-CAP-FONTES-IGNORADAS
                   DISPLAY 'ANALISA-VIDEOS: FONTES.TXT EXCEDE O '
                       'LIMITE DE 50 FONTES - LINHA IGNORADA: '
                       FONTES-REGISTRO
                   MOVE CATR-ALIAS-DE TO WS-REF-ALIAS-DE (WS-REF-IDX)
                   MOVE CATR-DESCRICAO TO WS-REF-DESCRICAO (WS-REF-IDX)
               ELSE
                   ADD 1 TO WS-CAP-CATEG-IGNORADAS
                   DISPLAY 'ANALISA-VIDEOS: CATEGMAS.TXT EXCEDE O '
                       'LIMITE DE 100 CATEGORIAS - LINHA IGNORADA: '
                       CATR-CODIGO
           OPEN OUTPUT DADOS-OUT
           OPEN OUTPUT REJ-OUT
           OPEN OUTPUT DUP-OUT
           PERFORM 1050-ABRE-ARQUIVO-VISTOS
      * Em um restart o extrato de detalhe e reaberto em EXTEND para
      * nao perder as linhas dos registros ja contabilizados pela
      * execucao interrompida; se ele nao existir (status 35), e
           END-IF
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
      * sob o livro de controle a identidade e a da execucao aberta
      * pelo passo CONTROLE-EXECUCAO, a mesma em uma rerodada
           IF WS-RCT-CONTROLADO
               MOVE WS-RCT-DATA-EXECUCAO TO WS-DATA-EXECUCAO
               MOVE WS-RCT-RUN-ID TO WS-HORA-EXECUCAO
           END-IF
      * identidade da execucao para os passos de publicacao e de
      * diario, gravada ja na inicializacao para existir mesmo
      * quando o disjuntor de qualidade barrar o lote
                   'RETOMANDO A PARTIR DO PROXIMO REGISTRO'
           END-IF.

      *-----------------------------------------------------------------
      * Abre o arquivo de trabalho das combinacoes ja contabilizadas.
      * Em uma execucao nova ele e recriado vazio; em um restart e
      * reaberto como ficou, para que as combinacoes contabilizadas
      * antes do checkpoint continuem reconhecidas. Se ele nao
      * existir no restart (status 35), e criado vazio com aviso no
      * log do job, e so as repeticoes posteriores ao checkpoint
      * serao reconhecidas. Falha de abertura encerra o passo com
      * RETURN-CODE 16: sem o arquivo nao ha deteccao de duplicados,
      * e os totais nao podem ser publicados sem ela.
      *-----------------------------------------------------------------
       1050-ABRE-ARQUIVO-VISTOS.
           IF WS-CHECKPT-RESTART-CONT > ZEROS
               OPEN I-O VIS-WORK
               IF WS-VISTO-STATUS = '35'
                   DISPLAY 'ANALISA-VIDEOS: VISTOANL AUSENTE NO '
                       'RESTART - DUPLICADOS ANTERIORES AO CHECKPOINT '
                       'NAO SERAO RECONHECIDOS'
                   OPEN OUTPUT VIS-WORK
                   CLOSE VIS-WORK
                   OPEN I-O VIS-WORK
               END-IF
           ELSE
               OPEN OUTPUT VIS-WORK
               CLOSE VIS-WORK
               OPEN I-O VIS-WORK
           END-IF
           IF WS-VISTO-STATUS NOT = '00'
               DISPLAY 'ANALISA-VIDEOS: ERRO AO ABRIR VISTOANL '
                   '(STATUS ' WS-VISTO-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Le o ultimo checkpoint gravado por uma execucao anterior, se
      * existir, para saber em que fonte e a partir de que registro

      *-----------------------------------------------------------------
      * Grava o registro invalido em REJEITADOS.TXT junto com o codigo
      * (motivo) da rejeicao e a fonte de origem, e contabiliza o
      * total de rejeitados.
      *-----------------------------------------------------------------
       2060-GRAVA-REJEITADO.
           ADD 1 TO WS-QTDE-REJEITADOS
           MOVE DADOS-CATEGORIA TO REJ-CATEGORIA
           MOVE DADOS-TITULO TO REJ-TITULO
           MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO
           MOVE WS-FONTE-NOME (WS-FONTE-IDX) TO REJ-FONTE
           WRITE REJ-REGISTRO.

      *-----------------------------------------------------------------
      * Verifica se a combinacao titulo + categoria do registro
      * corrente ja foi contabilizada em alguma fonte desta
      * execucao, por leitura direta no arquivo de trabalho
      * VISTOANL. Quando ainda nao foi, registra a combinacao com a
      * fonte e a posicao correntes; quando ja foi, o registro e
      * duplicado e VIS-FONTE-IDX aponta a fonte que entrou nos
      * totais. Em um restart, a combinacao gravada pelo proprio
      * registro antes da interrupcao (mesma fonte e posicao) nao
      * e tratada como repeticao.
      *-----------------------------------------------------------------
       2080-VERIFICA-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO-FLAG
           MOVE DADOS-TITULO TO VIS-TITULO
           MOVE WS-CATEGORIA-EFETIVA TO VIS-CATEGORIA
           READ VIS-WORK
               INVALID KEY
                   PERFORM 2085-REGISTRA-VISTO
               NOT INVALID KEY
                   IF VIS-FONTE-IDX NOT = WS-FONTE-IDX
                       OR VIS-POSICAO NOT = WS-TOTAL-LIDOS
                       MOVE 'S' TO WS-DUPLICADO-FLAG
                   END-IF
           END-READ.

       2085-REGISTRA-VISTO.
           MOVE DADOS-TITULO TO VIS-TITULO
           MOVE WS-CATEGORIA-EFETIVA TO VIS-CATEGORIA
           MOVE WS-FONTE-IDX TO VIS-FONTE-IDX
           MOVE WS-TOTAL-LIDOS TO VIS-POSICAO
           WRITE VIS-REGISTRO
               INVALID KEY
                   DISPLAY 'ANALISA-VIDEOS: ERRO AO GRAVAR EM VISTOANL '
                       '(STATUS ' WS-VISTO-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-VISTO-QTDE-CHAVES
           END-WRITE.

      *-----------------------------------------------------------------
      * Grava o registro duplicado em DUPLICADOS.TXT com a fonte em
           MOVE DADOS-DURACAO-SEGUNDOS TO DUP-DURACAO
           MOVE DADOS-CATEGORIA TO DUP-CATEGORIA
           MOVE DADOS-TITULO TO DUP-TITULO
           MOVE WS-FONTE-NOME (VIS-FONTE-IDX) TO DUP-FONTE-ORIGINAL
           MOVE WS-FONTE-NOME (WS-FONTE-IDX) TO DUP-FONTE-REPETIDA
           WRITE DUP-REGISTRO.

           MOVE WS-CATEGORIA-SEG-TOTAL (WS-CAT-IDX) TO TOT-SEG
           WRITE TOT-REGISTRO.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) uma linha
      * por tabela interna com a maior ocupacao desta execucao. A
      * tabela de categorias e medida contra WS-PARM-CAT-LIMITE (as
      * entradas proprias antes do bucket OUTRAS) e os registros
      * acumulados em OUTRAS contam como excedentes. As chaves vistas
      * ficam em arquivo indexado, sem limite: a linha registra so o
      * volume. Falha ao abrir o arquivo nao altera o RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'ANALISA-VIDEOS: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'FONTES' TO WS-CAP-TABELA
               MOVE 50 TO WS-CAP-LIMITE
               MOVE WS-FONTE-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-FONTES-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CATEGORIAS' TO WS-CAP-TABELA
               MOVE WS-PARM-CAT-LIMITE TO WS-CAP-LIMITE
               MOVE ZEROS TO WS-CAP-EXCEDENTES
               IF WS-CATEGORIA-QTDE-OCUP > WS-PARM-CAT-LIMITE
                   MOVE WS-PARM-CAT-LIMITE TO WS-CAP-MAXIMO
                   MOVE WS-CATEGORIA-QTDE (WS-PARM-CAT-BUCKET)
                       TO WS-CAP-EXCEDENTES
               ELSE
                   MOVE WS-CATEGORIA-QTDE-OCUP TO WS-CAP-MAXIMO
               END-IF
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
      * Encerra os arquivos. Como o processamento chegou ao fim do
      * arquivo de entrada com sucesso, grava um checkpoint zerado
           CLOSE DADOS-OUT
           CLOSE REJ-OUT
           CLOSE DUP-OUT
           CLOSE VIS-WORK
           CLOSE DET-OUT
           CLOSE CHECKPT-FILE
           CLOSE CSV-OUT
           IF ALERTA-REJEICAO
               MOVE 8 TO RETURN-CODE
           END-IF.

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
                           DISPLAY 'ANALISA-VIDEOS: PASSO NAO '
                               'ENCONTRADO EM RUNCTL NO FIM'
                       NOT INVALID KEY
                           PERFORM 9910-GRAVA-FIM-PASSO
                   END-READ
                   CLOSE RUN-CTL
               ELSE
                   DISPLAY 'ANALISA-VIDEOS: ERRO AO ABRIR RUNCTL '
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
                   DISPLAY 'ANALISA-VIDEOS: ERRO AO REGISTRAR O FIM DO '
                       'PASSO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.
