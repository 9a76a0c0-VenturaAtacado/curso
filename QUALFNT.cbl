      ******************************************************************
      * PROGRAM-ID: QUALIDADE-FONTES
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: BOLETIM DE QUALIDADE POR FONTE (FORNECEDOR). APOS
      *     O PASSO DE ANALISE, APURA PARA CADA FONTE DA EXECUCAO
      *     OS ACEITOS (LINHAS FONTE DE TOTAIS.TXT), OS REJEITADOS
      *     (REJEITADOS.TXT, PELO CAMPO REJ-FONTE) QUEBRADOS POR
      *     MOTIVO E OS DUPLICADOS (DUPLICADOS.TXT, PELA FONTE EM
      *     QUE A REPETICAO APARECEU), E ACRESCENTA ESSES NUMEROS
      *     AO HISTORICO DE QUALIDADE QUALHIST.TXT (UMA LINHA POR
      *     FONTE E EXECUCAO). EM SEGUIDA CONSOLIDA O HISTORICO DO
      *     PERIODO (MES AAAAMM DO CARTAO SYSIN; SEM CARTAO, O MES
      *     DA EXECUCAO) E GRAVA O BOLETIM QUALFONT.TXT: UM BLOCO
      *     POR FONTE COM ENVIADOS, TAXA DE REJEICAO POR MOTIVO E
      *     TAXA DE DUPLICIDADE, PRONTO PARA O AVISO MENSAL A CADA
      *     FORNECEDOR, E O RANKING DAS FONTES PELO INDICE DE
      *     FALHAS ((REJEITADOS + DUPLICADOS) / ENVIADOS).
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      *     2026-10-15 EBV     AO FINAL DA EXECUCAO O PROGRAMA
      *                        ACRESCENTA EM CAPACID.TXT A MAIOR
      *                        OCUPACAO DAS TABELAS DE FONTES DA
      *                        EXECUCAO E DO PERIODO, COM AS FONTES
      *                        IGNORADAS, PARA O RELATORIO DE
      *                        CAPACIDADE.
      *     2026-10-15 EBV     A EXECUCAO SO E ACRESCENTADA AO
      *                        HISTORICO QUANDO O LIVRO DE CONTROLE
      *                        (RUNCTL) REGISTRA O PASSO ANALVID
      *                        DELA FINALIZADO COM RC MENOR QUE 16.
      *                        DE UMA ANALISE QUE FALHOU, OS ARQUIVOS
      *                        SAO PARCIAIS OU DA NOITE ANTERIOR, E A
      *                        RETOMADA, COM O MESMO RUN-ID, NAO
      *                        SUBSTITUIRIA AS LINHAS JA GRAVADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALIDADE-FONTES.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartao de controle com o periodo (AAAAMM) do boletim
           SELECT CTL-CARTAO ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Identidade da execucao corrente, gravada por ANALISA-VIDEOS
           SELECT EID-IN ASSIGN TO 'EXECID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EID-STATUS.
      * Totais de controle gravados por ANALISA-VIDEOS (as linhas
      * FONTE trazem os aceitos de cada fonte)
           SELECT TOT-IN ASSIGN TO 'TOTAIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.
      * Registros rejeitados pela validacao da execucao
           SELECT REJ-IN ASSIGN TO 'REJEITADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
      * Registros duplicados entre fontes da execucao
           SELECT DUP-IN ASSIGN TO 'DUPLICADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
      * Historico de qualidade por fonte e execucao (append-only,
      * em EXTEND como HISTORICO.TXT)
           SELECT QHS-ARQ ASSIGN TO 'QUALHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHS-STATUS.
      * Livro de controle de execucoes do job ANALVID, consultado
      * para saber se a analise da execucao terminou
           SELECT RUN-CTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-RCT-STATUS.
      * Boletim de qualidade por fonte do periodo
           SELECT QUA-OUT ASSIGN TO 'QUALFONT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARTAO.
       01 CTL-REGISTRO.
           05 CTL-PERIODO          PIC 9(06).

      * Estrutura do arquivo de controle com a identidade da
      * execucao (mesmo layout de EID-REGISTRO em ANALISA-VIDEOS)
       FD EID-IN.
       01 EID-REGISTRO.
           05 EID-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 EID-RUN-ID          PIC 9(08).

      * Estrutura de cada linha dos totais de controle (mesmo
      * layout de TOT-REGISTRO em ANALISA-VIDEOS)
       FD TOT-IN.
       01 TOT-REGISTRO.
           05 TOT-TIPO            PIC X(10).
           05 FILLER              PIC X(01).
           05 TOT-CHAVE           PIC X(40).
           05 FILLER              PIC X(01).
           05 TOT-QTDE            PIC 9(10).
           05 FILLER              PIC X(01).
           05 TOT-SEG             PIC 9(10).

      * Estrutura de cada registro rejeitado (mesmo layout de
      * REJ-REGISTRO em ANALISA-VIDEOS). Linhas gravadas antes da
      * criacao do campo REJ-FONTE entram com a fonte em branco
      * pelo preenchimento da leitura LINE SEQUENTIAL.
       FD REJ-IN.
       01 REJ-REGISTRO.
           05 REJ-DURACAO    PIC 9(06).
           05 FILLER         PIC X(01).
           05 REJ-CATEGORIA  PIC X(10).
           05 FILLER         PIC X(01).
           05 REJ-TITULO     PIC X(100).
           05 FILLER         PIC X(01).
           05 REJ-MOTIVO     PIC X(60).
           05 FILLER         PIC X(01).
           05 REJ-FONTE      PIC X(40).

      * Estrutura de cada registro duplicado (mesmo layout de
      * DUP-REGISTRO em ANALISA-VIDEOS)
       FD DUP-IN.
       01 DUP-REGISTRO.
           05 DUP-DURACAO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 DUP-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 DUP-TITULO          PIC X(100).
           05 FILLER              PIC X(01).
           05 DUP-FONTE-ORIGINAL  PIC X(40).
           05 FILLER              PIC X(01).
           05 DUP-FONTE-REPETIDA  PIC X(40).

      * Estrutura de cada linha do historico de qualidade: execucao,
      * fonte, aceitos, rejeitados (total e por motivo) e
      * duplicados. Um rejeitado pode ter mais de um motivo, de
      * forma que a soma dos motivos pode passar do total.
       FD QHS-ARQ.
       01 QHS-REGISTRO.
           05 QHS-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-FONTE           PIC X(40).
           05 FILLER              PIC X(01).
           05 QHS-ACEITOS         PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-REJEITADOS      PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-REJ-DURACAO     PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-REJ-TITULO      PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-REJ-CAT-BRANCO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-REJ-CAT-CADASTRO PIC 9(08).
           05 FILLER              PIC X(01).
           05 QHS-DUPLICADOS      PIC 9(08).

       FD QUA-OUT.
       01 QUA-LINHA               PIC X(132).

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

       WORKING-STORAGE SECTION.

      * Periodo do boletim. Sem cartao (ou com cartao invalido),
      * vale o mes da execucao corrente.
       01 WS-PARAMETROS.
           05 WS-PERIODO            PIC 9(06) VALUE ZEROS.
           05 WS-CARTAO-LIDO-FLAG   PIC X(01) VALUE 'N'.
              88 WS-CARTAO-LIDO               VALUE 'S'.

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-EID-STATUS         PIC X(02) VALUE SPACES.
           05 WS-TOT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-REJ-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DUP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-QHS-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RCT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-EID-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-EID-FIM                   VALUE 'S'.
           05 WS-TOT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-TOT-FIM                   VALUE 'S'.
           05 WS-REJ-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-REJ-FIM                   VALUE 'S'.
           05 WS-DUP-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-DUP-FIM                   VALUE 'S'.
           05 WS-QHS-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-QHS-FIM                   VALUE 'S'.

      * Identidade da execucao corrente, indicador de que a analise
      * dela terminou no livro de controle e indicador de que ela ja
      * consta do historico de qualidade (rerodada do passo)
       01 WS-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-RUN-ID             PIC 9(08) VALUE ZEROS.
           05 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
           05 WS-EXECID-LIDO-FLAG   PIC X(01) VALUE 'N'.
              88 WS-EXECID-LIDO               VALUE 'S'.
           05 WS-ANALISE-LIMPA-FLAG PIC X(01) VALUE 'N'.
              88 WS-ANALISE-LIMPA             VALUE 'S'.
           05 WS-JA-ACUMULADA-FLAG  PIC X(01) VALUE 'N'.
              88 WS-EXECUCAO-JA-ACUMULADA     VALUE 'S'.

      * Data de trabalho quebrada em mes (AAAAMM) e dia
       01 WS-DATAS.
           05 WS-DATA-TRAB          PIC 9(08) VALUE ZEROS.
           05 WS-DATA-TRAB-RED REDEFINES WS-DATA-TRAB.
               10 WS-DATA-TRAB-MES  PIC 9(06).
               10 WS-DATA-TRAB-DIA  PIC 9(02).

      * Execucao valida de cada dia do periodo. Quando uma data e
      * reprocessada (reapresentacao pela RESTITUI-EXECUCAO), vale
      * o maior run-id do dia, para que a noite estornada nao seja
      * contada duas vezes no boletim.
       01 WS-DIA-TABELA.
           05 WS-DIA-ENTRADA OCCURS 31 TIMES.
               10 WS-DIA-RUN-ID     PIC 9(08) VALUE ZEROS.

       01 WS-DIA-VARS.
           05 WS-DIA-SUB            PIC 9(02) COMP VALUE ZERO.

      * Numeros da execucao corrente por fonte
       01 WS-EXE-TABELA.
           05 WS-EXE-QTDE-OCUP      PIC 9(03) COMP VALUE ZERO.
           05 WS-EXE-ENTRADA OCCURS 50 TIMES
                   INDEXED BY WS-EXE-IDX.
               10 WS-EXE-FONTE        PIC X(40).
               10 WS-EXE-ACEITOS      PIC 9(08).
               10 WS-EXE-REJEITADOS   PIC 9(08).
               10 WS-EXE-REJ-DURACAO  PIC 9(08).
               10 WS-EXE-REJ-TITULO   PIC 9(08).
               10 WS-EXE-REJ-CAT-BRANCO PIC 9(08).
               10 WS-EXE-REJ-CAT-CADASTRO PIC 9(08).
               10 WS-EXE-DUPLICADOS   PIC 9(08).

      * Numeros consolidados do periodo por fonte, com as taxas e o
      * indice de falhas usado no ranking
       01 WS-PER-TABELA.
           05 WS-PER-QTDE-OCUP      PIC 9(03) COMP VALUE ZERO.
           05 WS-PER-ENTRADA OCCURS 50 TIMES
                   INDEXED BY WS-PER-IDX.
               10 WS-PER-FONTE        PIC X(40).
               10 WS-PER-ACEITOS      PIC 9(10).
               10 WS-PER-REJEITADOS   PIC 9(10).
               10 WS-PER-REJ-DURACAO  PIC 9(10).
               10 WS-PER-REJ-TITULO   PIC 9(10).
               10 WS-PER-REJ-CAT-BRANCO PIC 9(10).
               10 WS-PER-REJ-CAT-CADASTRO PIC 9(10).
               10 WS-PER-DUPLICADOS   PIC 9(10).
               10 WS-PER-ENVIADOS     PIC 9(10).
               10 WS-PER-PCT-REJ      PIC 9(03)V9(01).
               10 WS-PER-PCT-DUP      PIC 9(03)V9(01).
               10 WS-PER-PCT-FALHA    PIC 9(03)V9(01).
               10 WS-PER-LISTADA-FLAG PIC X(01).
                  88 WS-PER-LISTADA              VALUE 'S'.

      * Campos de trabalho da localizacao de fontes nas tabelas,
      * da classificacao dos motivos e do ranking
       01 WS-TRABALHO.
           05 WS-FONTE-BUSCA        PIC X(40) VALUE SPACES.
           05 WS-FONTE-ACHOU-FLAG   PIC X(01) VALUE 'N'.
              88 WS-FONTE-ACHOU               VALUE 'S'.
           05 WS-MOTIVO-CONT        PIC 9(04) COMP VALUE ZERO.
           05 WS-PER-SUB            PIC 9(03) COMP VALUE ZERO.
           05 WS-MAIOR-SUB          PIC 9(03) COMP VALUE ZERO.
           05 WS-MAIOR-PCT          PIC 9(03)V9(01) VALUE ZEROS.
           05 WS-POSICAO            PIC 9(03) COMP VALUE ZERO.
           05 WS-PCT-CALCULO        PIC 9(03)V9(01) VALUE ZEROS.
           05 WS-QTDE-CALCULO       PIC 9(10) VALUE ZEROS.

      * Contadores gerais
       01 WS-CONTADORES.
           05 WS-QTDE-LINHAS-HIST   PIC 9(05) VALUE ZEROS.
           05 WS-QTDE-EXECUCOES     PIC 9(05) VALUE ZEROS.
           05 WS-QTDE-REJ-LIDOS     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-DUP-LIDOS     PIC 9(08) VALUE ZEROS.

      * Linhas de exibicao do boletim
       01 WS-LINHA-SEPARADOR.
           05 FILLER              PIC X(80) VALUE ALL '='.

       01 WS-LINHA-TRACO.
           05 FILLER              PIC X(80) VALUE ALL '-'.

       01 WS-LINHA-CABECALHO.
           05 FILLER              PIC X(44) VALUE
               'BOLETIM DE QUALIDADE POR FONTE  -  PERIODO: '.
           05 WS-CAB-PERIODO      PIC 9(06).
           05 FILLER              PIC X(27) VALUE
               '   Execucoes Consideradas: '.
           05 WS-CAB-EXECUCOES    PIC ZZZZ9.

       01 WS-LINHA-NOTA.
           05 FILLER              PIC X(80) VALUE
               '(um rejeitado pode ter mais de um motivo; taxas sobre os
      -        ' enviados)'.

       01 WS-LINHA-FONTE.
           05 FILLER              PIC X(07) VALUE 'Fonte: '.
           05 WS-FON-NOME         PIC X(40).

       01 WS-LINHA-METRICA.
           05 WS-MET-DESCRICAO    PIC X(40).
           05 WS-MET-QTDE         PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MET-PCT          PIC ZZ9.9.
           05 FILLER              PIC X(01) VALUE '%'.

       01 WS-LINHA-RANK-CAB.
           05 FILLER              PIC X(80) VALUE
               'Ranking das Fontes por Indice de Falhas ((Rejeitados + D
      -        'uplicados) / Enviados):'.

       01 WS-LINHA-RANK-COLUNAS.
           05 FILLER              PIC X(05) VALUE 'Pos.'.
           05 FILLER              PIC X(41) VALUE 'Fonte'.
           05 FILLER              PIC X(11) VALUE '  Enviados'.
           05 FILLER              PIC X(18) VALUE
               ' Rejeitados  %Rej'.
           05 FILLER              PIC X(18) VALUE
               ' Duplicados  %Dup'.
           05 FILLER              PIC X(08) VALUE ' %Falhas'.

       01 WS-LINHA-RANK-DET.
           05 WS-RNK-POSICAO      PIC ZZ9.
           05 FILLER              PIC X(02) VALUE '. '.
           05 WS-RNK-FONTE        PIC X(40).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RNK-ENVIADOS     PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RNK-REJEITADOS   PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RNK-PCT-REJ      PIC ZZ9.9.
           05 FILLER              PIC X(02) VALUE '% '.
           05 WS-RNK-DUPLICADOS   PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RNK-PCT-DUP      PIC ZZ9.9.
           05 FILLER              PIC X(02) VALUE '% '.
           05 WS-RNK-PCT-FALHA    PIC ZZ9.9.
           05 FILLER              PIC X(01) VALUE '%'.

       01 WS-LINHA-SEM-DADOS.
           05 FILLER              PIC X(60) VALUE
               'NENHUMA EXECUCAO NO HISTORICO DE QUALIDADE DO PERIODO'.

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'QUALFNT'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXE-IGNORADAS  PIC 9(07) VALUE ZEROS.
           05 WS-CAP-PER-IGNORADAS  PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 1100-LE-IDENTIDADE.
           IF WS-EXECID-LIDO
               PERFORM 1200-CONFERE-ANALISE
           END-IF.
           PERFORM 2000-VARRE-HISTORICO.
           IF WS-EXECID-LIDO AND WS-ANALISE-LIMPA
               AND NOT WS-EXECUCAO-JA-ACUMULADA
               PERFORM 3000-APURA-EXECUCAO
               PERFORM 3500-ACUMULA-EXECUCAO
           END-IF.
           PERFORM 4000-CONSOLIDA-PERIODO.
           PERFORM 5000-GRAVA-BOLETIM.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le o periodo (AAAAMM) do boletim no cartao de controle
      * (SYSIN). Cartao ausente ou invalido deixa o periodo para ser
      * assumido da execucao corrente em 1100-LE-IDENTIDADE.
      *-----------------------------------------------------------------
       1000-LE-CARTAO-CONTROLE.
           OPEN INPUT CTL-CARTAO
           IF WS-CTL-STATUS = '00'
               READ CTL-CARTAO
                   AT END MOVE 'S' TO WS-CTL-FIM-FLAG
               END-READ
               IF NOT WS-CTL-FIM
                   IF CTL-PERIODO IS NUMERIC AND CTL-PERIODO > ZEROS
                       MOVE CTL-PERIODO TO WS-PERIODO
                       MOVE 'S' TO WS-CARTAO-LIDO-FLAG
                   END-IF
               END-IF
               CLOSE CTL-CARTAO
           END-IF.

      *-----------------------------------------------------------------
      * Le a identidade da execucao em EXECID.TXT. Sem o arquivo, o
      * passo de analise nao chegou a rodar: nada e acrescentado ao
      * historico e o boletim sai so com o que ja estava nele. Sem
      * periodo no cartao, vale o mes da execucao (ou o mes de hoje
      * na falta dela).
      *-----------------------------------------------------------------
       1100-LE-IDENTIDADE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT EID-IN
           IF WS-EID-STATUS = '00'
               READ EID-IN
                   AT END MOVE 'S' TO WS-EID-FIM-FLAG
               END-READ
               IF NOT WS-EID-FIM
                   MOVE EID-DATA-EXECUCAO TO WS-DATA-EXECUCAO
                   MOVE EID-RUN-ID TO WS-RUN-ID
                   MOVE 'S' TO WS-EXECID-LIDO-FLAG
               END-IF
               CLOSE EID-IN
           END-IF
           IF NOT WS-CARTAO-LIDO
               IF WS-EXECID-LIDO
                   MOVE WS-DATA-EXECUCAO TO WS-DATA-TRAB
               ELSE
                   MOVE WS-DATA-HOJE TO WS-DATA-TRAB
               END-IF
               MOVE WS-DATA-TRAB-MES TO WS-PERIODO
           END-IF.

      *-----------------------------------------------------------------
      * Confere no livro de controle que o passo ANALVID da execucao
      * de EXECID.TXT terminou com RC menor que 16. Sem o livro, sem
      * o registro do passo, com o passo em curso ou com falha, a
      * execucao nao e acrescentada ao historico: os numeros sairiam
      * de arquivos parciais ou da noite anterior e ficariam para
      * sempre, pois a retomada usa o mesmo run-id. O boletim sai
      * com o que ja esta no historico.
      *-----------------------------------------------------------------
       1200-CONFERE-ANALISE.
           OPEN INPUT RUN-CTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'QUALIDADE-FONTES: RUNCTL INDISPONIVEL (STATUS '
                   WS-RCT-STATUS ') - EXECUCAO NAO ACRESCENTADA AO '
                   'HISTORICO'
           ELSE
               MOVE WS-DATA-EXECUCAO TO RCT-DATA-EXECUCAO
               MOVE WS-RUN-ID TO RCT-RUN-ID
               MOVE 'ANALVID' TO RCT-PASSO
               READ RUN-CTL
                   INVALID KEY
                       DISPLAY 'QUALIDADE-FONTES: ANALISE DA EXECUCAO '
                           WS-DATA-EXECUCAO '/' WS-RUN-ID
                           ' SEM REGISTRO EM RUNCTL - NAO ACRESCENTADA'
                           ' AO HISTORICO'
                   NOT INVALID KEY
                       IF RCT-SITUACAO = 'F' AND RCT-RC < 16
                           MOVE 'S' TO WS-ANALISE-LIMPA-FLAG
                       ELSE
                           DISPLAY 'QUALIDADE-FONTES: ANALISE DA '
                               'EXECUCAO ' WS-DATA-EXECUCAO '/'
                               WS-RUN-ID ' NAO TERMINOU LIMPA - NAO '
                               'ACRESCENTADA AO HISTORICO'
                       END-IF
               END-READ
               CLOSE RUN-CTL
           END-IF.

      *-----------------------------------------------------------------
      * Primeira passada no historico de qualidade: verifica se a
      * execucao corrente ja foi acrescentada (rerodada do passo) e
      * anota, para cada dia do periodo, o run-id da execucao que
      * vale naquele dia.
      *-----------------------------------------------------------------
       2000-VARRE-HISTORICO.
           OPEN INPUT QHS-ARQ
           IF WS-QHS-STATUS = '00'
               PERFORM 2010-LE-LINHA-HISTORICO
                   UNTIL WS-QHS-FIM
               CLOSE QHS-ARQ
           END-IF.

       2010-LE-LINHA-HISTORICO.
           READ QHS-ARQ
               AT END MOVE 'S' TO WS-QHS-FIM-FLAG
           END-READ
           IF NOT WS-QHS-FIM
               IF WS-EXECID-LIDO
                   AND QHS-DATA-EXECUCAO = WS-DATA-EXECUCAO
                   AND QHS-RUN-ID = WS-RUN-ID
                   MOVE 'S' TO WS-JA-ACUMULADA-FLAG
               END-IF
               MOVE QHS-DATA-EXECUCAO TO WS-DATA-TRAB
               PERFORM 2020-ANOTA-EXECUCAO-DO-DIA
           END-IF.

      *-----------------------------------------------------------------
      * Anota o run-id de QHS-RUN-ID como a execucao do dia de
      * WS-DATA-TRAB quando a data cai no periodo e o run-id e maior
      * que o ja anotado.
      *-----------------------------------------------------------------
       2020-ANOTA-EXECUCAO-DO-DIA.
           IF WS-DATA-TRAB-MES = WS-PERIODO
               AND WS-DATA-TRAB-DIA > ZEROS
               AND WS-DATA-TRAB-DIA <= 31
               MOVE WS-DATA-TRAB-DIA TO WS-DIA-SUB
               IF QHS-RUN-ID > WS-DIA-RUN-ID (WS-DIA-SUB)
                   MOVE QHS-RUN-ID TO WS-DIA-RUN-ID (WS-DIA-SUB)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Apura os numeros da execucao corrente por fonte: aceitos das
      * linhas FONTE de TOTAIS.TXT, rejeitados por motivo de
      * REJEITADOS.TXT e duplicados de DUPLICADOS.TXT.
      *-----------------------------------------------------------------
       3000-APURA-EXECUCAO.
           OPEN INPUT TOT-IN
           IF WS-TOT-STATUS = '00'
               PERFORM 3100-LE-LINHA-TOTAIS
                   UNTIL WS-TOT-FIM
               CLOSE TOT-IN
           ELSE
               DISPLAY 'QUALIDADE-FONTES: TOTAIS.TXT INDISPONIVEL '
                   '(STATUS ' WS-TOT-STATUS ') - ACEITOS ZERADOS'
           END-IF
           OPEN INPUT REJ-IN
           IF WS-REJ-STATUS = '00'
               PERFORM 3200-LE-REJEITADO
                   UNTIL WS-REJ-FIM
               CLOSE REJ-IN
           END-IF
           OPEN INPUT DUP-IN
           IF WS-DUP-STATUS = '00'
               PERFORM 3300-LE-DUPLICADO
                   UNTIL WS-DUP-FIM
               CLOSE DUP-IN
           END-IF.

       3100-LE-LINHA-TOTAIS.
           READ TOT-IN
               AT END MOVE 'S' TO WS-TOT-FIM-FLAG
           END-READ
           IF NOT WS-TOT-FIM
               AND TOT-TIPO = 'FONTE'
               MOVE TOT-CHAVE TO WS-FONTE-BUSCA
               PERFORM 3900-LOCALIZA-FONTE-EXECUCAO
               IF WS-FONTE-ACHOU
                   MOVE TOT-QTDE TO WS-EXE-ACEITOS (WS-EXE-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Contabiliza o rejeitado corrente na sua fonte e em cada um
      * dos motivos gravados em REJ-MOTIVO por 2050-VALIDA-REGISTRO
      * de ANALISA-VIDEOS. Categoria fora do cadastro e categoria
      * inativa formam um unico motivo do boletim.
      *-----------------------------------------------------------------
       3200-LE-REJEITADO.
           READ REJ-IN
               AT END MOVE 'S' TO WS-REJ-FIM-FLAG
           END-READ
           IF NOT WS-REJ-FIM
               ADD 1 TO WS-QTDE-REJ-LIDOS
               IF REJ-FONTE = SPACES
                   MOVE 'FONTE NAO INFORMADA' TO WS-FONTE-BUSCA
               ELSE
                   MOVE REJ-FONTE TO WS-FONTE-BUSCA
               END-IF
               PERFORM 3900-LOCALIZA-FONTE-EXECUCAO
               IF WS-FONTE-ACHOU
                   ADD 1 TO WS-EXE-REJEITADOS (WS-EXE-IDX)
                   PERFORM 3210-CLASSIFICA-MOTIVO
               END-IF
           END-IF.

       3210-CLASSIFICA-MOTIVO.
           MOVE ZERO TO WS-MOTIVO-CONT
           INSPECT REJ-MOTIVO
               TALLYING WS-MOTIVO-CONT FOR ALL 'DURACAO ZERADA'
           IF WS-MOTIVO-CONT > ZERO
               ADD 1 TO WS-EXE-REJ-DURACAO (WS-EXE-IDX)
           END-IF
           MOVE ZERO TO WS-MOTIVO-CONT
           INSPECT REJ-MOTIVO
               TALLYING WS-MOTIVO-CONT FOR ALL 'TITULO EM BRANCO'
           IF WS-MOTIVO-CONT > ZERO
               ADD 1 TO WS-EXE-REJ-TITULO (WS-EXE-IDX)
           END-IF
           MOVE ZERO TO WS-MOTIVO-CONT
           INSPECT REJ-MOTIVO
               TALLYING WS-MOTIVO-CONT FOR ALL 'CATEGORIA EM BRANCO'
           IF WS-MOTIVO-CONT > ZERO
               ADD 1 TO WS-EXE-REJ-CAT-BRANCO (WS-EXE-IDX)
           END-IF
           MOVE ZERO TO WS-MOTIVO-CONT
           INSPECT REJ-MOTIVO
               TALLYING WS-MOTIVO-CONT FOR ALL 'CATEGORIA INATIVA'
           INSPECT REJ-MOTIVO
               TALLYING WS-MOTIVO-CONT
                   FOR ALL 'CATEGORIA NAO CADASTRADA'
           IF WS-MOTIVO-CONT > ZERO
               ADD 1 TO WS-EXE-REJ-CAT-CADASTRO (WS-EXE-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Contabiliza o duplicado corrente na fonte em que a repeticao
      * apareceu (a fonte original ja teve o registro aceito).
      *-----------------------------------------------------------------
       3300-LE-DUPLICADO.
           READ DUP-IN
               AT END MOVE 'S' TO WS-DUP-FIM-FLAG
           END-READ
           IF NOT WS-DUP-FIM
               ADD 1 TO WS-QTDE-DUP-LIDOS
               MOVE DUP-FONTE-REPETIDA TO WS-FONTE-BUSCA
               PERFORM 3900-LOCALIZA-FONTE-EXECUCAO
               IF WS-FONTE-ACHOU
                   ADD 1 TO WS-EXE-DUPLICADOS (WS-EXE-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Acrescenta uma linha por fonte da execucao corrente ao
      * historico de qualidade, criado quando ainda nao existir
      * (status 35), e passa a execucao a valer no seu dia.
      *-----------------------------------------------------------------
       3500-ACUMULA-EXECUCAO.
           OPEN EXTEND QHS-ARQ
           IF WS-QHS-STATUS = '35'
               OPEN OUTPUT QHS-ARQ
           END-IF
           PERFORM 3510-GRAVA-LINHA-HISTORICO
               VARYING WS-EXE-IDX FROM 1 BY 1
               UNTIL WS-EXE-IDX > WS-EXE-QTDE-OCUP
           CLOSE QHS-ARQ
           IF WS-QTDE-LINHAS-HIST > ZEROS
               MOVE WS-DATA-EXECUCAO TO WS-DATA-TRAB
               MOVE WS-RUN-ID TO QHS-RUN-ID
               PERFORM 2020-ANOTA-EXECUCAO-DO-DIA
           END-IF.

       3510-GRAVA-LINHA-HISTORICO.
           MOVE SPACES TO QHS-REGISTRO
           MOVE WS-DATA-EXECUCAO TO QHS-DATA-EXECUCAO
           MOVE WS-RUN-ID TO QHS-RUN-ID
           MOVE WS-EXE-FONTE (WS-EXE-IDX) TO QHS-FONTE
           MOVE WS-EXE-ACEITOS (WS-EXE-IDX) TO QHS-ACEITOS
           MOVE WS-EXE-REJEITADOS (WS-EXE-IDX) TO QHS-REJEITADOS
           MOVE WS-EXE-REJ-DURACAO (WS-EXE-IDX) TO QHS-REJ-DURACAO
           MOVE WS-EXE-REJ-TITULO (WS-EXE-IDX) TO QHS-REJ-TITULO
           MOVE WS-EXE-REJ-CAT-BRANCO (WS-EXE-IDX) TO
               QHS-REJ-CAT-BRANCO
           MOVE WS-EXE-REJ-CAT-CADASTRO (WS-EXE-IDX) TO
               QHS-REJ-CAT-CADASTRO
           MOVE WS-EXE-DUPLICADOS (WS-EXE-IDX) TO QHS-DUPLICADOS
           WRITE QHS-REGISTRO
           ADD 1 TO WS-QTDE-LINHAS-HIST.

      *-----------------------------------------------------------------
      * Localiza (ou cria, zerada) a entrada da fonte em
      * WS-FONTE-BUSCA na tabela da execucao corrente, deixando
      * WS-EXE-IDX posicionado nela. Com a tabela cheia, a fonte e
      * ignorada com aviso no log do job.
      *-----------------------------------------------------------------
       3900-LOCALIZA-FONTE-EXECUCAO.
           MOVE 'N' TO WS-FONTE-ACHOU-FLAG
           SET WS-EXE-IDX TO 1
           SEARCH WS-EXE-ENTRADA
               AT END
                   ADD 1 TO WS-CAP-EXE-IGNORADAS
                   DISPLAY 'QUALIDADE-FONTES: EXCEDE O LIMITE DE 50 '
                       'FONTES - FONTE IGNORADA: ' WS-FONTE-BUSCA
               WHEN WS-EXE-IDX > WS-EXE-QTDE-OCUP
                   PERFORM 3910-NOVA-FONTE-EXECUCAO
               WHEN WS-EXE-FONTE (WS-EXE-IDX) = WS-FONTE-BUSCA
                   MOVE 'S' TO WS-FONTE-ACHOU-FLAG
           END-SEARCH.

       3910-NOVA-FONTE-EXECUCAO.
           ADD 1 TO WS-EXE-QTDE-OCUP
           MOVE WS-FONTE-BUSCA TO WS-EXE-FONTE (WS-EXE-IDX)
           MOVE ZEROS TO WS-EXE-ACEITOS (WS-EXE-IDX)
                         WS-EXE-REJEITADOS (WS-EXE-IDX)
                         WS-EXE-REJ-DURACAO (WS-EXE-IDX)
                         WS-EXE-REJ-TITULO (WS-EXE-IDX)
                         WS-EXE-REJ-CAT-BRANCO (WS-EXE-IDX)
                         WS-EXE-REJ-CAT-CADASTRO (WS-EXE-IDX)
                         WS-EXE-DUPLICADOS (WS-EXE-IDX)
           MOVE 'S' TO WS-FONTE-ACHOU-FLAG.

      *-----------------------------------------------------------------
      * Segunda passada no historico de qualidade: consolida por
      * fonte as linhas do periodo que pertencem a execucao valida
      * do seu dia, e conta as execucoes consideradas.
      *-----------------------------------------------------------------
       4000-CONSOLIDA-PERIODO.
           MOVE 'N' TO WS-QHS-FIM-FLAG
           OPEN INPUT QHS-ARQ
           IF WS-QHS-STATUS = '00'
               PERFORM 4010-CONSOLIDA-LINHA
                   UNTIL WS-QHS-FIM
               CLOSE QHS-ARQ
           END-IF
           PERFORM 4100-CONTA-EXECUCAO
               VARYING WS-DIA-SUB FROM 1 BY 1
               UNTIL WS-DIA-SUB > 31.

       4010-CONSOLIDA-LINHA.
           READ QHS-ARQ
               AT END MOVE 'S' TO WS-QHS-FIM-FLAG
           END-READ
           IF NOT WS-QHS-FIM
               MOVE QHS-DATA-EXECUCAO TO WS-DATA-TRAB
               IF WS-DATA-TRAB-MES = WS-PERIODO
                   AND WS-DATA-TRAB-DIA > ZEROS
                   AND WS-DATA-TRAB-DIA <= 31
                   MOVE WS-DATA-TRAB-DIA TO WS-DIA-SUB
                   IF QHS-RUN-ID = WS-DIA-RUN-ID (WS-DIA-SUB)
                       PERFORM 4020-ACUMULA-NA-FONTE
                   END-IF
               END-IF
           END-IF.

       4020-ACUMULA-NA-FONTE.
           MOVE QHS-FONTE TO WS-FONTE-BUSCA
           PERFORM 4900-LOCALIZA-FONTE-PERIODO
           IF WS-FONTE-ACHOU
               ADD QHS-ACEITOS TO WS-PER-ACEITOS (WS-PER-IDX)
               ADD QHS-REJEITADOS TO WS-PER-REJEITADOS (WS-PER-IDX)
               ADD QHS-REJ-DURACAO TO WS-PER-REJ-DURACAO (WS-PER-IDX)
               ADD QHS-REJ-TITULO TO WS-PER-REJ-TITULO (WS-PER-IDX)
               ADD QHS-REJ-CAT-BRANCO TO
                   WS-PER-REJ-CAT-BRANCO (WS-PER-IDX)
               ADD QHS-REJ-CAT-CADASTRO TO
                   WS-PER-REJ-CAT-CADASTRO (WS-PER-IDX)
               ADD QHS-DUPLICADOS TO WS-PER-DUPLICADOS (WS-PER-IDX)
           END-IF.

       4100-CONTA-EXECUCAO.
           IF WS-DIA-RUN-ID (WS-DIA-SUB) > ZEROS
               ADD 1 TO WS-QTDE-EXECUCOES
           END-IF.

      *-----------------------------------------------------------------
      * Localiza (ou cria, zerada) a entrada da fonte em
      * WS-FONTE-BUSCA na tabela do periodo, deixando WS-PER-IDX
      * posicionado nela.
      *-----------------------------------------------------------------
       4900-LOCALIZA-FONTE-PERIODO.
           MOVE 'N' TO WS-FONTE-ACHOU-FLAG
           SET WS-PER-IDX TO 1
           SEARCH WS-PER-ENTRADA
               AT END
                   ADD 1 TO WS-CAP-PER-IGNORADAS
                   DISPLAY 'QUALIDADE-FONTES: EXCEDE O LIMITE DE 50 '
                       'FONTES NO PERIODO - FONTE IGNORADA: '
                       WS-FONTE-BUSCA
               WHEN WS-PER-IDX > WS-PER-QTDE-OCUP
                   PERFORM 4910-NOVA-FONTE-PERIODO
               WHEN WS-PER-FONTE (WS-PER-IDX) = WS-FONTE-BUSCA
                   MOVE 'S' TO WS-FONTE-ACHOU-FLAG
           END-SEARCH.

       4910-NOVA-FONTE-PERIODO.
           ADD 1 TO WS-PER-QTDE-OCUP
           MOVE WS-FONTE-BUSCA TO WS-PER-FONTE (WS-PER-IDX)
           MOVE ZEROS TO WS-PER-ACEITOS (WS-PER-IDX)
                         WS-PER-REJEITADOS (WS-PER-IDX)
                         WS-PER-REJ-DURACAO (WS-PER-IDX)
                         WS-PER-REJ-TITULO (WS-PER-IDX)
                         WS-PER-REJ-CAT-BRANCO (WS-PER-IDX)
                         WS-PER-REJ-CAT-CADASTRO (WS-PER-IDX)
                         WS-PER-DUPLICADOS (WS-PER-IDX)
                         WS-PER-ENVIADOS (WS-PER-IDX)
                         WS-PER-PCT-REJ (WS-PER-IDX)
                         WS-PER-PCT-DUP (WS-PER-IDX)
                         WS-PER-PCT-FALHA (WS-PER-IDX)
           MOVE 'N' TO WS-PER-LISTADA-FLAG (WS-PER-IDX)
           MOVE 'S' TO WS-FONTE-ACHOU-FLAG.

      *-----------------------------------------------------------------
      * Grava o boletim do periodo: um bloco por fonte, na ordem em
      * que as fontes aparecem no historico, e o ranking pelo
      * indice de falhas.
      *-----------------------------------------------------------------
       5000-GRAVA-BOLETIM.
           OPEN OUTPUT QUA-OUT
           MOVE WS-LINHA-SEPARADOR TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-PERIODO TO WS-CAB-PERIODO
           MOVE WS-QTDE-EXECUCOES TO WS-CAB-EXECUCOES
           MOVE WS-LINHA-CABECALHO TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-NOTA TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-SEPARADOR TO QUA-LINHA
           WRITE QUA-LINHA
           IF WS-PER-QTDE-OCUP = ZERO
               MOVE WS-LINHA-SEM-DADOS TO QUA-LINHA
               WRITE QUA-LINHA
           ELSE
               PERFORM 5100-GRAVA-BLOCO-FONTE
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-QTDE-OCUP
               PERFORM 5500-GRAVA-RANKING
           END-IF
           CLOSE QUA-OUT.

      *-----------------------------------------------------------------
      * Grava o bloco de uma fonte (o aviso mensal ao fornecedor):
      * enviados = aceitos + rejeitados + duplicados; cada taxa e
      * calculada sobre os enviados.
      *-----------------------------------------------------------------
       5100-GRAVA-BLOCO-FONTE.
           COMPUTE WS-PER-ENVIADOS (WS-PER-IDX) =
               WS-PER-ACEITOS (WS-PER-IDX)
               + WS-PER-REJEITADOS (WS-PER-IDX)
               + WS-PER-DUPLICADOS (WS-PER-IDX)
           MOVE SPACES TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-PER-FONTE (WS-PER-IDX) TO WS-FON-NOME
           MOVE WS-LINHA-FONTE TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-TRACO TO QUA-LINHA
           WRITE QUA-LINHA

           MOVE 'Registros Enviados:' TO WS-MET-DESCRICAO
           MOVE WS-PER-ENVIADOS (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE 'Aceitos:' TO WS-MET-DESCRICAO
           MOVE WS-PER-ACEITOS (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE 'Rejeitados:' TO WS-MET-DESCRICAO
           MOVE WS-PER-REJEITADOS (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE WS-PCT-CALCULO TO WS-PER-PCT-REJ (WS-PER-IDX)
           MOVE '  - Duracao Zerada:' TO WS-MET-DESCRICAO
           MOVE WS-PER-REJ-DURACAO (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE '  - Titulo em Branco:' TO WS-MET-DESCRICAO
           MOVE WS-PER-REJ-TITULO (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE '  - Categoria em Branco:' TO WS-MET-DESCRICAO
           MOVE WS-PER-REJ-CAT-BRANCO (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE '  - Categoria Nao Cadastrada/Inativa:' TO
               WS-MET-DESCRICAO
           MOVE WS-PER-REJ-CAT-CADASTRO (WS-PER-IDX) TO
               WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE 'Duplicados de Outra Fonte:' TO WS-MET-DESCRICAO
           MOVE WS-PER-DUPLICADOS (WS-PER-IDX) TO WS-QTDE-CALCULO
           PERFORM 5110-GRAVA-METRICA
           MOVE WS-PCT-CALCULO TO WS-PER-PCT-DUP (WS-PER-IDX)
           COMPUTE WS-PER-PCT-FALHA (WS-PER-IDX) =
               WS-PER-PCT-REJ (WS-PER-IDX)
               + WS-PER-PCT-DUP (WS-PER-IDX).

      *-----------------------------------------------------------------
      * Calcula a taxa de WS-QTDE-CALCULO sobre os enviados da fonte
      * corrente (em WS-PCT-CALCULO) e grava a linha da metrica.
      *-----------------------------------------------------------------
       5110-GRAVA-METRICA.
           IF WS-PER-ENVIADOS (WS-PER-IDX) > ZEROS
               COMPUTE WS-PCT-CALCULO ROUNDED =
                   (WS-QTDE-CALCULO * 100) /
                   WS-PER-ENVIADOS (WS-PER-IDX)
           ELSE
               MOVE ZEROS TO WS-PCT-CALCULO
           END-IF
           MOVE WS-QTDE-CALCULO TO WS-MET-QTDE
           MOVE WS-PCT-CALCULO TO WS-MET-PCT
           MOVE WS-LINHA-METRICA TO QUA-LINHA
           WRITE QUA-LINHA.

      *-----------------------------------------------------------------
      * Lista as fontes em ordem decrescente de indice de falhas,
      * selecionando a cada passada a maior fonte ainda nao listada
      * (mesma tecnica de 3400-LISTA-TIPO em EXPLICA-VARIACAO).
      *-----------------------------------------------------------------
       5500-GRAVA-RANKING.
           MOVE SPACES TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-SEPARADOR TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-RANK-CAB TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-RANK-COLUNAS TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE WS-LINHA-TRACO TO QUA-LINHA
           WRITE QUA-LINHA
           MOVE ZERO TO WS-POSICAO
           PERFORM 5510-SELECIONA-MAIOR
               UNTIL WS-POSICAO >= WS-PER-QTDE-OCUP.

       5510-SELECIONA-MAIOR.
           MOVE ZERO TO WS-MAIOR-SUB
           MOVE ZEROS TO WS-MAIOR-PCT
           PERFORM 5520-COMPARA-FONTE
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-QTDE-OCUP
           ADD 1 TO WS-POSICAO
           IF WS-MAIOR-SUB > ZERO
               PERFORM 5530-GRAVA-LINHA-RANKING
           END-IF.

       5520-COMPARA-FONTE.
           SET WS-PER-IDX TO WS-PER-SUB
           IF NOT WS-PER-LISTADA (WS-PER-IDX)
               IF WS-MAIOR-SUB = ZERO
                   OR WS-PER-PCT-FALHA (WS-PER-IDX) > WS-MAIOR-PCT
                   MOVE WS-PER-SUB TO WS-MAIOR-SUB
                   MOVE WS-PER-PCT-FALHA (WS-PER-IDX) TO WS-MAIOR-PCT
               END-IF
           END-IF.

       5530-GRAVA-LINHA-RANKING.
           SET WS-PER-IDX TO WS-MAIOR-SUB
           MOVE 'S' TO WS-PER-LISTADA-FLAG (WS-PER-IDX)
           MOVE WS-POSICAO TO WS-RNK-POSICAO
           MOVE WS-PER-FONTE (WS-PER-IDX) TO WS-RNK-FONTE
           MOVE WS-PER-ENVIADOS (WS-PER-IDX) TO WS-RNK-ENVIADOS
           MOVE WS-PER-REJEITADOS (WS-PER-IDX) TO WS-RNK-REJEITADOS
           MOVE WS-PER-PCT-REJ (WS-PER-IDX) TO WS-RNK-PCT-REJ
           MOVE WS-PER-DUPLICADOS (WS-PER-IDX) TO WS-RNK-DUPLICADOS
           MOVE WS-PER-PCT-DUP (WS-PER-IDX) TO WS-RNK-PCT-DUP
           MOVE WS-PER-PCT-FALHA (WS-PER-IDX) TO WS-RNK-PCT-FALHA
           MOVE WS-LINHA-RANK-DET TO QUA-LINHA
           WRITE QUA-LINHA.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) uma linha
      * por tabela interna com a maior ocupacao desta execucao e as
      * linhas cuja fonte foi ignorada por falta de espaco, sob a
      * identidade da execucao em EXECID.TXT (na falta dela, a data
      * e a hora correntes). Falha ao abrir o arquivo nao altera o
      * RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           IF WS-EXECID-LIDO
               MOVE WS-DATA-EXECUCAO TO WS-CAP-DATA-EXECUCAO
               MOVE WS-RUN-ID TO WS-CAP-RUN-ID
           ELSE
               MOVE WS-DATA-HOJE TO WS-CAP-DATA-EXECUCAO
               ACCEPT WS-CAP-RUN-ID FROM TIME
           END-IF
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'QUALIDADE-FONTES: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'FONTES EXECUCAO' TO WS-CAP-TABELA
               MOVE 50 TO WS-CAP-LIMITE
               MOVE WS-EXE-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-EXE-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'FONTES PERIODO' TO WS-CAP-TABELA
               MOVE 50 TO WS-CAP-LIMITE
               MOVE WS-PER-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-PER-IGNORADAS TO WS-CAP-EXCEDENTES
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
           IF NOT WS-EXECID-LIDO
               DISPLAY 'QUALIDADE-FONTES: EXECID.TXT AUSENTE - '
                   'NENHUMA EXECUCAO ACRESCENTADA AO HISTORICO'
           ELSE
               IF WS-EXECUCAO-JA-ACUMULADA
                   DISPLAY 'QUALIDADE-FONTES: EXECUCAO '
                       WS-DATA-EXECUCAO '/' WS-RUN-ID
                       ' JA CONSTA DO HISTORICO DE QUALIDADE'
               ELSE
                   DISPLAY 'QUALIDADE-FONTES: EXECUCAO '
                       WS-DATA-EXECUCAO '/' WS-RUN-ID
                       ' ACRESCENTADA - FONTES: ' WS-QTDE-LINHAS-HIST
                       ' REJEITADOS: ' WS-QTDE-REJ-LIDOS
                       ' DUPLICADOS: ' WS-QTDE-DUP-LIDOS
               END-IF
           END-IF
           DISPLAY 'QUALIDADE-FONTES: BOLETIM DO PERIODO ' WS-PERIODO
               ' GRAVADO EM QUALFONT.TXT - FONTES: ' WS-PER-QTDE-OCUP.
