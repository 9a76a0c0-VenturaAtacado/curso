      ******************************************************************
      * PROGRAM-ID: DOSSIE-VIDEO
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: CONSULTA DO CICLO DE VIDA DE UM VIDEO, EXECUTADA SOB
      *     DEMANDA (JOB DOSVID) PARA RESPONDER AO ATENDIMENTO "O QUE
      *     ACONTECEU COM O VIDEO X?". O CARTAO SYSIN TRAZ O TITULO
      *     (OU O INICIO DO TITULO) E, OPCIONALMENTE, A CATEGORIA.
      *     CADA VIDEO (TITULO + CATEGORIA) QUE ATENDE AO CARTAO EM
      *     QUALQUER DOS ARQUIVOS ABAIXO GANHA UM DOSSIE NO
      *     RELATORIO DOSSIE.TXT COM:
      *     - O REGISTRO DO MESTRE VIDMESTR (PRIMEIRA E ULTIMA VEZ,
      *       DURACAO ATUAL), LOCALIZADO POR START NO TITULO;
      *     - CADA MUDANCA DE DURACAO DO JORNAL DURJORN.TXT;
      *     - CADA EXECUCAO EM QUE APARECEU, DA GUARDA DETARQ.TXT E
      *       DO EXTRATO DETALHE.TXT, COM FONTE E FAIXA;
      *     - AS OCORRENCIAS DUPLICADAS DE DUPLICADOS.TXT (ARQUIVO
      *       DA ULTIMA EXECUCAO DE ANALISA-VIDEOS), COM A CATEGORIA
      *       DOBRADA NO CODIGO OFICIAL PELOS ALIASES DE CATEGMAS.TXT,
      *       COMO NO MESTRE E NO DETALHE;
      *     - A PENDENCIA EM PENDENTES.TXT AGUARDANDO CORRECAO, COM A
      *       DATA DA PRIMEIRA REJEICAO E O MOTIVO (A CATEGORIA DA
      *       PENDENCIA E A DA FONTE, SEM DOBRA);
      *     - O EXPURGO DO MESTRE PARA MESTRARQ.TXT.
      *     CADA ARQUIVO E LIDO UMA UNICA VEZ; AS LINHAS DE CADA
      *     DOSSIE SAO GUARDADAS NO ARQUIVO DE TRABALHO INDEXADO
      *     DOSWORK (CHAVE DOSSIE + SECAO + SEQUENCIA) E IMPRESSAS NO
      *     FINAL, DOSSIE A DOSSIE. ARQUIVO INDISPONIVEL E APONTADO
      *     NO CABECALHO DO RELATORIO E NAO IMPEDE A CONSULTA DOS
      *     DEMAIS. MAIS VIDEOS DO QUE CABEM NA TABELA DE DOSSIES
      *     ENCERRAM COM RETURN-CODE 8 (PREFIXO A REFINAR); CARTAO
      *     AUSENTE OU SEM TITULO ENCERRA COM RETURN-CODE 16.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      *     2026-10-15 EBV     CATEGORIA DOS DUPLICADOS DOBRADA PELOS
      *                        ALIASES DE CATEGMAS.TXT; CONTADOR DO
      *                        LIMITE PASSA A CONTAR OCORRENCIAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIE-VIDEO.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartao de controle com o titulo (ou prefixo) e a categoria
           SELECT CTL-CARTAO ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Arquivo mestre de videos (mesmo arquivo mantido por
      * ATUALIZA-MESTRE)
           SELECT VID-MESTRE ASSIGN TO 'VIDMESTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
      * Jornal das mudancas de duracao aplicadas no mestre
           SELECT JORN-IN ASSIGN TO 'DURJORN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORN-STATUS.
      * Guarda do detalhe dos meses consolidados
           SELECT ARQ-IN ASSIGN TO 'DETARQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
      * Extrato de detalhe do mes corrente
           SELECT DET-IN ASSIGN TO 'DETALHE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
      * Duplicados entre fontes da ultima execucao
           SELECT DUP-IN ASSIGN TO 'DUPLICADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
      * Cadastro de categorias validas (mesmo arquivo carregado por
      * ANALISA-VIDEOS na inicializacao)
           SELECT CATEG-MAS ASSIGN TO 'CATEGMAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEG-MAS-STATUS.
      * Pendencias acumuladas aguardando correcao
           SELECT PEN-IN ASSIGN TO 'PENDENTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.
      * Guarda dos registros expurgados do mestre
           SELECT EXP-IN ASSIGN TO 'MESTRARQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
      * Arquivo de trabalho com as linhas de cada dossie, recriado
      * vazio a cada execucao
           SELECT DOS-WORK ASSIGN TO 'DOSWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWK-CHAVE
               FILE STATUS IS WS-DWK-STATUS.
      * Relatorio de dossies
           SELECT REL-OUT ASSIGN TO 'DOSSIE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Cartao de controle: categoria (colunas 1-10, em branco =
      * todas), modo de busca (coluna 12: E = titulo exato, P ou
      * branco = inicio do titulo) e titulo (colunas 14-80)
       FD CTL-CARTAO.
       01 CTL-REGISTRO.
           05 CTL-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 CTL-MODO            PIC X(01).
           05 FILLER              PIC X(01).
           05 CTL-TITULO          PIC X(67).

      * Estrutura de cada registro do mestre de videos (mesmo
      * layout de MST-REGISTRO em ATUALIZA-MESTRE)
       FD VID-MESTRE.
       01 MST-REGISTRO.
           05 MST-CHAVE.
               10 MST-TITULO           PIC X(100).
               10 MST-CATEGORIA        PIC X(10).
           05 MST-DURACAO-SEGUNDOS     PIC 9(06).
           05 MST-DATA-PRIMEIRA        PIC 9(08).
           05 MST-DATA-ULTIMA          PIC 9(08).
           05 MST-RUN-ID-ULTIMO        PIC 9(08).

      * Estrutura de cada linha do jornal de mudancas de duracao
      * (mesmo layout de JORN-REGISTRO em ATUALIZA-MESTRE)
       FD JORN-IN.
       01 JORN-REGISTRO.
           05 JORN-DATA-EXECUCAO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 JORN-RUN-ID         PIC 9(08).
           05 FILLER              PIC X(01).
           05 JORN-DURACAO-ANTIGA PIC 9(06).
           05 FILLER              PIC X(01).
           05 JORN-DURACAO-NOVA   PIC 9(06).
           05 FILLER              PIC X(01).
           05 JORN-CATEGORIA      PIC X(10).
           05 FILLER              PIC X(01).
           05 JORN-TITULO         PIC X(100).

      * Guarda do detalhe dos meses consolidados (mesmo layout de
      * DET-REGISTRO em ANALISA-VIDEOS)
       FD ARQ-IN.
       01 ARQ-REGISTRO.
           05 ARQ-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 ARQ-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 ARQ-DURACAO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 ARQ-FAIXA           PIC X(05).
           05 FILLER              PIC X(01).
           05 ARQ-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 ARQ-FONTE           PIC X(40).
           05 FILLER              PIC X(01).
           05 ARQ-TITULO          PIC X(100).

      * Estrutura de cada linha do extrato de detalhe (mesmo layout
      * de DET-REGISTRO em ANALISA-VIDEOS)
       FD DET-IN.
       01 DET-REGISTRO.
           05 DET-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 DET-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 DET-DURACAO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 DET-FAIXA           PIC X(05).
           05 FILLER              PIC X(01).
           05 DET-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 DET-FONTE           PIC X(40).
           05 FILLER              PIC X(01).
           05 DET-TITULO          PIC X(100).

      * Estrutura de cada registro duplicado entre fontes (mesmo
      * layout de DUP-REGISTRO em ANALISA-VIDEOS)
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

      * Estrutura de cada linha do cadastro de categorias (mesmo
      * layout de CATR-REGISTRO em ANALISA-VIDEOS)
       FD CATEG-MAS.
       01 CATR-REGISTRO.
           05 CATR-CODIGO         PIC X(10).
           05 FILLER              PIC X(01).
           05 CATR-SITUACAO       PIC X(01).
           05 FILLER              PIC X(01).
           05 CATR-ALIAS-DE       PIC X(10).
           05 FILLER              PIC X(01).
           05 CATR-DESCRICAO      PIC X(40).

      * Estrutura de cada pendencia acumulada (mesmo layout de
      * PEN-REGISTRO em RECICLA-REJEITADOS)
       FD PEN-IN.
       01 PEN-REGISTRO.
           05 PEN-DATA-PRIMEIRA   PIC 9(08).
           05 FILLER              PIC X(01).
           05 PEN-DURACAO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 PEN-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 PEN-TITULO          PIC X(100).
           05 FILLER              PIC X(01).
           05 PEN-MOTIVO          PIC X(60).

      * Estrutura de cada registro de guarda do expurgo (mesmo
      * layout de ARQ-REGISTRO em EXPURGA-MESTRE)
       FD EXP-IN.
       01 EXP-REGISTRO.
           05 EXP-DATA-EXPURGO    PIC 9(08).
           05 FILLER              PIC X(01).
           05 EXP-TITULO          PIC X(100).
           05 FILLER              PIC X(01).
           05 EXP-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 EXP-DURACAO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 EXP-DATA-PRIMEIRA   PIC 9(08).
           05 FILLER              PIC X(01).
           05 EXP-DATA-ULTIMA     PIC 9(08).
           05 FILLER              PIC X(01).
           05 EXP-RUN-ID-ULTIMO   PIC 9(08).

      * Estrutura de cada linha guardada para os dossies: numero do
      * dossie, secao (1 = mestre, 2 = mudancas de duracao,
      * 3 = execucoes, 4 = duplicados, 5 = pendencia, 6 = expurgo),
      * sequencia de chegada e a linha ja formatada
       FD DOS-WORK.
       01 DWK-REGISTRO.
           05 DWK-CHAVE.
               10 DWK-DOSSIE          PIC 9(04).
               10 DWK-SECAO           PIC 9(01).
               10 DWK-SEQUENCIA       PIC 9(08).
           05 DWK-TEXTO               PIC X(120).

       FD REL-OUT.
       01 REL-LINHA               PIC X(132).

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

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-MESTRE-STATUS      PIC X(02) VALUE SPACES.
           05 WS-JORN-STATUS        PIC X(02) VALUE SPACES.
           05 WS-ARQ-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DUP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-PEN-STATUS         PIC X(02) VALUE SPACES.
           05 WS-EXP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DWK-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-MESTRE-FIM-FLAG    PIC X(01) VALUE 'N'.
              88 WS-MESTRE-FIM                VALUE 'S'.
           05 WS-JORN-FIM-FLAG      PIC X(01) VALUE 'N'.
              88 WS-JORN-FIM                  VALUE 'S'.
           05 WS-ARQ-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-ARQ-FIM                   VALUE 'S'.
           05 WS-DET-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-DET-FIM                   VALUE 'S'.
           05 WS-DUP-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-DUP-FIM                   VALUE 'S'.
           05 WS-PEN-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-PEN-FIM                   VALUE 'S'.
           05 WS-EXP-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-EXP-FIM                   VALUE 'S'.
           05 WS-DWK-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-DWK-FIM                   VALUE 'S'.

      * Criterio da consulta lido do cartao. O titulo do cartao e
      * visto tambem caractere a caractere para medir o tamanho do
      * prefixo (sem os brancos a direita).
       01 WS-CRITERIO.
           05 WS-CRT-CATEGORIA      PIC X(10) VALUE SPACES.
           05 WS-CRT-MODO           PIC X(01) VALUE 'P'.
              88 WS-CRT-EXATO                 VALUE 'E'.
           05 WS-CRT-TITULO         PIC X(100) VALUE SPACES.
           05 WS-CRT-TITULO-RED REDEFINES WS-CRT-TITULO.
               10 WS-CRT-CARACTERE  PIC X(01) OCCURS 100 TIMES.
           05 WS-PREFIXO-TAM        PIC 9(03) COMP VALUE ZERO.
           05 WS-PREFIXO-ACHOU-FLAG PIC X(01) VALUE 'N'.
              88 WS-PREFIXO-MEDIDO            VALUE 'S'.

      * Titulo e categoria da linha em exame, comparados com o
      * criterio em 5000-CONFERE-CRITERIO
       01 WS-CANDIDATO.
           05 WS-CND-TITULO         PIC X(100) VALUE SPACES.
           05 WS-CND-CATEGORIA      PIC X(10) VALUE SPACES.
           05 WS-CND-ATENDE-FLAG    PIC X(01) VALUE 'N'.
              88 WS-CND-ATENDE                VALUE 'S'.
           05 WS-CND-TITULO-FIM-FLAG PIC X(01) VALUE 'N'.
              88 WS-CND-ALEM-DO-PREFIXO       VALUE 'S'.

      * Videos encontrados, um dossie cada, com a quantidade de
      * linhas guardadas por secao
       01 WS-DOSSIE-TABELA.
           05 WS-DOS-QTDE-OCUP    PIC 9(04) COMP VALUE ZERO.
           05 WS-DOS-ENTRADA OCCURS 200 TIMES
                   INDEXED BY WS-DOS-IDX.
               10 WS-DOS-TITULO       PIC X(100).
               10 WS-DOS-CATEGORIA    PIC X(10).
               10 WS-DOS-QTDE-SECAO   PIC 9(08) OCCURS 6 TIMES.

       01 WS-DOSSIE-VARS.
           05 WS-DOS-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-DOS-ACHOU                 VALUE 'S'.
           05 WS-DOS-NUMERO         PIC 9(04) VALUE ZEROS.
           05 WS-SECAO              PIC 9(01) VALUE ZERO.
           05 WS-SEQUENCIA          PIC 9(08) VALUE ZEROS.
           05 WS-LINHA-SUB          PIC 9(08) VALUE ZEROS.
           05 WS-EVT-TEXTO          PIC X(120) VALUE SPACES.
           05 WS-VIDEOS-FORA        PIC 9(08) VALUE ZEROS.

      * Cadastro de categorias em memoria, carregado de
      * CATEGMAS.TXT na inicializacao, como em ANALISA-VIDEOS. So
      * os aliases sao usados aqui, para dobrar a categoria dos
      * duplicados; ausente o cadastro, a categoria fica como veio.
       01 WS-REFCAT-TABELA.
           05 WS-REFCAT-QTDE-OCUP PIC 9(03) COMP VALUE ZERO.
           05 WS-REFCAT-ENTRADA OCCURS 100 TIMES
                   INDEXED BY WS-REF-IDX.
               10 WS-REF-CODIGO      PIC X(10).
               10 WS-REF-SITUACAO    PIC X(01).
               10 WS-REF-ALIAS-DE    PIC X(10).
               10 WS-REF-DESCRICAO   PIC X(40).

       01 WS-REFCAT-VARS.
           05 WS-CATEG-MAS-STATUS   PIC X(02) VALUE SPACES.
           05 WS-CATEG-MAS-FIM-FLAG PIC X(01) VALUE 'N'.
              88 WS-CATEG-MAS-FIM             VALUE 'S'.
           05 WS-REF-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-REF-ACHOU                 VALUE 'S'.
           05 WS-REF-CODIGO-BUSCA   PIC X(10) VALUE SPACES.
           05 WS-CAP-CATEG-IGNORADAS PIC 9(07) VALUE ZEROS.

      * Titulos das secoes do dossie e texto de secao vazia
       01 WS-SECOES-NOMES.
           05 FILLER              PIC X(60) VALUE
               '  Mestre de Videos (VIDMESTR):'.
           05 FILLER              PIC X(60) VALUE
               '  Mudancas de Duracao (DURJORN.TXT):'.
           05 FILLER              PIC X(60) VALUE
               '  Execucoes em que Apareceu (DETARQ.TXT/DETALHE.TXT):'.
           05 FILLER              PIC X(60) VALUE
               '  Duplicados na Ultima Execucao (DUPLICADOS.TXT):'.
           05 FILLER              PIC X(60) VALUE
               '  Pendencia de Correcao (PENDENTES.TXT):'.
           05 FILLER              PIC X(60) VALUE
               '  Expurgo do Mestre (MESTRARQ.TXT):'.
       01 WS-SECOES-TABELA REDEFINES WS-SECOES-NOMES.
           05 WS-SECAO-TITULO     PIC X(60) OCCURS 6 TIMES.

       01 WS-SECOES-VAZIAS.
           05 FILLER              PIC X(60) VALUE
               '    Ausente do mestre'.
           05 FILLER              PIC X(60) VALUE
               '    Nenhuma mudanca de duracao registrada'.
           05 FILLER              PIC X(60) VALUE
               '    Nenhuma execucao no detalhe guardado'.
           05 FILLER              PIC X(60) VALUE
               '    Nenhuma ocorrencia duplicada'.
           05 FILLER              PIC X(60) VALUE
               '    Nao esta pendente de correcao'.
           05 FILLER              PIC X(60) VALUE
               '    Nao foi expurgado'.
       01 WS-VAZIAS-TABELA REDEFINES WS-SECOES-VAZIAS.
           05 WS-SECAO-VAZIA      PIC X(60) OCCURS 6 TIMES.

      * Linhas formatadas de cada secao do dossie
       01 WS-TXT-MESTRE.
           05 FILLER              PIC X(19) VALUE
               '    Duracao atual: '.
           05 WS-TM-DURACAO       PIC ZZZZZ9.
           05 FILLER              PIC X(18) VALUE
               ' s  Primeira vez: '.
           05 WS-TM-PRIMEIRA      PIC 9(08).
           05 FILLER              PIC X(15) VALUE '  Ultima vez: '.
           05 WS-TM-ULTIMA        PIC 9(08).
           05 FILLER              PIC X(10) VALUE '  Run-Id: '.
           05 WS-TM-RUN-ID        PIC 9(08).

       01 WS-TXT-JORNAL.
           05 FILLER              PIC X(07) VALUE '    Em '.
           05 WS-TJ-DATA          PIC 9(08).
           05 FILLER              PIC X(09) VALUE ' Run-Id '.
           05 WS-TJ-RUN-ID        PIC 9(08).
           05 FILLER              PIC X(10) VALUE ': duracao '.
           05 WS-TJ-ANTIGA        PIC ZZZZZ9.
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-TJ-NOVA          PIC ZZZZZ9.
           05 FILLER              PIC X(02) VALUE ' s'.

       01 WS-TXT-EXECUCAO.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TE-DATA          PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TE-RUN-ID        PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TE-ORIGEM        PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TE-DURACAO       PIC ZZZZZ9.
           05 FILLER              PIC X(04) VALUE ' s  '.
           05 WS-TE-FAIXA         PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TE-FONTE         PIC X(40).

       01 WS-TXT-DUPLICADO.
           05 FILLER              PIC X(12) VALUE '    Duracao '.
           05 WS-TD-DURACAO       PIC ZZZZZ9.
           05 FILLER              PIC X(14) VALUE ' s  Entrou em '.
           05 WS-TD-ORIGINAL      PIC X(40).
           05 FILLER              PIC X(13) VALUE ' Repetido em '.
           05 WS-TD-REPETIDA      PIC X(35).

       01 WS-TXT-PENDENTE.
           05 FILLER              PIC X(19) VALUE
               '    Pendente desde '.
           05 WS-TP-DATA          PIC 9(08).
           05 FILLER              PIC X(10) VALUE '  Duracao '.
           05 WS-TP-DURACAO       PIC ZZZZZ9.
           05 FILLER              PIC X(12) VALUE ' s  Motivo: '.
           05 WS-TP-MOTIVO        PIC X(60).

       01 WS-TXT-EXPURGO.
           05 FILLER              PIC X(17) VALUE
               '    Expurgado em '.
           05 WS-TX-DATA          PIC 9(08).
           05 FILLER              PIC X(10) VALUE '  Duracao '.
           05 WS-TX-DURACAO       PIC ZZZZZ9.
           05 FILLER              PIC X(18) VALUE
               ' s  Primeira vez: '.
           05 WS-TX-PRIMEIRA      PIC 9(08).
           05 FILLER              PIC X(15) VALUE '  Ultima vez: '.
           05 WS-TX-ULTIMA        PIC 9(08).

      * Linhas de exibicao do relatorio
       01 WS-LINHA-TITULO.
           05 FILLER              PIC X(44) VALUE
               'Dossie do Ciclo de Vida de Videos:'.

       01 WS-LINHA-EXECUCAO.
           05 FILLER              PIC X(06) VALUE 'Data: '.
           05 WS-ECO-DATA         PIC 9(08).
           05 FILLER              PIC X(08) VALUE '  Hora: '.
           05 WS-ECO-HORA         PIC 9(08).

       01 WS-LINHA-CRITERIO.
           05 FILLER              PIC X(10) VALUE 'Consulta: '.
           05 WS-ECO-MODO         PIC X(18).
           05 WS-ECO-TITULO       PIC X(67).
           05 FILLER              PIC X(13) VALUE '  Categoria: '.
           05 WS-ECO-CATEGORIA    PIC X(10).

       01 WS-LINHA-INDISPONIVEL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IND-ARQUIVO      PIC X(14).
           05 FILLER              PIC X(27) VALUE
               ' indisponivel - status '.
           05 WS-IND-STATUS       PIC X(02).

       01 WS-LINHA-DOSSIE.
           05 FILLER              PIC X(07) VALUE 'Dossie '.
           05 WS-LD-NUMERO        PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE ' - Titulo '.
           05 WS-LD-TITULO        PIC X(100).

       01 WS-LINHA-DOS-CATEG.
           05 FILLER              PIC X(21) VALUE
               '            Categoria'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-CATEGORIA     PIC X(10).

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(48).
           05 WS-CONT-VALOR       PIC ZZZZZZZZZ9.

       01 WS-LINHA-VAZIA.
           05 FILLER              PIC X(40) VALUE
               '  Nenhum video atende a consulta'.

      * Data e hora da execucao, ecoadas no relatorio
       01 WS-DATA-HORA-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-HORA-EXECUCAO      PIC 9(08) VALUE ZEROS.

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'DOSVID'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 1500-INICIALIZA.
           PERFORM 2000-CONSULTA-MESTRE.
           PERFORM 2200-CONSULTA-JORNAL.
           PERFORM 2300-CONSULTA-GUARDA.
           PERFORM 2400-CONSULTA-DETALHE.
           PERFORM 2500-CONSULTA-DUPLICADOS.
           PERFORM 2600-CONSULTA-PENDENTES.
           PERFORM 2700-CONSULTA-EXPURGO.
           PERFORM 3000-IMPRIME-DOSSIES.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le o cartao de controle (SYSIN) e mede o tamanho do titulo
      * informado. Sem cartao ou sem titulo a consulta listaria o
      * acervo inteiro; o passo termina com RETURN-CODE 16.
      *-----------------------------------------------------------------
       1000-LE-CARTAO-CONTROLE.
           OPEN INPUT CTL-CARTAO
           IF WS-CTL-STATUS = '00'
               READ CTL-CARTAO
                   AT END MOVE 'S' TO WS-CTL-FIM-FLAG
               END-READ
               IF NOT WS-CTL-FIM
                   MOVE CTL-CATEGORIA TO WS-CRT-CATEGORIA
                   MOVE CTL-TITULO TO WS-CRT-TITULO
                   IF CTL-MODO = 'E'
                       MOVE 'E' TO WS-CRT-MODO
                   END-IF
               END-IF
               CLOSE CTL-CARTAO
           END-IF
           MOVE 67 TO WS-PREFIXO-TAM
           PERFORM 1010-MEDE-PREFIXO
               UNTIL WS-PREFIXO-TAM = 0 OR WS-PREFIXO-MEDIDO
           IF WS-PREFIXO-TAM = 0
               DISPLAY 'DOSSIE-VIDEO: CARTAO DE CONTROLE AUSENTE OU '
                   'SEM TITULO - CONSULTA NAO EXECUTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1010-MEDE-PREFIXO.
           IF WS-CRT-CARACTERE (WS-PREFIXO-TAM) NOT = SPACE
               MOVE 'S' TO WS-PREFIXO-ACHOU-FLAG
           ELSE
               SUBTRACT 1 FROM WS-PREFIXO-TAM
           END-IF.

      *-----------------------------------------------------------------
      * Recria vazio o arquivo de trabalho dos dossies, como CONCWORK
      * em CONCILIA-MESTRE, grava o cabecalho do relatorio e carrega
      * o cadastro de categorias.
      *-----------------------------------------------------------------
       1500-INICIALIZA.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN OUTPUT DOS-WORK
           CLOSE DOS-WORK
           OPEN I-O DOS-WORK
           IF WS-DWK-STATUS NOT = '00'
               DISPLAY 'DOSSIE-VIDEO: ERRO AO ABRIR DOSWORK '
                   '(STATUS ' WS-DWK-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-OUT
           MOVE WS-LINHA-TITULO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DATA-EXECUCAO TO WS-ECO-DATA
           MOVE WS-HORA-EXECUCAO TO WS-ECO-HORA
           MOVE WS-LINHA-EXECUCAO TO REL-LINHA
           WRITE REL-LINHA
           IF WS-CRT-EXATO
               MOVE 'titulo exato      ' TO WS-ECO-MODO
           ELSE
               MOVE 'titulo iniciado em' TO WS-ECO-MODO
           END-IF
           MOVE WS-CRT-TITULO TO WS-ECO-TITULO
           IF WS-CRT-CATEGORIA = SPACES
               MOVE '(todas)' TO WS-ECO-CATEGORIA
           ELSE
               MOVE WS-CRT-CATEGORIA TO WS-ECO-CATEGORIA
           END-IF
           MOVE WS-LINHA-CRITERIO TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 1600-CARREGA-CATEGORIAS.

      *-----------------------------------------------------------------
      * Carrega o cadastro de categorias (CATEGMAS.TXT) para a
      * tabela em memoria. Cadastro indisponivel e apontado no
      * cabecalho; os duplicados saem com a categoria como vieram.
      *-----------------------------------------------------------------
       1600-CARREGA-CATEGORIAS.
           OPEN INPUT CATEG-MAS
           IF WS-CATEG-MAS-STATUS NOT = '00'
               MOVE 'CATEGMAS.TXT' TO WS-IND-ARQUIVO
               MOVE WS-CATEG-MAS-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 1610-LE-LINHA-CATEGORIA
                   UNTIL WS-CATEG-MAS-FIM
               CLOSE CATEG-MAS
           END-IF.

       1610-LE-LINHA-CATEGORIA.
           READ CATEG-MAS
               AT END MOVE 'S' TO WS-CATEG-MAS-FIM-FLAG
           END-READ
           IF NOT WS-CATEG-MAS-FIM
               IF WS-REFCAT-QTDE-OCUP < 100
                   ADD 1 TO WS-REFCAT-QTDE-OCUP
                   SET WS-REF-IDX TO WS-REFCAT-QTDE-OCUP
                   MOVE CATR-CODIGO TO WS-REF-CODIGO (WS-REF-IDX)
                   MOVE CATR-SITUACAO TO WS-REF-SITUACAO (WS-REF-IDX)
                   MOVE CATR-ALIAS-DE TO WS-REF-ALIAS-DE (WS-REF-IDX)
                   MOVE CATR-DESCRICAO TO WS-REF-DESCRICAO (WS-REF-IDX)
               ELSE
                   ADD 1 TO WS-CAP-CATEG-IGNORADAS
                   DISPLAY 'DOSSIE-VIDEO: CATEGMAS.TXT EXCEDE O '
                       'LIMITE DE 100 CATEGORIAS - LINHA IGNORADA: '
                       CATR-CODIGO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Posiciona o mestre no inicio do titulo do cartao (START) e
      * le em sequencia de chave enquanto o titulo ainda comeca pelo
      * prefixo. Mestre indisponivel e apontado no cabecalho.
      *-----------------------------------------------------------------
       2000-CONSULTA-MESTRE.
           OPEN INPUT VID-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               MOVE 'VIDMESTR' TO WS-IND-ARQUIVO
               MOVE WS-MESTRE-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               MOVE SPACES TO MST-CHAVE
               MOVE WS-CRT-TITULO TO MST-TITULO
               START VID-MESTRE KEY NOT < MST-CHAVE
                   INVALID KEY MOVE 'S' TO WS-MESTRE-FIM-FLAG
               END-START
               PERFORM 2010-LE-PROXIMO-MESTRE
                   UNTIL WS-MESTRE-FIM
               CLOSE VID-MESTRE
           END-IF.

       2010-LE-PROXIMO-MESTRE.
           READ VID-MESTRE NEXT
               AT END MOVE 'S' TO WS-MESTRE-FIM-FLAG
           END-READ
           IF NOT WS-MESTRE-FIM
               MOVE MST-TITULO TO WS-CND-TITULO
               MOVE MST-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ALEM-DO-PREFIXO
                   MOVE 'S' TO WS-MESTRE-FIM-FLAG
               ELSE
                   IF WS-CND-ATENDE
                       MOVE MST-DURACAO-SEGUNDOS TO WS-TM-DURACAO
                       MOVE MST-DATA-PRIMEIRA TO WS-TM-PRIMEIRA
                       MOVE MST-DATA-ULTIMA TO WS-TM-ULTIMA
                       MOVE MST-RUN-ID-ULTIMO TO WS-TM-RUN-ID
                       MOVE WS-TXT-MESTRE TO WS-EVT-TEXTO
                       MOVE 1 TO WS-SECAO
                       PERFORM 5200-GUARDA-LINHA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Mudancas de duracao gravadas por ATUALIZA-MESTRE.
      *-----------------------------------------------------------------
       2200-CONSULTA-JORNAL.
           OPEN INPUT JORN-IN
           IF WS-JORN-STATUS NOT = '00'
               MOVE 'DURJORN.TXT' TO WS-IND-ARQUIVO
               MOVE WS-JORN-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 2210-LE-LINHA-JORNAL
                   UNTIL WS-JORN-FIM
               CLOSE JORN-IN
           END-IF.

       2210-LE-LINHA-JORNAL.
           READ JORN-IN
               AT END MOVE 'S' TO WS-JORN-FIM-FLAG
           END-READ
           IF NOT WS-JORN-FIM
               MOVE JORN-TITULO TO WS-CND-TITULO
               MOVE JORN-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ATENDE
                   MOVE JORN-DATA-EXECUCAO TO WS-TJ-DATA
                   MOVE JORN-RUN-ID TO WS-TJ-RUN-ID
                   MOVE JORN-DURACAO-ANTIGA TO WS-TJ-ANTIGA
                   MOVE JORN-DURACAO-NOVA TO WS-TJ-NOVA
                   MOVE WS-TXT-JORNAL TO WS-EVT-TEXTO
                   MOVE 2 TO WS-SECAO
                   PERFORM 5200-GUARDA-LINHA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Execucoes dos meses ja consolidados, lidas antes das do mes
      * corrente para que a secao saia em ordem cronologica.
      *-----------------------------------------------------------------
       2300-CONSULTA-GUARDA.
           OPEN INPUT ARQ-IN
           IF WS-ARQ-STATUS NOT = '00'
               MOVE 'DETARQ.TXT' TO WS-IND-ARQUIVO
               MOVE WS-ARQ-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 2310-LE-LINHA-GUARDA
                   UNTIL WS-ARQ-FIM
               CLOSE ARQ-IN
           END-IF.

       2310-LE-LINHA-GUARDA.
           READ ARQ-IN
               AT END MOVE 'S' TO WS-ARQ-FIM-FLAG
           END-READ
           IF NOT WS-ARQ-FIM
               MOVE ARQ-TITULO TO WS-CND-TITULO
               MOVE ARQ-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ATENDE
                   MOVE ARQ-DATA-EXECUCAO TO WS-TE-DATA
                   MOVE ARQ-RUN-ID TO WS-TE-RUN-ID
                   MOVE 'DETARQ' TO WS-TE-ORIGEM
                   MOVE ARQ-DURACAO TO WS-TE-DURACAO
                   MOVE ARQ-FAIXA TO WS-TE-FAIXA
                   MOVE ARQ-FONTE TO WS-TE-FONTE
                   MOVE WS-TXT-EXECUCAO TO WS-EVT-TEXTO
                   MOVE 3 TO WS-SECAO
                   PERFORM 5200-GUARDA-LINHA
               END-IF
           END-IF.

       2400-CONSULTA-DETALHE.
           OPEN INPUT DET-IN
           IF WS-DET-STATUS NOT = '00'
               MOVE 'DETALHE.TXT' TO WS-IND-ARQUIVO
               MOVE WS-DET-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 2410-LE-LINHA-DETALHE
                   UNTIL WS-DET-FIM
               CLOSE DET-IN
           END-IF.

       2410-LE-LINHA-DETALHE.
           READ DET-IN
               AT END MOVE 'S' TO WS-DET-FIM-FLAG
           END-READ
           IF NOT WS-DET-FIM
               MOVE DET-TITULO TO WS-CND-TITULO
               MOVE DET-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ATENDE
                   MOVE DET-DATA-EXECUCAO TO WS-TE-DATA
                   MOVE DET-RUN-ID TO WS-TE-RUN-ID
                   MOVE 'DETALHE' TO WS-TE-ORIGEM
                   MOVE DET-DURACAO TO WS-TE-DURACAO
                   MOVE DET-FAIXA TO WS-TE-FAIXA
                   MOVE DET-FONTE TO WS-TE-FONTE
                   MOVE WS-TXT-EXECUCAO TO WS-EVT-TEXTO
                   MOVE 3 TO WS-SECAO
                   PERFORM 5200-GUARDA-LINHA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Duplicados da ultima execucao. DUPLICADOS.TXT traz a categoria
      * como veio da fonte; ela e dobrada pelos aliases do cadastro
      * para cair no mesmo dossie do mestre e do detalhe.
      *-----------------------------------------------------------------
       2500-CONSULTA-DUPLICADOS.
           OPEN INPUT DUP-IN
           IF WS-DUP-STATUS NOT = '00'
               MOVE 'DUPLICADOS.TXT' TO WS-IND-ARQUIVO
               MOVE WS-DUP-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 2510-LE-LINHA-DUPLICADO
                   UNTIL WS-DUP-FIM
               CLOSE DUP-IN
           END-IF.

       2510-LE-LINHA-DUPLICADO.
           READ DUP-IN
               AT END MOVE 'S' TO WS-DUP-FIM-FLAG
           END-READ
           IF NOT WS-DUP-FIM
               MOVE DUP-TITULO TO WS-CND-TITULO
               MOVE DUP-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5050-DOBRA-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ATENDE
                   MOVE DUP-DURACAO TO WS-TD-DURACAO
                   MOVE DUP-FONTE-ORIGINAL TO WS-TD-ORIGINAL
                   MOVE DUP-FONTE-REPETIDA TO WS-TD-REPETIDA
                   MOVE WS-TXT-DUPLICADO TO WS-EVT-TEXTO
                   MOVE 4 TO WS-SECAO
                   PERFORM 5200-GUARDA-LINHA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Pendencias aguardando correcao. A categoria da pendencia e a
      * do registro rejeitado, como veio da fonte.
      *-----------------------------------------------------------------
       2600-CONSULTA-PENDENTES.
           OPEN INPUT PEN-IN
           IF WS-PEN-STATUS NOT = '00'
               MOVE 'PENDENTES.TXT' TO WS-IND-ARQUIVO
               MOVE WS-PEN-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 2610-LE-LINHA-PENDENTE
                   UNTIL WS-PEN-FIM
               CLOSE PEN-IN
           END-IF.

       2610-LE-LINHA-PENDENTE.
           READ PEN-IN
               AT END MOVE 'S' TO WS-PEN-FIM-FLAG
           END-READ
           IF NOT WS-PEN-FIM
               MOVE PEN-TITULO TO WS-CND-TITULO
               MOVE PEN-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ATENDE
                   MOVE PEN-DATA-PRIMEIRA TO WS-TP-DATA
                   MOVE PEN-DURACAO TO WS-TP-DURACAO
                   MOVE PEN-MOTIVO TO WS-TP-MOTIVO
                   MOVE WS-TXT-PENDENTE TO WS-EVT-TEXTO
                   MOVE 5 TO WS-SECAO
                   PERFORM 5200-GUARDA-LINHA
               END-IF
           END-IF.

       2700-CONSULTA-EXPURGO.
           OPEN INPUT EXP-IN
           IF WS-EXP-STATUS NOT = '00'
               MOVE 'MESTRARQ.TXT' TO WS-IND-ARQUIVO
               MOVE WS-EXP-STATUS TO WS-IND-STATUS
               PERFORM 2900-APONTA-INDISPONIVEL
           ELSE
               PERFORM 2710-LE-LINHA-EXPURGO
                   UNTIL WS-EXP-FIM
               CLOSE EXP-IN
           END-IF.

       2710-LE-LINHA-EXPURGO.
           READ EXP-IN
               AT END MOVE 'S' TO WS-EXP-FIM-FLAG
           END-READ
           IF NOT WS-EXP-FIM
               MOVE EXP-TITULO TO WS-CND-TITULO
               MOVE EXP-CATEGORIA TO WS-CND-CATEGORIA
               PERFORM 5000-CONFERE-CRITERIO
               IF WS-CND-ATENDE
                   MOVE EXP-DATA-EXPURGO TO WS-TX-DATA
                   MOVE EXP-DURACAO TO WS-TX-DURACAO
                   MOVE EXP-DATA-PRIMEIRA TO WS-TX-PRIMEIRA
                   MOVE EXP-DATA-ULTIMA TO WS-TX-ULTIMA
                   MOVE WS-TXT-EXPURGO TO WS-EVT-TEXTO
                   MOVE 6 TO WS-SECAO
                   PERFORM 5200-GUARDA-LINHA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Aponta no cabecalho do relatorio o arquivo que nao pode ser
      * lido; a secao correspondente dos dossies sai vazia.
      *-----------------------------------------------------------------
       2900-APONTA-INDISPONIVEL.
           DISPLAY 'DOSSIE-VIDEO: ' WS-IND-ARQUIVO ' INDISPONIVEL '
               '(STATUS ' WS-IND-STATUS ')'
           MOVE WS-LINHA-INDISPONIVEL TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Imprime os dossies na ordem em que os videos foram
      * encontrados (mestre primeiro, em ordem de chave), cada um
      * com as seis secoes.
      *-----------------------------------------------------------------
       3000-IMPRIME-DOSSIES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF WS-DOS-QTDE-OCUP = 0
               MOVE WS-LINHA-VAZIA TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 3100-IMPRIME-DOSSIE
                   VARYING WS-DOS-IDX FROM 1 BY 1
                   UNTIL WS-DOS-IDX > WS-DOS-QTDE-OCUP
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Videos Encontrados:' TO WS-CONT-DESCRICAO
           MOVE WS-DOS-QTDE-OCUP TO WS-CONT-VALOR
           PERFORM 3400-GRAVA-CONTADOR
           IF WS-VIDEOS-FORA > 0
               MOVE 'Ocorrencias Alem do Limite de 200 (refinar):' TO
                   WS-CONT-DESCRICAO
               MOVE WS-VIDEOS-FORA TO WS-CONT-VALOR
               PERFORM 3400-GRAVA-CONTADOR
           END-IF.

       3100-IMPRIME-DOSSIE.
           SET WS-DOS-NUMERO TO WS-DOS-IDX
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DOS-NUMERO TO WS-LD-NUMERO
           MOVE WS-DOS-TITULO (WS-DOS-IDX) TO WS-LD-TITULO
           MOVE WS-LINHA-DOSSIE TO REL-LINHA
           WRITE REL-LINHA
           IF WS-DOS-CATEGORIA (WS-DOS-IDX) = SPACES
               MOVE '(em branco)' TO WS-LD-CATEGORIA
           ELSE
               MOVE WS-DOS-CATEGORIA (WS-DOS-IDX) TO WS-LD-CATEGORIA
           END-IF
           MOVE WS-LINHA-DOS-CATEG TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 3200-IMPRIME-SECAO
               VARYING WS-SECAO FROM 1 BY 1
               UNTIL WS-SECAO > 6.

      *-----------------------------------------------------------------
      * Imprime uma secao do dossie: as linhas guardadas em DOSWORK,
      * lidas em sequencia a partir da chave dossie + secao, ou o
      * texto de secao vazia.
      *-----------------------------------------------------------------
       3200-IMPRIME-SECAO.
           MOVE WS-SECAO-TITULO (WS-SECAO) TO REL-LINHA
           WRITE REL-LINHA
           IF WS-DOS-QTDE-SECAO (WS-DOS-IDX, WS-SECAO) = 0
               MOVE WS-SECAO-VAZIA (WS-SECAO) TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE 'N' TO WS-DWK-FIM-FLAG
               MOVE WS-DOS-NUMERO TO DWK-DOSSIE
               MOVE WS-SECAO TO DWK-SECAO
               MOVE ZEROS TO DWK-SEQUENCIA
               START DOS-WORK KEY NOT < DWK-CHAVE
                   INVALID KEY MOVE 'S' TO WS-DWK-FIM-FLAG
               END-START
               PERFORM 3300-IMPRIME-LINHA-GUARDADA
                   VARYING WS-LINHA-SUB FROM 1 BY 1
                   UNTIL WS-LINHA-SUB >
                       WS-DOS-QTDE-SECAO (WS-DOS-IDX, WS-SECAO)
                   OR WS-DWK-FIM
           END-IF.

       3300-IMPRIME-LINHA-GUARDADA.
           READ DOS-WORK NEXT
               AT END MOVE 'S' TO WS-DWK-FIM-FLAG
           END-READ
           IF NOT WS-DWK-FIM
               MOVE DWK-TEXTO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       3400-GRAVA-CONTADOR.
           MOVE WS-LINHA-CONTADOR TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Confere a linha em exame (WS-CANDIDATO) contra o criterio do
      * cartao: titulo exato ou iniciado pelo prefixo e, quando
      * informada, a mesma categoria. Arma tambem o indicador de
      * titulo alem do prefixo, usado para parar a leitura do mestre
      * em sequencia de chave.
      *-----------------------------------------------------------------
       5000-CONFERE-CRITERIO.
           MOVE 'N' TO WS-CND-ATENDE-FLAG
           MOVE 'N' TO WS-CND-TITULO-FIM-FLAG
           IF WS-CRT-EXATO
               IF WS-CND-TITULO = WS-CRT-TITULO
                   MOVE 'S' TO WS-CND-ATENDE-FLAG
               ELSE
                   IF WS-CND-TITULO > WS-CRT-TITULO
                       MOVE 'S' TO WS-CND-TITULO-FIM-FLAG
                   END-IF
               END-IF
           ELSE
               IF WS-CND-TITULO (1:WS-PREFIXO-TAM) =
                   WS-CRT-TITULO (1:WS-PREFIXO-TAM)
                   MOVE 'S' TO WS-CND-ATENDE-FLAG
               ELSE
                   IF WS-CND-TITULO (1:WS-PREFIXO-TAM) >
                       WS-CRT-TITULO (1:WS-PREFIXO-TAM)
                       MOVE 'S' TO WS-CND-TITULO-FIM-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-CND-ATENDE AND WS-CRT-CATEGORIA NOT = SPACES
               IF WS-CND-CATEGORIA NOT = WS-CRT-CATEGORIA
                   MOVE 'N' TO WS-CND-ATENDE-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Dobra a categoria do duplicado em exame (WS-CND-CATEGORIA)
      * no codigo oficial quando o cadastro a registra como alias,
      * como ANALISA-VIDEOS faz ao totalizar e ao gravar o detalhe.
      * Codigo fora do cadastro, ou alias de codigo ausente, fica
      * como veio.
      *-----------------------------------------------------------------
       5050-DOBRA-CATEGORIA.
           MOVE WS-CND-CATEGORIA TO WS-REF-CODIGO-BUSCA
           PERFORM 5060-BUSCA-NO-CADASTRO
           IF WS-REF-ACHOU
               IF WS-REF-ALIAS-DE (WS-REF-IDX) NOT = SPACES
                   MOVE WS-REF-ALIAS-DE (WS-REF-IDX) TO
                       WS-REF-CODIGO-BUSCA
                   PERFORM 5060-BUSCA-NO-CADASTRO
                   IF WS-REF-ACHOU
                       MOVE WS-REF-CODIGO (WS-REF-IDX) TO
                           WS-CND-CATEGORIA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Procura o codigo em WS-REF-CODIGO-BUSCA no cadastro de
      * categorias, deixando WS-REF-IDX posicionado na entrada
      * encontrada.
      *-----------------------------------------------------------------
       5060-BUSCA-NO-CADASTRO.
           MOVE 'N' TO WS-REF-ACHOU-FLAG
           SET WS-REF-IDX TO 1
           SEARCH WS-REFCAT-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-REF-IDX > WS-REFCAT-QTDE-OCUP
                   CONTINUE
               WHEN WS-REF-CODIGO (WS-REF-IDX) = WS-REF-CODIGO-BUSCA
                   MOVE 'S' TO WS-REF-ACHOU-FLAG
           END-SEARCH.

      *-----------------------------------------------------------------
      * Localiza o dossie do video em exame (titulo + categoria),
      * abrindo um novo na primeira vez que o video aparece. Com a
      * tabela cheia o video fica fora do relatorio e e contado.
      *-----------------------------------------------------------------
       5100-LOCALIZA-DOSSIE.
           MOVE 'N' TO WS-DOS-ACHOU-FLAG
           SET WS-DOS-IDX TO 1
           SEARCH WS-DOS-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-DOS-IDX > WS-DOS-QTDE-OCUP
                   CONTINUE
               WHEN WS-DOS-TITULO (WS-DOS-IDX) = WS-CND-TITULO
                   AND WS-DOS-CATEGORIA (WS-DOS-IDX) = WS-CND-CATEGORIA
                   MOVE 'S' TO WS-DOS-ACHOU-FLAG
           END-SEARCH
           IF NOT WS-DOS-ACHOU
               IF WS-DOS-QTDE-OCUP < 200
                   ADD 1 TO WS-DOS-QTDE-OCUP
                   SET WS-DOS-IDX TO WS-DOS-QTDE-OCUP
                   MOVE WS-CND-TITULO TO WS-DOS-TITULO (WS-DOS-IDX)
                   MOVE WS-CND-CATEGORIA TO
                       WS-DOS-CATEGORIA (WS-DOS-IDX)
                   MOVE ZEROS TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, 1)
                   MOVE ZEROS TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, 2)
                   MOVE ZEROS TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, 3)
                   MOVE ZEROS TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, 4)
                   MOVE ZEROS TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, 5)
                   MOVE ZEROS TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, 6)
                   MOVE 'S' TO WS-DOS-ACHOU-FLAG
               ELSE
                   ADD 1 TO WS-VIDEOS-FORA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Guarda em DOSWORK a linha formatada (WS-EVT-TEXTO) na secao
      * WS-SECAO do dossie do video em exame. A sequencia unica de
      * chegada mantem as linhas de cada secao na ordem de leitura.
      *-----------------------------------------------------------------
       5200-GUARDA-LINHA.
           PERFORM 5100-LOCALIZA-DOSSIE
           IF WS-DOS-ACHOU
               ADD 1 TO WS-SEQUENCIA
               SET WS-DOS-NUMERO TO WS-DOS-IDX
               MOVE WS-DOS-NUMERO TO DWK-DOSSIE
               MOVE WS-SECAO TO DWK-SECAO
               MOVE WS-SEQUENCIA TO DWK-SEQUENCIA
               MOVE WS-EVT-TEXTO TO DWK-TEXTO
               WRITE DWK-REGISTRO
                   INVALID KEY
                       DISPLAY 'DOSSIE-VIDEO: ERRO AO GRAVAR DOSWORK '
                           '(STATUS ' WS-DWK-STATUS ')'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   NOT INVALID KEY
                       ADD 1 TO WS-DOS-QTDE-SECAO (WS-DOS-IDX, WS-SECAO)
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * Acrescenta em CAPACID.TXT a ocupacao da tabela de dossies:
      * limite, maior ocupacao e ocorrencias de videos que ficaram
      * fora do relatorio. Falha ao abrir o arquivo nao altera o
      * RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           ACCEPT WS-CAP-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-CAP-RUN-ID FROM TIME
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'DOSSIE-VIDEO: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'DOSSIES' TO WS-CAP-TABELA
               MOVE 200 TO WS-CAP-LIMITE
               MOVE WS-DOS-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-VIDEOS-FORA TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CADASTRO CATEGORIAS' TO WS-CAP-TABELA
               MOVE 100 TO WS-CAP-LIMITE
               MOVE WS-REFCAT-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-CATEG-IGNORADAS TO WS-CAP-EXCEDENTES
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

      *-----------------------------------------------------------------
      * Encerra os arquivos. Videos alem do limite da tabela de
      * dossies encerram com RETURN-CODE 8: a consulta precisa de um
      * prefixo mais longo ou da categoria.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE DOS-WORK
           CLOSE REL-OUT
           IF WS-VIDEOS-FORA > 0
               DISPLAY 'DOSSIE-VIDEO: ' WS-DOS-QTDE-OCUP
                   ' DOSSIE(S) IMPRESSOS E ' WS-VIDEOS-FORA
                   ' OCORRENCIA(S) DE VIDEOS ALEM DO LIMITE - REFINAR '
                   'A CONSULTA'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'DOSSIE-VIDEO: ' WS-DOS-QTDE-OCUP
                   ' DOSSIE(S) IMPRESSOS EM DOSSIE.TXT'
               MOVE 0 TO RETURN-CODE
           END-IF.
