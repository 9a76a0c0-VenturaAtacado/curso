      ******************************************************************
      * PROGRAM-ID: RECLASSIFICA-HISTORICO
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: RECLASSIFICACAO DO HISTORICO APOS ALTERACAO DO
      *     CADASTRO DE CATEGORIAS, EXECUTADA SOB DEMANDA (JOB
      *     RECVID) DEPOIS DE UMA MANUTENCAO EM MANTEM-CATEGORIAS.
      *     ANALISA-VIDEOS SO DOBRA O ALIAS NO CODIGO OFICIAL DAS
      *     EXECUCOES SEGUINTES A ALTERACAO; O HISTORICO CONTINUA COM
      *     OS CODIGOS ANTIGOS E AS COMPARACOES DE TENDENCIA E DE
      *     FECHAMENTO MENSAL MOSTRAM QUEDA FALSA NUMA CATEGORIA E
      *     SALTO NA OUTRA. ESTE PROGRAMA LE AS ALTERACOES APLICADAS
      *     DE ALIAS (A) E DE INATIVACAO (X) NA TRILHA CATAUDIT.TXT,
      *     RESOLVE CADA CODIGO ALTERADO CONTRA O CADASTRO CORRENTE
      *     CATEGMAS.TXT E REGRAVA A DIMENSAO CATEGORIA DE
      *     DIMHIST.TXT, DETALHE.TXT, DETARQ.TXT E MENSUMO.TXT COM O
      *     CODIGO OFICIAL ATUAL:
      *     - CODIGO QUE HOJE E ALIAS DE UMA CATEGORIA ATIVA PASSA A
      *       SER O CODIGO DO ALVO DO ALIAS;
      *     - CODIGO INATIVADO SEM ALIAS NAO TEM CODIGO OFICIAL PARA
      *       ONDE IR E E MANTIDO COMO ESTA, COM O MOTIVO NO
      *       RELATORIO (O MESMO VALE PARA CODIGO FORA DO CADASTRO E
      *       ALIAS CUJO ALVO NAO ESTEJA MAIS ATIVO).
      *     NAS LINHAS DE SUBTOTAL (CATEG DE DIMHIST.TXT E DE
      *     MENSUMO.TXT) O CODIGO RECLASSIFICADO QUE CAI NUMA CHAVE JA
      *     EXISTENTE DO MESMO PERIODO E SOMADO A ELA, PARA QUE CADA
      *     PERIODO CONTINUE COM UMA LINHA POR CATEGORIA; AS DEMAIS
      *     LINHAS SAO COPIADAS SEM ALTERACAO. OS ARQUIVOS REGRAVADOS
      *     SAEM EM DIMHNOVO.TXT, DETLNOVO.TXT, DARQNOVO.TXT E
      *     MSUMNOVO.TXT E SAO TROCADOS PELOS DE PRODUCAO NOS PASSOS
      *     SEGUINTES DO JCL, COMO E PRAXE COM ARQUIVOS REGRAVADOS
      *     (DETANOVO.TXT). CADA ARQUIVO REGRAVADO E RELIDO E O
      *     RELATORIO RECLASSI.TXT PROVA, POR PERIODO (EXECUCAO EM
      *     DIMHIST E DETALHE, MES EM DETARQ E MENSUMO), QUE A
      *     QUANTIDADE E OS SEGUNDOS DA DIMENSAO CATEGORIA SAO OS
      *     MESMOS ANTES E DEPOIS, NO ESTILO OK / DIVERGENTE DE
      *     BALANCO-EXECUCAO. DIVERGENCIA ENCERRA COM RETURN-CODE 16
      *     E OS PASSOS DE TROCA NAO EXECUTAM. OS TOTAIS DE CADA
      *     PERIODO ANTES DA REGRAVACAO SAO GUARDADOS NO ARQUIVO DE
      *     TRABALHO SEQUENCIAL RECLWORK.TXT, SEM LIMITE DE VOLUME.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLASSIFICA-HISTORICO.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trilha de auditoria das alteracoes do cadastro de categorias
      * gravada por MANTEM-CATEGORIAS
           SELECT AUD-IN ASSIGN TO 'CATAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      * Cadastro de categorias corrente (mesmo layout de
      * CATR-REGISTRO em ANALISA-VIDEOS)
           SELECT CATEG-MAS ASSIGN TO 'CATEGMAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEG-MAS-STATUS.
      * Historico dimensional por execucao e sua regravacao
           SELECT DIM-IN ASSIGN TO 'DIMHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIM-STATUS.
           SELECT DIM-NOVO ASSIGN TO 'DIMHNOVO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIMN-STATUS.
      * Extrato de detalhe do mes corrente e sua regravacao
           SELECT DET-IN ASSIGN TO 'DETALHE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT DET-NOVO ASSIGN TO 'DETLNOVO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETN-STATUS.
      * Guarda do detalhe dos meses consolidados e sua regravacao
           SELECT ARQ-IN ASSIGN TO 'DETARQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQ-NOVO ASSIGN TO 'DARQNOVO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQN-STATUS.
      * Arquivo-resumo mensal e sua regravacao
           SELECT SUM-IN ASSIGN TO 'MENSUMO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT SUM-NOVO ASSIGN TO 'MSUMNOVO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMN-STATUS.
      * Arquivo de trabalho com os totais de cada periodo antes da
      * regravacao, recriado para cada arquivo reclassificado
           SELECT PER-WORK ASSIGN TO 'RECLWORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
      * Relatorio da reclassificacao
           SELECT REL-OUT ASSIGN TO 'RECLASSI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Estrutura de cada linha da trilha de auditoria (mesmo layout
      * de AUD-REGISTRO em MANTEM-CATEGORIAS)
       FD AUD-IN.
       01 AUD-REGISTRO.
           05 AUD-DATA            PIC 9(08).
           05 FILLER              PIC X(01).
           05 AUD-HORA            PIC 9(08).
           05 FILLER              PIC X(01).
           05 AUD-USUARIO         PIC X(08).
           05 FILLER              PIC X(01).
           05 AUD-ACAO            PIC X(01).
           05 FILLER              PIC X(01).
           05 AUD-CODIGO          PIC X(10).
           05 FILLER              PIC X(01).
           05 AUD-ANTES.
               10 AUD-ANT-SITUACAO  PIC X(01).
               10 FILLER            PIC X(01).
               10 AUD-ANT-ALIAS-DE  PIC X(10).
               10 FILLER            PIC X(01).
               10 AUD-ANT-DESCRICAO PIC X(40).
           05 FILLER              PIC X(01).
           05 AUD-DEPOIS.
               10 AUD-DEP-SITUACAO  PIC X(01).
               10 FILLER            PIC X(01).
               10 AUD-DEP-ALIAS-DE  PIC X(10).
               10 FILLER            PIC X(01).
               10 AUD-DEP-DESCRICAO PIC X(40).
           05 FILLER              PIC X(01).
           05 AUD-APROVADOR       PIC X(08).

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

      * Estrutura de cada linha do historico dimensional (mesmo
      * layout de DIM-REGISTRO em ANALISA-VIDEOS)
       FD DIM-IN.
       01 DIM-REGISTRO.
           05 DIM-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 DIM-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 DIM-TIPO            PIC X(10).
           05 FILLER              PIC X(01).
           05 DIM-CHAVE           PIC X(40).
           05 FILLER              PIC X(01).
           05 DIM-QTDE            PIC 9(10).
           05 FILLER              PIC X(01).
           05 DIM-SEG             PIC 9(10).

       FD DIM-NOVO.
       01 DIMN-REGISTRO.
           05 DIMN-DATA-EXECUCAO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 DIMN-RUN-ID         PIC 9(08).
           05 FILLER              PIC X(01).
           05 DIMN-TIPO           PIC X(10).
           05 FILLER              PIC X(01).
           05 DIMN-CHAVE          PIC X(40).
           05 FILLER              PIC X(01).
           05 DIMN-QTDE           PIC 9(10).
           05 FILLER              PIC X(01).
           05 DIMN-SEG            PIC 9(10).

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

       FD DET-NOVO.
       01 DETN-REGISTRO.
           05 DETN-DATA-EXECUCAO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 DETN-RUN-ID         PIC 9(08).
           05 FILLER              PIC X(01).
           05 DETN-DURACAO        PIC 9(06).
           05 FILLER              PIC X(01).
           05 DETN-FAIXA          PIC X(05).
           05 FILLER              PIC X(01).
           05 DETN-CATEGORIA      PIC X(10).
           05 FILLER              PIC X(01).
           05 DETN-FONTE          PIC X(40).
           05 FILLER              PIC X(01).
           05 DETN-TITULO         PIC X(100).

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

       FD ARQ-NOVO.
       01 ARQN-REGISTRO.
           05 ARQN-DATA-EXECUCAO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 ARQN-RUN-ID         PIC 9(08).
           05 FILLER              PIC X(01).
           05 ARQN-DURACAO        PIC 9(06).
           05 FILLER              PIC X(01).
           05 ARQN-FAIXA          PIC X(05).
           05 FILLER              PIC X(01).
           05 ARQN-CATEGORIA      PIC X(10).
           05 FILLER              PIC X(01).
           05 ARQN-FONTE          PIC X(40).
           05 FILLER              PIC X(01).
           05 ARQN-TITULO         PIC X(100).

      * Estrutura de cada linha do arquivo-resumo mensal (mesmo
      * layout de SUM-REGISTRO em CONSOLIDA-MENSAL)
       FD SUM-IN.
       01 SUM-REGISTRO.
           05 SUM-MES             PIC 9(06).
           05 FILLER              PIC X(01).
           05 SUM-TIPO            PIC X(10).
           05 FILLER              PIC X(01).
           05 SUM-CHAVE           PIC X(40).
           05 FILLER              PIC X(01).
           05 SUM-QTDE            PIC 9(10).
           05 FILLER              PIC X(01).
           05 SUM-SEG             PIC 9(10).

       FD SUM-NOVO.
       01 SUMN-REGISTRO.
           05 SUMN-MES            PIC 9(06).
           05 FILLER              PIC X(01).
           05 SUMN-TIPO           PIC X(10).
           05 FILLER              PIC X(01).
           05 SUMN-CHAVE          PIC X(40).
           05 FILLER              PIC X(01).
           05 SUMN-QTDE           PIC 9(10).
           05 FILLER              PIC X(01).
           05 SUMN-SEG            PIC 9(10).

      * Estrutura de cada linha do arquivo de trabalho: periodo,
      * quantidade e segundos da dimensao categoria, linhas de
      * categoria lidas e linhas reclassificadas antes da regravacao
       FD PER-WORK.
       01 PER-REGISTRO.
           05 PER-PERIODO         PIC X(17).
           05 FILLER              PIC X(01).
           05 PER-QTDE            PIC 9(12).
           05 FILLER              PIC X(01).
           05 PER-SEG             PIC 9(12).
           05 FILLER              PIC X(01).
           05 PER-LINHAS          PIC 9(10).
           05 FILLER              PIC X(01).
           05 PER-RECLASS         PIC 9(10).

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
           05 WS-AUD-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CATEG-MAS-STATUS   PIC X(02) VALUE SPACES.
           05 WS-DIM-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DIMN-STATUS        PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DETN-STATUS        PIC X(02) VALUE SPACES.
           05 WS-ARQ-STATUS         PIC X(02) VALUE SPACES.
           05 WS-ARQN-STATUS        PIC X(02) VALUE SPACES.
           05 WS-SUM-STATUS         PIC X(02) VALUE SPACES.
           05 WS-SUMN-STATUS        PIC X(02) VALUE SPACES.
           05 WS-PER-STATUS         PIC X(02) VALUE SPACES.
           05 WS-ORIGEM-STATUS      PIC X(02) VALUE SPACES.
           05 WS-AUD-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-AUD-FIM                   VALUE 'S'.
           05 WS-CATEG-MAS-FIM-FLAG PIC X(01) VALUE 'N'.
              88 WS-CATEG-MAS-FIM             VALUE 'S'.
           05 WS-ORIGEM-FIM-FLAG    PIC X(01) VALUE 'N'.
              88 WS-ORIGEM-FIM                VALUE 'S'.
           05 WS-NOVO-FIM-FLAG      PIC X(01) VALUE 'N'.
              88 WS-NOVO-FIM                  VALUE 'S'.
           05 WS-PER-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-PER-FIM                   VALUE 'S'.

      * Arquivos reclassificados, na ordem de processamento: nome de
      * producao e periodo de quebra do relatorio
       01 WS-ARQUIVOS-NOMES.
           05 FILLER              PIC X(40) VALUE
               'DIMHIST.TXT  (periodo = execucao)'.
           05 FILLER              PIC X(40) VALUE
               'DETALHE.TXT  (periodo = execucao)'.
           05 FILLER              PIC X(40) VALUE
               'DETARQ.TXT   (periodo = mes)'.
           05 FILLER              PIC X(40) VALUE
               'MENSUMO.TXT  (periodo = mes)'.
       01 WS-ARQUIVOS-TABELA REDEFINES WS-ARQUIVOS-NOMES.
           05 WS-ARQ-DESCRICAO    PIC X(40) OCCURS 4 TIMES.

      * Arquivo em processamento: 1 = DIMHIST, 2 = DETALHE,
      * 3 = DETARQ, 4 = MENSUMO. Os arquivos 1 e 4 sao de subtotais
      * (linhas CATEG somadas na chave); 2 e 3 sao de detalhe (cada
      * linha conta um video e seus segundos na categoria)
       01 WS-ARQUIVO-CORRENTE.
           05 WS-ARQ-VEZ            PIC 9(01) VALUE ZERO.
              88 WS-ARQ-SUBTOTAL              VALUE 1 4.
              88 WS-ARQ-DETALHE               VALUE 2 3.
           05 WS-ORIGEM-AUSENTE-FLAG PIC X(01) VALUE 'N'.
              88 WS-ORIGEM-AUSENTE            VALUE 'S'.

      * Cadastro de categorias em memoria (mesmo limite de 100
      * entradas de WS-REFCAT-TABELA em ANALISA-VIDEOS)
       01 WS-REFCAT-TABELA.
           05 WS-REFCAT-QTDE-OCUP PIC 9(03) COMP VALUE ZERO.
           05 WS-REFCAT-ENTRADA OCCURS 100 TIMES
                   INDEXED BY WS-REF-IDX.
               10 WS-REF-CODIGO      PIC X(10).
               10 WS-REF-SITUACAO    PIC X(01).
               10 WS-REF-ALIAS-DE    PIC X(10).

       01 WS-REFCAT-VARS.
           05 WS-REF-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-REF-ACHOU                 VALUE 'S'.
           05 WS-REF-CODIGO-BUSCA   PIC X(10) VALUE SPACES.

      * Codigos alterados por alias (A) ou inativacao (X) na trilha
      * de auditoria, com a ultima alteracao registrada e o codigo
      * oficial atual resolvido contra o cadastro. O limite de 100
      * e o do proprio cadastro: so codigos cadastrados aparecem na
      * trilha.
       01 WS-MAPA-TABELA.
           05 WS-MAP-QTDE-OCUP    PIC 9(03) COMP VALUE ZERO.
           05 WS-MAP-ENTRADA OCCURS 100 TIMES
                   INDEXED BY WS-MAP-IDX.
               10 WS-MAP-ANTIGO       PIC X(10).
               10 WS-MAP-ACAO         PIC X(01).
               10 WS-MAP-DATA         PIC 9(08).
               10 WS-MAP-USUARIO      PIC X(08).
               10 WS-MAP-APROVADOR    PIC X(08).
               10 WS-MAP-OFICIAL      PIC X(10).
               10 WS-MAP-TRATAMENTO   PIC X(30).
               10 WS-MAP-RECLASS-FLAG PIC X(01).
                  88 WS-MAP-RECLASSIFICA        VALUE 'S'.
               10 WS-MAP-LINHAS       PIC 9(10).

       01 WS-MAPA-VARS.
           05 WS-MAP-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-MAP-ACHOU                 VALUE 'S'.
           05 WS-MAP-CODIGO-BUSCA   PIC X(10) VALUE SPACES.
           05 WS-QTDE-A-RECLASS     PIC 9(03) COMP VALUE ZERO.

      * Linha corrente do arquivo em processamento, no formato comum
      * aos quatro arquivos. A chave da categoria e conferida no
      * mapa apenas quando cabe num codigo do cadastro.
       01 WS-LINHA-CORRENTE.
           05 WS-LC-PERIODO         PIC X(17) VALUE SPACES.
           05 WS-LC-TIPO            PIC X(10) VALUE SPACES.
           05 WS-LC-CHAVE           PIC X(40) VALUE SPACES.
           05 WS-LC-CHAVE-RED REDEFINES WS-LC-CHAVE.
               10 WS-LC-CHAVE-CODIGO PIC X(10).
               10 WS-LC-CHAVE-RESTO  PIC X(30).
           05 WS-LC-QTDE            PIC 9(10) VALUE ZEROS.
           05 WS-LC-SEG             PIC 9(10) VALUE ZEROS.
           05 WS-LC-RECLASS-FLAG    PIC X(01) VALUE 'N'.
              88 WS-LC-RECLASSIFICADA         VALUE 'S'.

      * Montagem do periodo: data/run-id da execucao ou mes
       01 WS-PERIODO-EXECUCAO.
           05 WS-PX-DATA            PIC 9(08).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-PX-RUN-ID          PIC 9(08).
       01 WS-PERIODO-MES.
           05 WS-PM-MES             PIC 9(06).
           05 FILLER                PIC X(11) VALUE SPACES.

      * Linhas de subtotal CATEG do bloco corrente, acumuladas para
      * que a chave reclassificada seja somada a chave de mesmo
      * codigo do periodo. O modelo guarda a primeira linha do bloco
      * (periodo e tipo) para a gravacao.
       01 WS-BLOCO-TABELA.
           05 WS-BUF-QTDE-OCUP    PIC 9(03) COMP VALUE ZERO.
           05 WS-BUF-ENTRADA OCCURS 200 TIMES
                   INDEXED BY WS-BUF-IDX.
               10 WS-BUF-CHAVE        PIC X(40).
               10 WS-BUF-QTDE         PIC 9(10).
               10 WS-BUF-SEG          PIC 9(10).
               10 WS-BUF-RECLASS-FLAG PIC X(01).
       01 WS-BUF-MODELO           PIC X(91) VALUE SPACES.
       01 WS-BUF-ACHOU-FLAG       PIC X(01) VALUE 'N'.
          88 WS-BUF-ACHOU                   VALUE 'S'.

      * Totais do periodo corrente e do arquivo, antes (leitura da
      * origem) e depois (releitura do arquivo regravado)
       01 WS-TOTAIS-PERIODO.
           05 WS-PER-CORRENTE       PIC X(17) VALUE SPACES.
           05 WS-TEM-PERIODO-FLAG   PIC X(01) VALUE 'N'.
              88 WS-TEM-PERIODO               VALUE 'S'.
           05 WS-PA-QTDE            PIC 9(12) VALUE ZEROS.
           05 WS-PA-SEG             PIC 9(12) VALUE ZEROS.
           05 WS-PA-LINHAS          PIC 9(10) VALUE ZEROS.
           05 WS-PA-RECLASS         PIC 9(10) VALUE ZEROS.
           05 WS-PD-QTDE            PIC 9(12) VALUE ZEROS.
           05 WS-PD-SEG             PIC 9(12) VALUE ZEROS.

       01 WS-TOTAIS-ARQUIVO.
           05 WS-FA-QTDE            PIC 9(12) VALUE ZEROS.
           05 WS-FA-SEG             PIC 9(12) VALUE ZEROS.
           05 WS-FA-OUTRAS          PIC 9(10) VALUE ZEROS.
           05 WS-FD-QTDE            PIC 9(12) VALUE ZEROS.
           05 WS-FD-SEG             PIC 9(12) VALUE ZEROS.
           05 WS-FD-OUTRAS          PIC 9(10) VALUE ZEROS.
           05 WS-F-RECLASS          PIC 9(10) VALUE ZEROS.
           05 WS-F-SOMADAS          PIC 9(10) VALUE ZEROS.
           05 WS-F-PERIODOS         PIC 9(10) VALUE ZEROS.
           05 WS-F-PER-DIVERG       PIC 9(10) VALUE ZEROS.
           05 WS-PERIODO-OK-FLAG    PIC X(01) VALUE 'S'.
              88 WS-PERIODO-OK                VALUE 'S'.

      * Lados da equacao corrente, comparados em 3100-AVALIA-E-GRAVA
       01 WS-EQUACAO.
           05 WS-EQ-ESQ             PIC 9(12) VALUE ZEROS.
           05 WS-EQ-DIR             PIC 9(12) VALUE ZEROS.

      * Veredicto geral da reclassificacao
       01 WS-VEREDICTO.
           05 WS-DIVERGENTE-FLAG    PIC X(01) VALUE 'N'.
              88 WS-DIVERGENTE                VALUE 'S'.
           05 WS-TOTAL-RECLASS      PIC 9(10) VALUE ZEROS.

      * Linhas de exibicao do relatorio de reclassificacao
       01 WS-LINHA-TITULO.
           05 FILLER              PIC X(44) VALUE
               'Reclassificacao do Historico de Categorias:'.

       01 WS-LINHA-EXECUCAO.
           05 FILLER              PIC X(06) VALUE 'Data: '.
           05 WS-ECO-DATA         PIC 9(08).
           05 FILLER              PIC X(08) VALUE '  Hora: '.
           05 WS-ECO-HORA         PIC 9(08).

       01 WS-LINHA-MAPA-CAB.
           05 FILLER              PIC X(60) VALUE
               'Categorias Alteradas no Cadastro (CATAUDIT.TXT):'.

       01 WS-LINHA-MAPA-COLUNAS.
           05 FILLER              PIC X(12) VALUE 'Codigo'.
           05 FILLER              PIC X(06) VALUE 'Acao'.
           05 FILLER              PIC X(10) VALUE 'Em'.
           05 FILLER              PIC X(10) VALUE 'Usuario'.
           05 FILLER              PIC X(10) VALUE 'Aprovador'.
           05 FILLER              PIC X(12) VALUE 'Oficial'.
           05 FILLER              PIC X(32) VALUE 'Tratamento'.
           05 FILLER              PIC X(10) VALUE '    Linhas'.

       01 WS-LINHA-MAPA.
           05 WS-MP-ANTIGO        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MP-ACAO          PIC X(01).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-MP-DATA          PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MP-USUARIO       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MP-APROVADOR     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MP-OFICIAL       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MP-TRATAMENTO    PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MP-LINHAS        PIC ZZZZZZZZZ9.

       01 WS-LINHA-ARQUIVO.
           05 FILLER              PIC X(09) VALUE 'Arquivo: '.
           05 WS-ARQ-ECO          PIC X(40).

       01 WS-LINHA-PER-COLUNAS.
           05 FILLER              PIC X(19) VALUE 'Periodo'.
           05 FILLER              PIC X(27) VALUE
               '  Qtde Antes x  Qtde Depois'.
           05 FILLER              PIC X(29) VALUE
               '     Seg Antes x   Seg Depois'.
           05 FILLER              PIC X(12) VALUE '   Reclass.'.
           05 FILLER              PIC X(10) VALUE 'Resultado'.

       01 WS-LINHA-PERIODO.
           05 WS-LP-PERIODO       PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LP-QTDE-ANT      PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE ' x '.
           05 WS-LP-QTDE-DEP      PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LP-SEG-ANT       PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE ' x '.
           05 WS-LP-SEG-DEP       PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LP-RECLASS       PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LP-RESULTADO     PIC X(10).

       01 WS-LINHA-EQUACAO.
           05 WS-BAL-DESCRICAO    PIC X(48).
           05 WS-BAL-LADO-ESQ     PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE ' x '.
           05 WS-BAL-LADO-DIR     PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BAL-RESULTADO    PIC X(12).

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(48).
           05 WS-CONT-VALOR       PIC ZZZZZZZZZZZ9.

       01 WS-LINHA-VEREDICTO.
           05 FILLER              PIC X(20) VALUE 'Veredicto Final:   '.
           05 WS-BAL-FINAL        PIC X(12).

       01 WS-LINHA-VAZIA.
           05 FILLER              PIC X(20) VALUE '  Nenhum'.

      * Data e hora da execucao, ecoadas no relatorio
       01 WS-DATA-HORA-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-HORA-EXECUCAO      PIC 9(08) VALUE ZEROS.

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'RECVID'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-CATEG-IGNORADAS PIC 9(10) VALUE ZEROS.
           05 WS-CAP-MAP-IGNORADOS  PIC 9(10) VALUE ZEROS.
           05 WS-CAP-BUF-MAXIMO     PIC 9(03) COMP VALUE ZERO.
           05 WS-CAP-BUF-EXCEDENTES PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA.
           PERFORM 1100-CARREGA-CADASTRO.
           PERFORM 1200-CARREGA-AUDITORIA.
           PERFORM 1300-RESOLVE-OFICIAL
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-QTDE-OCUP.
           PERFORM 2000-PROCESSA-ARQUIVO
               VARYING WS-ARQ-VEZ FROM 1 BY 1
               UNTIL WS-ARQ-VEZ > 4.
           PERFORM 1400-GRAVA-MAPA.
           PERFORM 3000-GRAVA-VEREDICTO.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Captura a data/hora da execucao e abre o relatorio.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN OUTPUT REL-OUT
           MOVE WS-DATA-EXECUCAO TO WS-ECO-DATA
           MOVE WS-HORA-EXECUCAO TO WS-ECO-HORA
           MOVE WS-LINHA-TITULO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-EXECUCAO TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Carrega o cadastro corrente para a tabela em memoria, como
      * 0600-CARREGA-CATEGORIAS em ANALISA-VIDEOS. Sem o cadastro nao
      * ha como saber o codigo oficial de hoje e o passo termina com
      * RETURN-CODE 16 antes de tocar qualquer arquivo.
      *-----------------------------------------------------------------
       1100-CARREGA-CADASTRO.
           OPEN INPUT CATEG-MAS
           IF WS-CATEG-MAS-STATUS NOT = '00'
               DISPLAY 'RECLASSIFICA-HISTORICO: CATEGMAS.TXT '
                   'INDISPONIVEL (STATUS ' WS-CATEG-MAS-STATUS ')'
               CLOSE REL-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LE-LINHA-CATEGORIA
               UNTIL WS-CATEG-MAS-FIM
           CLOSE CATEG-MAS.

       1110-LE-LINHA-CATEGORIA.
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
               ELSE
                   ADD 1 TO WS-CAP-CATEG-IGNORADAS
                   DISPLAY 'RECLASSIFICA-HISTORICO: CATEGMAS.TXT '
                       'EXCEDE O LIMITE DE 100 CATEGORIAS - LINHA '
                       'IGNORADA: ' CATR-CODIGO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Le a trilha de auditoria inteira e guarda cada codigo que
      * sofreu alias (A) ou inativacao (X), com a ultima alteracao
      * registrada (a trilha e cronologica). Trilha ausente nao e
      * erro: nao ha alteracao a refletir e os arquivos sao
      * regravados sem mudanca.
      *-----------------------------------------------------------------
       1200-CARREGA-AUDITORIA.
           OPEN INPUT AUD-IN
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'RECLASSIFICA-HISTORICO: CATAUDIT.TXT '
                   'INDISPONIVEL (STATUS ' WS-AUD-STATUS ') - NENHUMA '
                   'CATEGORIA A RECLASSIFICAR'
           ELSE
               PERFORM 1210-LE-LINHA-AUDITORIA
                   UNTIL WS-AUD-FIM
               CLOSE AUD-IN
           END-IF.

       1210-LE-LINHA-AUDITORIA.
           READ AUD-IN
               AT END MOVE 'S' TO WS-AUD-FIM-FLAG
           END-READ
           IF NOT WS-AUD-FIM
               IF AUD-ACAO = 'A' OR AUD-ACAO = 'X'
                   MOVE AUD-CODIGO TO WS-MAP-CODIGO-BUSCA
                   PERFORM 5100-BUSCA-NO-MAPA
                   IF NOT WS-MAP-ACHOU
                       PERFORM 1220-INCLUI-NO-MAPA
                   END-IF
                   IF WS-MAP-ACHOU
                       MOVE AUD-ACAO TO WS-MAP-ACAO (WS-MAP-IDX)
                       MOVE AUD-DATA TO WS-MAP-DATA (WS-MAP-IDX)
                       MOVE AUD-USUARIO TO WS-MAP-USUARIO (WS-MAP-IDX)
                       MOVE AUD-APROVADOR TO
                           WS-MAP-APROVADOR (WS-MAP-IDX)
                   END-IF
               END-IF
           END-IF.

       1220-INCLUI-NO-MAPA.
           IF WS-MAP-QTDE-OCUP < 100
               ADD 1 TO WS-MAP-QTDE-OCUP
               SET WS-MAP-IDX TO WS-MAP-QTDE-OCUP
               MOVE AUD-CODIGO TO WS-MAP-ANTIGO (WS-MAP-IDX)
               MOVE SPACES TO WS-MAP-OFICIAL (WS-MAP-IDX)
               MOVE SPACES TO WS-MAP-TRATAMENTO (WS-MAP-IDX)
               MOVE 'N' TO WS-MAP-RECLASS-FLAG (WS-MAP-IDX)
               MOVE ZEROS TO WS-MAP-LINHAS (WS-MAP-IDX)
               MOVE 'S' TO WS-MAP-ACHOU-FLAG
           ELSE
               ADD 1 TO WS-CAP-MAP-IGNORADOS
               DISPLAY 'RECLASSIFICA-HISTORICO: MAIS DE 100 CODIGOS '
                   'ALTERADOS NA TRILHA - CODIGO IGNORADO: ' AUD-CODIGO
           END-IF.

      *-----------------------------------------------------------------
      * Resolve o codigo oficial de hoje de cada codigo alterado,
      * pela mesma regra de 2055-RESOLVE-CATEGORIA em
      * ANALISA-VIDEOS: o alias e dobrado no seu alvo, que precisa
      * estar cadastrado e ativo. Sem alvo valido o codigo e mantido
      * no historico como esta, com o motivo no relatorio.
      *-----------------------------------------------------------------
       1300-RESOLVE-OFICIAL.
           MOVE WS-MAP-ANTIGO (WS-MAP-IDX) TO WS-REF-CODIGO-BUSCA
           PERFORM 5000-BUSCA-NO-CADASTRO
           EVALUATE TRUE
               WHEN NOT WS-REF-ACHOU
                   MOVE 'MANTIDA - FORA DO CADASTRO' TO
                       WS-MAP-TRATAMENTO (WS-MAP-IDX)
               WHEN WS-REF-ALIAS-DE (WS-REF-IDX) NOT = SPACES
                   PERFORM 1310-RESOLVE-ALVO
               WHEN WS-REF-SITUACAO (WS-REF-IDX) NOT = 'A'
                   MOVE 'MANTIDA - INATIVA SEM ALIAS' TO
                       WS-MAP-TRATAMENTO (WS-MAP-IDX)
               WHEN OTHER
                   MOVE 'MANTIDA - JA E O OFICIAL' TO
                       WS-MAP-TRATAMENTO (WS-MAP-IDX)
           END-EVALUATE.

       1310-RESOLVE-ALVO.
           MOVE WS-REF-ALIAS-DE (WS-REF-IDX) TO WS-REF-CODIGO-BUSCA
           PERFORM 5000-BUSCA-NO-CADASTRO
           IF WS-REF-ACHOU
               AND WS-REF-SITUACAO (WS-REF-IDX) = 'A'
               AND WS-REF-ALIAS-DE (WS-REF-IDX) = SPACES
               MOVE WS-REF-CODIGO (WS-REF-IDX) TO
                   WS-MAP-OFICIAL (WS-MAP-IDX)
               MOVE 'RECLASSIFICADA NO ALVO' TO
                   WS-MAP-TRATAMENTO (WS-MAP-IDX)
               MOVE 'S' TO WS-MAP-RECLASS-FLAG (WS-MAP-IDX)
               ADD 1 TO WS-QTDE-A-RECLASS
           ELSE
               MOVE 'MANTIDA - ALVO DO ALIAS INVALIDO' TO
                   WS-MAP-TRATAMENTO (WS-MAP-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Grava no relatorio cada codigo alterado, o tratamento dado e
      * o total de linhas reclassificadas nos quatro arquivos.
      *-----------------------------------------------------------------
       1400-GRAVA-MAPA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-MAPA-CAB TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-MAPA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA
           IF WS-MAP-QTDE-OCUP = 0
               MOVE WS-LINHA-VAZIA TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 1410-GRAVA-LINHA-MAPA
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-QTDE-OCUP
           END-IF.

       1410-GRAVA-LINHA-MAPA.
           MOVE WS-MAP-ANTIGO (WS-MAP-IDX) TO WS-MP-ANTIGO
           MOVE WS-MAP-ACAO (WS-MAP-IDX) TO WS-MP-ACAO
           MOVE WS-MAP-DATA (WS-MAP-IDX) TO WS-MP-DATA
           MOVE WS-MAP-USUARIO (WS-MAP-IDX) TO WS-MP-USUARIO
           MOVE WS-MAP-APROVADOR (WS-MAP-IDX) TO WS-MP-APROVADOR
           MOVE WS-MAP-OFICIAL (WS-MAP-IDX) TO WS-MP-OFICIAL
           MOVE WS-MAP-TRATAMENTO (WS-MAP-IDX) TO WS-MP-TRATAMENTO
           MOVE WS-MAP-LINHAS (WS-MAP-IDX) TO WS-MP-LINHAS
           MOVE WS-LINHA-MAPA TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Reclassifica um arquivo (regravacao e totais de cada periodo
      * antes dela), rele o arquivo regravado conferindo periodo a
      * periodo e prova as equacoes do arquivo.
      *-----------------------------------------------------------------
       2000-PROCESSA-ARQUIVO.
           MOVE ZEROS TO WS-FA-QTDE
           MOVE ZEROS TO WS-FA-SEG
           MOVE ZEROS TO WS-FA-OUTRAS
           MOVE ZEROS TO WS-FD-QTDE
           MOVE ZEROS TO WS-FD-SEG
           MOVE ZEROS TO WS-FD-OUTRAS
           MOVE ZEROS TO WS-F-RECLASS
           MOVE ZEROS TO WS-F-SOMADAS
           MOVE ZEROS TO WS-F-PERIODOS
           MOVE ZEROS TO WS-F-PER-DIVERG
           MOVE 'S' TO WS-PERIODO-OK-FLAG
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-ARQ-DESCRICAO (WS-ARQ-VEZ) TO WS-ARQ-ECO
           MOVE WS-LINHA-ARQUIVO TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 2100-REGRAVA-ARQUIVO
           PERFORM 2500-CONFERE-ARQUIVO
           PERFORM 2900-CONFERE-EQUACOES.

      *-----------------------------------------------------------------
      * Primeira passagem: le a origem, grava cada linha no arquivo
      * novo com a categoria reclassificada e guarda no arquivo de
      * trabalho os totais de cada periodo antes da regravacao.
      * Origem ausente gera arquivo novo vazio, para que a troca no
      * JCL seja a mesma em qualquer caso.
      *-----------------------------------------------------------------
       2100-REGRAVA-ARQUIVO.
           MOVE 'N' TO WS-ORIGEM-FIM-FLAG
           MOVE 'N' TO WS-ORIGEM-AUSENTE-FLAG
           MOVE 'N' TO WS-TEM-PERIODO-FLAG
           MOVE SPACES TO WS-PER-CORRENTE
           MOVE ZERO TO WS-BUF-QTDE-OCUP
           OPEN OUTPUT PER-WORK
           PERFORM 2110-ABRE-ORIGEM-E-NOVO
           IF WS-ORIGEM-STATUS NOT = '00'
               MOVE 'S' TO WS-ORIGEM-AUSENTE-FLAG
               MOVE 'S' TO WS-ORIGEM-FIM-FLAG
               MOVE '  Arquivo ausente - regravado vazio' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 2200-TRATA-LINHA
                   UNTIL WS-ORIGEM-FIM
               IF WS-TEM-PERIODO
                   PERFORM 2400-FECHA-PERIODO-ORIGEM
               END-IF
           END-IF
           PERFORM 2120-FECHA-ORIGEM-E-NOVO
           CLOSE PER-WORK.

       2110-ABRE-ORIGEM-E-NOVO.
           EVALUATE WS-ARQ-VEZ
               WHEN 1
                   OPEN INPUT DIM-IN
                   MOVE WS-DIM-STATUS TO WS-ORIGEM-STATUS
                   OPEN OUTPUT DIM-NOVO
               WHEN 2
                   OPEN INPUT DET-IN
                   MOVE WS-DET-STATUS TO WS-ORIGEM-STATUS
                   OPEN OUTPUT DET-NOVO
               WHEN 3
                   OPEN INPUT ARQ-IN
                   MOVE WS-ARQ-STATUS TO WS-ORIGEM-STATUS
                   OPEN OUTPUT ARQ-NOVO
               WHEN 4
                   OPEN INPUT SUM-IN
                   MOVE WS-SUM-STATUS TO WS-ORIGEM-STATUS
                   OPEN OUTPUT SUM-NOVO
           END-EVALUATE.

       2120-FECHA-ORIGEM-E-NOVO.
           EVALUATE WS-ARQ-VEZ
               WHEN 1
                   IF NOT WS-ORIGEM-AUSENTE
                       CLOSE DIM-IN
                   END-IF
                   CLOSE DIM-NOVO
               WHEN 2
                   IF NOT WS-ORIGEM-AUSENTE
                       CLOSE DET-IN
                   END-IF
                   CLOSE DET-NOVO
               WHEN 3
                   IF NOT WS-ORIGEM-AUSENTE
                       CLOSE ARQ-IN
                   END-IF
                   CLOSE ARQ-NOVO
               WHEN 4
                   IF NOT WS-ORIGEM-AUSENTE
                       CLOSE SUM-IN
                   END-IF
                   CLOSE SUM-NOVO
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Le a proxima linha da origem, fecha o periodo anterior na
      * quebra, acumula os totais de antes e grava a linha
      * reclassificada. Nos arquivos de subtotal so as linhas CATEG
      * passam pelo bloco de soma; as demais (TOTAL, FONTE) fecham
      * o bloco e sao copiadas como estao.
      *-----------------------------------------------------------------
       2200-TRATA-LINHA.
           PERFORM 2210-LE-ORIGEM
           IF NOT WS-ORIGEM-FIM
               IF WS-TEM-PERIODO
                   AND WS-LC-PERIODO NOT = WS-PER-CORRENTE
                   PERFORM 2400-FECHA-PERIODO-ORIGEM
               END-IF
               IF NOT WS-TEM-PERIODO
                   MOVE WS-LC-PERIODO TO WS-PER-CORRENTE
                   MOVE 'S' TO WS-TEM-PERIODO-FLAG
                   MOVE ZEROS TO WS-PA-QTDE
                   MOVE ZEROS TO WS-PA-SEG
                   MOVE ZEROS TO WS-PA-LINHAS
                   MOVE ZEROS TO WS-PA-RECLASS
               END-IF
               IF WS-LC-TIPO = 'CATEG'
                   ADD WS-LC-QTDE TO WS-PA-QTDE
                   ADD WS-LC-SEG TO WS-PA-SEG
                   ADD 1 TO WS-PA-LINHAS
                   PERFORM 2250-RECLASSIFICA-CHAVE
                   IF WS-ARQ-SUBTOTAL
                       PERFORM 2300-ACUMULA-NO-BLOCO
                   ELSE
                       PERFORM 2260-GRAVA-DETALHE
                   END-IF
               ELSE
                   ADD 1 TO WS-FA-OUTRAS
                   PERFORM 2350-DESCARREGA-BLOCO
                   PERFORM 2270-COPIA-LINHA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Le a proxima linha da origem no formato comum. A linha de
      * detalhe conta um video, com seus segundos, na categoria.
      *-----------------------------------------------------------------
       2210-LE-ORIGEM.
           EVALUATE WS-ARQ-VEZ
               WHEN 1
                   READ DIM-IN
                       AT END MOVE 'S' TO WS-ORIGEM-FIM-FLAG
                   END-READ
                   IF NOT WS-ORIGEM-FIM
                       MOVE DIM-DATA-EXECUCAO TO WS-PX-DATA
                       MOVE DIM-RUN-ID TO WS-PX-RUN-ID
                       MOVE WS-PERIODO-EXECUCAO TO WS-LC-PERIODO
                       MOVE DIM-TIPO TO WS-LC-TIPO
                       MOVE DIM-CHAVE TO WS-LC-CHAVE
                       MOVE DIM-QTDE TO WS-LC-QTDE
                       MOVE DIM-SEG TO WS-LC-SEG
                   END-IF
               WHEN 2
                   READ DET-IN
                       AT END MOVE 'S' TO WS-ORIGEM-FIM-FLAG
                   END-READ
                   IF NOT WS-ORIGEM-FIM
                       MOVE DET-DATA-EXECUCAO TO WS-PX-DATA
                       MOVE DET-RUN-ID TO WS-PX-RUN-ID
                       MOVE WS-PERIODO-EXECUCAO TO WS-LC-PERIODO
                       MOVE 'CATEG' TO WS-LC-TIPO
                       MOVE DET-CATEGORIA TO WS-LC-CHAVE
                       MOVE 1 TO WS-LC-QTDE
                       MOVE DET-DURACAO TO WS-LC-SEG
                   END-IF
               WHEN 3
                   READ ARQ-IN
                       AT END MOVE 'S' TO WS-ORIGEM-FIM-FLAG
                   END-READ
                   IF NOT WS-ORIGEM-FIM
                       COMPUTE WS-PM-MES = ARQ-DATA-EXECUCAO / 100
                       MOVE WS-PERIODO-MES TO WS-LC-PERIODO
                       MOVE 'CATEG' TO WS-LC-TIPO
                       MOVE ARQ-CATEGORIA TO WS-LC-CHAVE
                       MOVE 1 TO WS-LC-QTDE
                       MOVE ARQ-DURACAO TO WS-LC-SEG
                   END-IF
               WHEN 4
                   READ SUM-IN
                       AT END MOVE 'S' TO WS-ORIGEM-FIM-FLAG
                   END-READ
                   IF NOT WS-ORIGEM-FIM
                       MOVE SUM-MES TO WS-PM-MES
                       MOVE WS-PERIODO-MES TO WS-LC-PERIODO
                       MOVE SUM-TIPO TO WS-LC-TIPO
                       MOVE SUM-CHAVE TO WS-LC-CHAVE
                       MOVE SUM-QTDE TO WS-LC-QTDE
                       MOVE SUM-SEG TO WS-LC-SEG
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Troca a chave da linha corrente pelo codigo oficial quando o
      * codigo esta no mapa para reclassificacao. Chave que nao cabe
      * num codigo do cadastro (ex.: o bucket OUTRAS de quem passou
      * do limite) nunca e reclassificada.
      *-----------------------------------------------------------------
       2250-RECLASSIFICA-CHAVE.
           MOVE 'N' TO WS-LC-RECLASS-FLAG
           IF WS-LC-CHAVE-RESTO = SPACES
               MOVE WS-LC-CHAVE-CODIGO TO WS-MAP-CODIGO-BUSCA
               PERFORM 5100-BUSCA-NO-MAPA
               IF WS-MAP-ACHOU
                   IF WS-MAP-RECLASSIFICA (WS-MAP-IDX)
                       MOVE WS-MAP-OFICIAL (WS-MAP-IDX) TO WS-LC-CHAVE
                       MOVE 'S' TO WS-LC-RECLASS-FLAG
                       ADD 1 TO WS-MAP-LINHAS (WS-MAP-IDX)
                       ADD 1 TO WS-PA-RECLASS
                       ADD 1 TO WS-F-RECLASS
                       ADD 1 TO WS-TOTAL-RECLASS
                   END-IF
               END-IF
           END-IF.

       2260-GRAVA-DETALHE.
           IF WS-ARQ-VEZ = 2
               MOVE DET-REGISTRO TO DETN-REGISTRO
               MOVE WS-LC-CHAVE-CODIGO TO DETN-CATEGORIA
               WRITE DETN-REGISTRO
           ELSE
               MOVE ARQ-REGISTRO TO ARQN-REGISTRO
               MOVE WS-LC-CHAVE-CODIGO TO ARQN-CATEGORIA
               WRITE ARQN-REGISTRO
           END-IF.

       2270-COPIA-LINHA.
           IF WS-ARQ-VEZ = 1
               MOVE DIM-REGISTRO TO DIMN-REGISTRO
               WRITE DIMN-REGISTRO
           ELSE
               MOVE SUM-REGISTRO TO SUMN-REGISTRO
               WRITE SUMN-REGISTRO
           END-IF.

      *-----------------------------------------------------------------
      * Acumula a linha CATEG no bloco do periodo. A linha
      * reclassificada e somada a linha de mesma chave ja no bloco;
      * duas linhas de mesma chave sem reclassificacao alguma sao
      * mantidas como vieram, para que a regravacao nao altere nada
      * alem do que a reclassificacao exige. Bloco cheio e
      * descarregado antes de receber a linha.
      *-----------------------------------------------------------------
       2300-ACUMULA-NO-BLOCO.
           IF WS-BUF-QTDE-OCUP = 0
               IF WS-ARQ-VEZ = 1
                   MOVE DIM-REGISTRO TO WS-BUF-MODELO
               ELSE
                   MOVE SUM-REGISTRO TO WS-BUF-MODELO
               END-IF
           END-IF
           MOVE 'N' TO WS-BUF-ACHOU-FLAG
           SET WS-BUF-IDX TO 1
           SEARCH WS-BUF-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-BUF-IDX > WS-BUF-QTDE-OCUP
                   CONTINUE
               WHEN WS-BUF-CHAVE (WS-BUF-IDX) = WS-LC-CHAVE
                   AND (WS-LC-RECLASSIFICADA OR
                        WS-BUF-RECLASS-FLAG (WS-BUF-IDX) = 'S')
                   MOVE 'S' TO WS-BUF-ACHOU-FLAG
           END-SEARCH
           IF WS-BUF-ACHOU
               ADD WS-LC-QTDE TO WS-BUF-QTDE (WS-BUF-IDX)
               ADD WS-LC-SEG TO WS-BUF-SEG (WS-BUF-IDX)
               MOVE 'S' TO WS-BUF-RECLASS-FLAG (WS-BUF-IDX)
               ADD 1 TO WS-F-SOMADAS
           ELSE
               IF WS-BUF-QTDE-OCUP >= 200
                   ADD 1 TO WS-CAP-BUF-EXCEDENTES
                   PERFORM 2350-DESCARREGA-BLOCO
                   IF WS-ARQ-VEZ = 1
                       MOVE DIM-REGISTRO TO WS-BUF-MODELO
                   ELSE
                       MOVE SUM-REGISTRO TO WS-BUF-MODELO
                   END-IF
               END-IF
               ADD 1 TO WS-BUF-QTDE-OCUP
               SET WS-BUF-IDX TO WS-BUF-QTDE-OCUP
               MOVE WS-LC-CHAVE TO WS-BUF-CHAVE (WS-BUF-IDX)
               MOVE WS-LC-QTDE TO WS-BUF-QTDE (WS-BUF-IDX)
               MOVE WS-LC-SEG TO WS-BUF-SEG (WS-BUF-IDX)
               MOVE WS-LC-RECLASS-FLAG TO
                   WS-BUF-RECLASS-FLAG (WS-BUF-IDX)
               IF WS-BUF-QTDE-OCUP > WS-CAP-BUF-MAXIMO
                   MOVE WS-BUF-QTDE-OCUP TO WS-CAP-BUF-MAXIMO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Grava as linhas CATEG do bloco, na ordem em que as chaves
      * apareceram, sobre o modelo da primeira linha do bloco, e
      * esvazia o bloco.
      *-----------------------------------------------------------------
       2350-DESCARREGA-BLOCO.
           PERFORM 2360-GRAVA-LINHA-BLOCO
               VARYING WS-BUF-IDX FROM 1 BY 1
               UNTIL WS-BUF-IDX > WS-BUF-QTDE-OCUP
           MOVE ZERO TO WS-BUF-QTDE-OCUP.

       2360-GRAVA-LINHA-BLOCO.
           IF WS-ARQ-VEZ = 1
               MOVE WS-BUF-MODELO TO DIMN-REGISTRO
               MOVE WS-BUF-CHAVE (WS-BUF-IDX) TO DIMN-CHAVE
               MOVE WS-BUF-QTDE (WS-BUF-IDX) TO DIMN-QTDE
               MOVE WS-BUF-SEG (WS-BUF-IDX) TO DIMN-SEG
               WRITE DIMN-REGISTRO
           ELSE
               MOVE WS-BUF-MODELO TO SUMN-REGISTRO
               MOVE WS-BUF-CHAVE (WS-BUF-IDX) TO SUMN-CHAVE
               MOVE WS-BUF-QTDE (WS-BUF-IDX) TO SUMN-QTDE
               MOVE WS-BUF-SEG (WS-BUF-IDX) TO SUMN-SEG
               WRITE SUMN-REGISTRO
           END-IF.

      *-----------------------------------------------------------------
      * Fecha o periodo corrente da origem: descarrega o bloco
      * pendente e grava os totais de antes no arquivo de trabalho.
      *-----------------------------------------------------------------
       2400-FECHA-PERIODO-ORIGEM.
           IF WS-ARQ-SUBTOTAL
               PERFORM 2350-DESCARREGA-BLOCO
           END-IF
           MOVE SPACES TO PER-REGISTRO
           MOVE WS-PER-CORRENTE TO PER-PERIODO
           MOVE WS-PA-QTDE TO PER-QTDE
           MOVE WS-PA-SEG TO PER-SEG
           MOVE WS-PA-LINHAS TO PER-LINHAS
           MOVE WS-PA-RECLASS TO PER-RECLASS
           WRITE PER-REGISTRO
           ADD WS-PA-QTDE TO WS-FA-QTDE
           ADD WS-PA-SEG TO WS-FA-SEG
           MOVE 'N' TO WS-TEM-PERIODO-FLAG.

      *-----------------------------------------------------------------
      * Segunda passagem: rele o arquivo regravado com as mesmas
      * quebras de periodo e confere cada periodo contra os totais
      * de antes guardados no arquivo de trabalho. Periodo que
      * existe so de um lado tambem e divergencia.
      *-----------------------------------------------------------------
       2500-CONFERE-ARQUIVO.
           MOVE 'N' TO WS-NOVO-FIM-FLAG
           MOVE 'N' TO WS-PER-FIM-FLAG
           MOVE 'N' TO WS-TEM-PERIODO-FLAG
           MOVE SPACES TO WS-PER-CORRENTE
           MOVE WS-LINHA-PER-COLUNAS TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT PER-WORK
           PERFORM 2510-ABRE-NOVO
           PERFORM 2520-CONFERE-LINHA
               UNTIL WS-NOVO-FIM
           IF WS-TEM-PERIODO
               PERFORM 2600-FECHA-PERIODO-NOVO
           END-IF
           PERFORM 2700-PERIODO-SO-ANTES
               UNTIL WS-PER-FIM
           IF WS-F-PERIODOS = 0
               MOVE WS-LINHA-VAZIA TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           PERFORM 2530-FECHA-NOVO
           CLOSE PER-WORK.

       2510-ABRE-NOVO.
           EVALUATE WS-ARQ-VEZ
               WHEN 1
                   OPEN INPUT DIM-NOVO
                   MOVE WS-DIMN-STATUS TO WS-ORIGEM-STATUS
               WHEN 2
                   OPEN INPUT DET-NOVO
                   MOVE WS-DETN-STATUS TO WS-ORIGEM-STATUS
               WHEN 3
                   OPEN INPUT ARQ-NOVO
                   MOVE WS-ARQN-STATUS TO WS-ORIGEM-STATUS
               WHEN 4
                   OPEN INPUT SUM-NOVO
                   MOVE WS-SUMN-STATUS TO WS-ORIGEM-STATUS
           END-EVALUATE
           IF WS-ORIGEM-STATUS NOT = '00'
               DISPLAY 'RECLASSIFICA-HISTORICO: ARQUIVO REGRAVADO '
                   'INDISPONIVEL (STATUS ' WS-ORIGEM-STATUS ') - '
                   WS-ARQ-DESCRICAO (WS-ARQ-VEZ)
               MOVE 'S' TO WS-DIVERGENTE-FLAG
               MOVE 'S' TO WS-NOVO-FIM-FLAG
           END-IF.

       2520-CONFERE-LINHA.
           PERFORM 2540-LE-NOVO
           IF NOT WS-NOVO-FIM
               IF WS-TEM-PERIODO
                   AND WS-LC-PERIODO NOT = WS-PER-CORRENTE
                   PERFORM 2600-FECHA-PERIODO-NOVO
               END-IF
               IF NOT WS-TEM-PERIODO
                   MOVE WS-LC-PERIODO TO WS-PER-CORRENTE
                   MOVE 'S' TO WS-TEM-PERIODO-FLAG
                   MOVE ZEROS TO WS-PD-QTDE
                   MOVE ZEROS TO WS-PD-SEG
               END-IF
               IF WS-LC-TIPO = 'CATEG'
                   ADD WS-LC-QTDE TO WS-PD-QTDE
                   ADD WS-LC-SEG TO WS-PD-SEG
               ELSE
                   ADD 1 TO WS-FD-OUTRAS
               END-IF
           END-IF.

       2530-FECHA-NOVO.
           IF WS-ORIGEM-STATUS = '00'
               EVALUATE WS-ARQ-VEZ
                   WHEN 1 CLOSE DIM-NOVO
                   WHEN 2 CLOSE DET-NOVO
                   WHEN 3 CLOSE ARQ-NOVO
                   WHEN 4 CLOSE SUM-NOVO
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Le a proxima linha do arquivo regravado no formato comum.
      *-----------------------------------------------------------------
       2540-LE-NOVO.
           EVALUATE WS-ARQ-VEZ
               WHEN 1
                   READ DIM-NOVO
                       AT END MOVE 'S' TO WS-NOVO-FIM-FLAG
                   END-READ
                   IF NOT WS-NOVO-FIM
                       MOVE DIMN-DATA-EXECUCAO TO WS-PX-DATA
                       MOVE DIMN-RUN-ID TO WS-PX-RUN-ID
                       MOVE WS-PERIODO-EXECUCAO TO WS-LC-PERIODO
                       MOVE DIMN-TIPO TO WS-LC-TIPO
                       MOVE DIMN-QTDE TO WS-LC-QTDE
                       MOVE DIMN-SEG TO WS-LC-SEG
                   END-IF
               WHEN 2
                   READ DET-NOVO
                       AT END MOVE 'S' TO WS-NOVO-FIM-FLAG
                   END-READ
                   IF NOT WS-NOVO-FIM
                       MOVE DETN-DATA-EXECUCAO TO WS-PX-DATA
                       MOVE DETN-RUN-ID TO WS-PX-RUN-ID
                       MOVE WS-PERIODO-EXECUCAO TO WS-LC-PERIODO
                       MOVE 'CATEG' TO WS-LC-TIPO
                       MOVE 1 TO WS-LC-QTDE
                       MOVE DETN-DURACAO TO WS-LC-SEG
                   END-IF
               WHEN 3
                   READ ARQ-NOVO
                       AT END MOVE 'S' TO WS-NOVO-FIM-FLAG
                   END-READ
                   IF NOT WS-NOVO-FIM
                       COMPUTE WS-PM-MES = ARQN-DATA-EXECUCAO / 100
                       MOVE WS-PERIODO-MES TO WS-LC-PERIODO
                       MOVE 'CATEG' TO WS-LC-TIPO
                       MOVE 1 TO WS-LC-QTDE
                       MOVE ARQN-DURACAO TO WS-LC-SEG
                   END-IF
               WHEN 4
                   READ SUM-NOVO
                       AT END MOVE 'S' TO WS-NOVO-FIM-FLAG
                   END-READ
                   IF NOT WS-NOVO-FIM
                       MOVE SUMN-MES TO WS-PM-MES
                       MOVE WS-PERIODO-MES TO WS-LC-PERIODO
                       MOVE SUMN-TIPO TO WS-LC-TIPO
                       MOVE SUMN-QTDE TO WS-LC-QTDE
                       MOVE SUMN-SEG TO WS-LC-SEG
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Fecha o periodo corrente do arquivo regravado contra a
      * proxima linha do arquivo de trabalho e grava a linha do
      * periodo com o resultado OK ou DIVERGENTE.
      *-----------------------------------------------------------------
       2600-FECHA-PERIODO-NOVO.
           READ PER-WORK
               AT END MOVE 'S' TO WS-PER-FIM-FLAG
           END-READ
           MOVE 'S' TO WS-PERIODO-OK-FLAG
           IF WS-PER-FIM
               MOVE SPACES TO PER-REGISTRO
               MOVE ZEROS TO PER-QTDE
               MOVE ZEROS TO PER-SEG
               MOVE ZEROS TO PER-RECLASS
               MOVE 'N' TO WS-PERIODO-OK-FLAG
           ELSE
               IF PER-PERIODO NOT = WS-PER-CORRENTE
                   OR PER-QTDE NOT = WS-PD-QTDE
                   OR PER-SEG NOT = WS-PD-SEG
                   MOVE 'N' TO WS-PERIODO-OK-FLAG
               END-IF
           END-IF
           MOVE WS-PER-CORRENTE TO WS-LP-PERIODO
           MOVE WS-PD-QTDE TO WS-LP-QTDE-DEP
           MOVE WS-PD-SEG TO WS-LP-SEG-DEP
           ADD WS-PD-QTDE TO WS-FD-QTDE
           ADD WS-PD-SEG TO WS-FD-SEG
           PERFORM 2800-GRAVA-LINHA-PERIODO
           MOVE 'N' TO WS-TEM-PERIODO-FLAG.

      *-----------------------------------------------------------------
      * Periodo que existia antes e nao existe no arquivo regravado.
      *-----------------------------------------------------------------
       2700-PERIODO-SO-ANTES.
           READ PER-WORK
               AT END MOVE 'S' TO WS-PER-FIM-FLAG
           END-READ
           IF NOT WS-PER-FIM
               MOVE 'N' TO WS-PERIODO-OK-FLAG
               MOVE PER-PERIODO TO WS-LP-PERIODO
               MOVE ZEROS TO WS-LP-QTDE-DEP
               MOVE ZEROS TO WS-LP-SEG-DEP
               PERFORM 2800-GRAVA-LINHA-PERIODO
           END-IF.

       2800-GRAVA-LINHA-PERIODO.
           ADD 1 TO WS-F-PERIODOS
           MOVE PER-QTDE TO WS-LP-QTDE-ANT
           MOVE PER-SEG TO WS-LP-SEG-ANT
           MOVE PER-RECLASS TO WS-LP-RECLASS
           IF WS-PERIODO-OK
               MOVE 'OK' TO WS-LP-RESULTADO
           ELSE
               MOVE 'DIVERGENTE' TO WS-LP-RESULTADO
               ADD 1 TO WS-F-PER-DIVERG
               MOVE 'S' TO WS-DIVERGENTE-FLAG
           END-IF
           MOVE WS-LINHA-PERIODO TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Prova as equacoes do arquivo: quantidade e segundos da
      * dimensao categoria antes e depois, e linhas de outras
      * dimensoes copiadas sem alteracao.
      *-----------------------------------------------------------------
       2900-CONFERE-EQUACOES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Quantidade Antes x Depois                     : ' TO
               WS-BAL-DESCRICAO
           MOVE WS-FA-QTDE TO WS-EQ-ESQ
           MOVE WS-FD-QTDE TO WS-EQ-DIR
           PERFORM 3100-AVALIA-E-GRAVA

           MOVE 'Segundos Antes x Depois                       : ' TO
               WS-BAL-DESCRICAO
           MOVE WS-FA-SEG TO WS-EQ-ESQ
           MOVE WS-FD-SEG TO WS-EQ-DIR
           PERFORM 3100-AVALIA-E-GRAVA

           IF WS-ARQ-SUBTOTAL
               MOVE 'Linhas TOTAL/FONTE Antes x Depois             : '
                   TO WS-BAL-DESCRICAO
               MOVE WS-FA-OUTRAS TO WS-EQ-ESQ
               MOVE WS-FD-OUTRAS TO WS-EQ-DIR
               PERFORM 3100-AVALIA-E-GRAVA
           END-IF

           MOVE 'Periodos Conferidos:' TO WS-CONT-DESCRICAO
           MOVE WS-F-PERIODOS TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Periodos Divergentes:' TO WS-CONT-DESCRICAO
           MOVE WS-F-PER-DIVERG TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Linhas Reclassificadas:' TO WS-CONT-DESCRICAO
           MOVE WS-F-RECLASS TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           IF WS-ARQ-SUBTOTAL
               MOVE 'Linhas Somadas a Chave Existente:' TO
                   WS-CONT-DESCRICAO
               MOVE WS-F-SOMADAS TO WS-CONT-VALOR
               PERFORM 3200-GRAVA-CONTADOR
           END-IF.

      *-----------------------------------------------------------------
      * Grava o veredicto final da reclassificacao.
      *-----------------------------------------------------------------
       3000-GRAVA-VEREDICTO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Codigos Reclassificados:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-A-RECLASS TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Linhas Reclassificadas (todos os arquivos):' TO
               WS-CONT-DESCRICAO
           MOVE WS-TOTAL-RECLASS TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF WS-DIVERGENTE
               MOVE 'DIVERGENTE' TO WS-BAL-FINAL
           ELSE
               MOVE 'OK' TO WS-BAL-FINAL
           END-IF
           MOVE WS-LINHA-VEREDICTO TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Compara os dois lados da equacao corrente, grava a linha com
      * o veredicto OK ou DIVERGENTE e arma o veredicto final em
      * caso de divergencia, como em BALANCO-EXECUCAO.
      *-----------------------------------------------------------------
       3100-AVALIA-E-GRAVA.
           MOVE WS-EQ-ESQ TO WS-BAL-LADO-ESQ
           MOVE WS-EQ-DIR TO WS-BAL-LADO-DIR
           IF WS-EQ-ESQ = WS-EQ-DIR
               MOVE 'OK' TO WS-BAL-RESULTADO
           ELSE
               MOVE 'DIVERGENTE' TO WS-BAL-RESULTADO
               MOVE 'S' TO WS-DIVERGENTE-FLAG
           END-IF
           MOVE WS-LINHA-EQUACAO TO REL-LINHA
           WRITE REL-LINHA.

       3200-GRAVA-CONTADOR.
           MOVE WS-LINHA-CONTADOR TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Procura o codigo em WS-REF-CODIGO-BUSCA no cadastro de
      * categorias, deixando WS-REF-IDX posicionado na entrada
      * encontrada.
      *-----------------------------------------------------------------
       5000-BUSCA-NO-CADASTRO.
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
      * Procura o codigo em WS-MAP-CODIGO-BUSCA no mapa de codigos
      * alterados, deixando WS-MAP-IDX posicionado na entrada
      * encontrada.
      *-----------------------------------------------------------------
       5100-BUSCA-NO-MAPA.
           MOVE 'N' TO WS-MAP-ACHOU-FLAG
           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-QTDE-OCUP
                   CONTINUE
               WHEN WS-MAP-ANTIGO (WS-MAP-IDX) = WS-MAP-CODIGO-BUSCA
                   MOVE 'S' TO WS-MAP-ACHOU-FLAG
           END-SEARCH.

      *-----------------------------------------------------------------
      * Acrescenta em CAPACID.TXT a ocupacao do cadastro, do mapa de
      * codigos alterados e do bloco de subtotais por periodo, no
      * padrao de 8900-GRAVA-CAPACIDADE em CONSOLIDA-MENSAL.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           MOVE WS-DATA-EXECUCAO TO WS-CAP-DATA-EXECUCAO
           MOVE WS-HORA-EXECUCAO TO WS-CAP-RUN-ID
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'RECLASSIFICA-HISTORICO: ERRO AO ABRIR '
                   'CAPACID.TXT (STATUS ' WS-CAP-STATUS ') - '
                   'CAPACIDADE NAO REGISTRADA'
           ELSE
               MOVE 'CADASTRO CATEGORIAS' TO WS-CAP-TABELA
               MOVE 100 TO WS-CAP-LIMITE
               MOVE WS-REFCAT-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-CATEG-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CODIGOS ALTERADOS' TO WS-CAP-TABELA
               MOVE 100 TO WS-CAP-LIMITE
               MOVE WS-MAP-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-MAP-IGNORADOS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CATEGORIAS POR BLOCO' TO WS-CAP-TABELA
               MOVE 200 TO WS-CAP-LIMITE
               MOVE WS-CAP-BUF-MAXIMO TO WS-CAP-MAXIMO
               MOVE WS-CAP-BUF-EXCEDENTES TO WS-CAP-EXCEDENTES
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
      * Encerra o relatorio. Divergencia termina com RETURN-CODE 16,
      * para que os passos de troca nao substituam os arquivos de
      * producao por uma regravacao que nao fechou.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE REL-OUT
           IF WS-DIVERGENTE
               DISPLAY 'RECLASSIFICA-HISTORICO: RECLASSIFICACAO '
                   'DIVERGENTE - ARQUIVOS NAO DEVEM SER TROCADOS - '
                   'VER RECLASSI.TXT'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'RECLASSIFICA-HISTORICO: ' WS-QTDE-A-RECLASS
                   ' CODIGO(S) E ' WS-TOTAL-RECLASS
                   ' LINHA(S) RECLASSIFICADOS - TOTAIS CONFERIDOS OK'
               MOVE 0 TO RETURN-CODE
           END-IF.
