      ******************************************************************
      * PROGRAM-ID: REMESSA-CATALOGO
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: STEP EXECUTADO APOS A APLICACAO DO LOTE NO MESTRE
      *     (ATUALIZA-MESTRE). GERA A REMESSA DIARIA DE MOVIMENTOS DO
      *     MESTRE DE VIDEOS PARA O CATALOGO (REMCAT.TXT), COM UM
      *     REGISTRO POR VIDEO NOVO, ALTERADO (DURACAO ANTIGA E NOVA,
      *     DO JORNAL DURJORN.TXT) OU EXPURGADO (GRAVADO PELO
      *     EXPURGA-MESTRE), ENTRE UM CABECALHO COM A DATA DO LOTE E
      *     O NUMERO DE SEQUENCIA DA REMESSA E UM RODAPE COM AS
      *     QUANTIDADES E O TOTAL DE CONTROLE DOS SEGUNDOS.
      *     OS MOVIMENTOS SAO ACUMULADOS NA CARTEIRA REMPEND.TXT
      *     (NOVOS E ALTERADOS DA EXECUCAO DO MESTRE, UMA UNICA VEZ
      *     POR EXECUCAO, E EXPURGADOS DE CADA EXPURGO) ATE SEREM
      *     REMETIDOS. ANTES DE REMETER, O PASSO CONFERE O ARQUIVO
      *     DE RETORNO DO CATALOGO (RETCAT.TXT) CONTRA O LIVRO DE
      *     REMESSAS ENVIADAS (REMLOG.TXT): REMESSA SEM RETORNO,
      *     RECUSADA OU COM QUANTIDADE / TOTAL DE CONTROLE
      *     DIVERGENTE E RETORNO FORA DE SEQUENCIA SAO LISTADOS EM
      *     REMESSA.TXT E RETEM A NOVA REMESSA (RETURN-CODE 8) ATE A
      *     LACUNA SER SANADA, SEM PERDER OS MOVIMENTOS, QUE
      *     CONTINUAM NA CARTEIRA. CADA REMESSA ENVIADA E GUARDADA
      *     EM REMARQ.TXT PARA REENVIO.
      *     O RETORNO RETCAT.TXT E CUMULATIVO, EM ORDEM DE SEQUENCIA
      *     DE REMESSA, COM UMA OU MAIS LINHAS POR REMESSA RECEBIDA:
      *     UM NOVO RETORNO DE UMA REMESSA (APOS RECUSA OU
      *     DIVERGENCIA SANADA NO CATALOGO) E ACRESCENTADO LOGO APOS
      *     OS RETORNOS ANTERIORES DA MESMA SEQUENCIA, E SO O ULTIMO
      *     RETORNO DE CADA SEQUENCIA E CONFERIDO. A REMESSA DO
      *     PROPRIO LOTE, AINDA SEM RETORNO NUMA RERODADA DO PASSO,
      *     NAO E LACUNA.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA-CATALOGO.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Identidade da execucao do job, gravada pelo passo de analise
           SELECT EID-IN ASSIGN TO 'EXECID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EID-STATUS.
      * Controle da remessa: ultima execucao do mestre ja acumulada
      * na carteira de movimentos
           SELECT RCL-FILE ASSIGN TO 'REMCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.
      * Jornal de restart da execucao de ATUALIZA-MESTRE, com as
      * chaves incluidas como novas
           SELECT JRN-IN ASSIGN TO 'MSTJORN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      * Jornal de mudancas de duracao gravado por ATUALIZA-MESTRE
           SELECT JORN-IN ASSIGN TO 'DURJORN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORN-STATUS.
      * Arquivo mestre de videos, lido por chave para a duracao dos
      * novos
           SELECT VID-MESTRE ASSIGN TO 'VIDMESTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
      * Carteira de movimentos ainda nao remetidos ao catalogo,
      * acrescida tambem por EXPURGA-MESTRE
           SELECT PND-FILE ASSIGN TO 'REMPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
      * Livro das remessas enviadas (uma linha por remessa)
           SELECT RLG-FILE ASSIGN TO 'REMLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.
      * Arquivo de retorno devolvido pelo catalogo (uma linha por
      * remessa recebida)
           SELECT RTC-IN ASSIGN TO 'RETCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTC-STATUS.
      * Remessa de movimentos para o catalogo
           SELECT REM-OUT ASSIGN TO 'REMCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
      * Guarda de todas as remessas enviadas, em EXTEND, para
      * reenvio de uma remessa perdida
           SELECT ARQ-OUT ASSIGN TO 'REMARQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
      * Relatorio da remessa e da conferencia dos retornos
           SELECT REL-OUT ASSIGN TO 'REMESSA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Estrutura da identidade da execucao (mesmo layout de
      * EID-REGISTRO em ANALISA-VIDEOS)
       FD EID-IN.
       01 EID-REGISTRO.
           05 EID-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 EID-RUN-ID          PIC 9(08).

      * Estrutura do controle da remessa
       FD RCL-FILE.
       01 RCL-REGISTRO.
           05 RCL-ACUM-DATA       PIC 9(08).
           05 FILLER              PIC X(01).
           05 RCL-ACUM-RUN-ID     PIC 9(08).

      * Estrutura de cada linha do jornal de restart (mesmo layout
      * de MJR-REGISTRO em ATUALIZA-MESTRE)
       FD JRN-IN.
       01 MJR-REGISTRO.
           05 MJR-ACAO            PIC X(01).
           05 FILLER              PIC X(01).
           05 MJR-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 MJR-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 MJR-DURACAO-ANT     PIC 9(06).
           05 FILLER              PIC X(01).
           05 MJR-DATA-PRI-ANT    PIC 9(08).
           05 FILLER              PIC X(01).
           05 MJR-DATA-ULT-ANT    PIC 9(08).
           05 FILLER              PIC X(01).
           05 MJR-RUN-ULT-ANT     PIC 9(08).
           05 FILLER              PIC X(01).
           05 MJR-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 MJR-TITULO          PIC X(100).

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

      * Estrutura de cada movimento da carteira: NOVO, ALTERADO ou
      * EXPURGADO, com a data/run-id da execucao do mestre (data do
      * expurgo e run-id zerado no expurgado), a chave e as duracoes
      * antiga (zerada no novo) e nova (zerada no expurgado)
       FD PND-FILE.
       01 RPD-REGISTRO.
           05 RPD-MOVIMENTO       PIC X(10).
           05 FILLER              PIC X(01).
           05 RPD-DATA-MOVIMENTO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 RPD-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 RPD-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 RPD-DURACAO-ANTIGA  PIC 9(06).
           05 FILLER              PIC X(01).
           05 RPD-DURACAO-NOVA    PIC 9(06).
           05 FILLER              PIC X(01).
           05 RPD-TITULO          PIC X(100).

      * Estrutura de cada linha do livro de remessas enviadas
       FD RLG-FILE.
       01 RLG-REGISTRO.
           05 RLG-SEQUENCIA       PIC 9(06).
           05 FILLER              PIC X(01).
           05 RLG-DATA-LOTE       PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-DATA-GERACAO    PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-QTDE-REGISTROS  PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-QTDE-NOVOS      PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-QTDE-ALTERADOS  PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-QTDE-EXPURGADOS PIC 9(08).
           05 FILLER              PIC X(01).
           05 RLG-HASH-SEGUNDOS   PIC 9(12).

      * Estrutura de cada linha do retorno do catalogo: sequencia e
      * data do lote da remessa recebida, quantidade de registros e
      * total de controle apurados na recepcao e situacao ('A'
      * aplicada, 'R' recusada). Arquivo cumulativo em ordem de
      * sequencia; vale o ultimo retorno de cada sequencia.
       FD RTC-IN.
       01 RTC-REGISTRO.
           05 RTC-SEQUENCIA       PIC 9(06).
           05 FILLER              PIC X(01).
           05 RTC-DATA-LOTE       PIC 9(08).
           05 FILLER              PIC X(01).
           05 RTC-QTDE-REGISTROS  PIC 9(08).
           05 FILLER              PIC X(01).
           05 RTC-HASH-SEGUNDOS   PIC 9(12).
           05 FILLER              PIC X(01).
           05 RTC-SITUACAO        PIC X(01).

      * Estrutura da remessa: cabecalho ('H'), um detalhe ('D') por
      * movimento e rodape ('T'). O total de controle e a soma das
      * duracoes antiga e nova de todos os detalhes.
       FD REM-OUT.
       01 REM-CABECALHO.
           05 REM-CAB-TIPO        PIC X(01).
           05 FILLER              PIC X(01).
           05 REM-CAB-SEQUENCIA   PIC 9(06).
           05 FILLER              PIC X(01).
           05 REM-CAB-DATA-LOTE   PIC 9(08).
           05 FILLER              PIC X(01).
           05 REM-CAB-RUN-ID      PIC 9(08).
           05 FILLER              PIC X(01).
           05 REM-CAB-DATA-GERACAO PIC 9(08).
           05 FILLER              PIC X(121).
       01 REM-DETALHE.
           05 REM-DET-TIPO        PIC X(01).
           05 FILLER              PIC X(01).
           05 REM-DET-MOVIMENTO   PIC X(154).
       01 REM-RODAPE.
           05 REM-ROD-TIPO        PIC X(01).
           05 FILLER              PIC X(01).
           05 REM-ROD-SEQUENCIA   PIC 9(06).
           05 FILLER              PIC X(01).
           05 REM-ROD-QTDE-REGISTROS PIC 9(08).
           05 FILLER              PIC X(01).
           05 REM-ROD-QTDE-NOVOS  PIC 9(08).
           05 FILLER              PIC X(01).
           05 REM-ROD-QTDE-ALTERADOS PIC 9(08).
           05 FILLER              PIC X(01).
           05 REM-ROD-QTDE-EXPURGADOS PIC 9(08).
           05 FILLER              PIC X(01).
           05 REM-ROD-HASH-SEGUNDOS PIC 9(12).
           05 FILLER              PIC X(99).

       FD ARQ-OUT.
       01 ARQ-LINHA               PIC X(156).

       FD REL-OUT.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-EID-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RCL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-JRN-STATUS         PIC X(02) VALUE SPACES.
           05 WS-JORN-STATUS        PIC X(02) VALUE SPACES.
           05 WS-MESTRE-STATUS      PIC X(02) VALUE SPACES.
           05 WS-PND-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RLG-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RTC-STATUS         PIC X(02) VALUE SPACES.
           05 WS-REM-STATUS         PIC X(02) VALUE SPACES.
           05 WS-ARQ-STATUS         PIC X(02) VALUE SPACES.
           05 WS-EID-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-EID-FIM                   VALUE 'S'.
           05 WS-RCL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-RCL-FIM                   VALUE 'S'.
           05 WS-JRN-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-JRN-FIM                   VALUE 'S'.
           05 WS-JORN-FIM-FLAG      PIC X(01) VALUE 'N'.
              88 WS-JORN-FIM                  VALUE 'S'.
           05 WS-PND-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-PND-FIM                   VALUE 'S'.
           05 WS-RLG-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-RLG-FIM                   VALUE 'S'.
           05 WS-RTC-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-RTC-FIM                   VALUE 'S'.

      * Identidade do lote (EXECID.TXT) e data/hora da geracao
       01 WS-LOTE.
           05 WS-DATA-LOTE          PIC 9(08) VALUE ZEROS.
           05 WS-RUN-ID-LOTE        PIC 9(08) VALUE ZEROS.
           05 WS-DATA-GERACAO       PIC 9(08) VALUE ZEROS.
           05 WS-HORA-GERACAO       PIC 9(08) VALUE ZEROS.

      * Execucao do mestre ja acumulada na carteira (REMCTL.TXT) e
      * a execucao registrada no jornal de restart
       01 WS-ACUMULACAO.
           05 WS-ACUM-DATA          PIC 9(08) VALUE ZEROS.
           05 WS-ACUM-RUN-ID        PIC 9(08) VALUE ZEROS.
           05 WS-JRN-DATA           PIC 9(08) VALUE ZEROS.
           05 WS-JRN-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-JRN-TEM-INICIO-FLAG PIC X(01) VALUE 'N'.
              88 WS-JRN-TEM-INICIO            VALUE 'S'.
           05 WS-JRN-COMPLETO-FLAG  PIC X(01) VALUE 'N'.
              88 WS-JRN-COMPLETO              VALUE 'S'.
           05 WS-ACUMULOU-FLAG      PIC X(01) VALUE 'N'.
              88 WS-ACUMULOU                  VALUE 'S'.

      * Conferencia dos retornos contra o livro de remessas: o
      * livro e o retorno sao lidos em paralelo por sequencia
       01 WS-CONFERENCIA.
           05 WS-ULT-SEQUENCIA      PIC 9(06) VALUE ZEROS.
           05 WS-ULT-DATA-LOTE      PIC 9(08) VALUE ZEROS.
           05 WS-ULT-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-REMESSAS      PIC 9(06) VALUE ZEROS.
           05 WS-QTDE-CONFIRMADAS   PIC 9(06) VALUE ZEROS.
           05 WS-QTDE-LACUNAS       PIC 9(06) VALUE ZEROS.
           05 WS-LACUNA-MOTIVO      PIC X(40) VALUE SPACES.
           05 WS-RTC-REPETE-FLAG    PIC X(01) VALUE 'N'.
              88 WS-RTC-REPETE                VALUE 'S'.

      * Ultimo retorno lido da sequencia em conferencia (mesmo
      * layout de RTC-REGISTRO)
       01 WS-RTC-ULTIMO.
           05 WS-RTU-SEQUENCIA      PIC 9(06).
           05 FILLER                PIC X(01).
           05 WS-RTU-DATA-LOTE      PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-RTU-QTDE-REGISTROS PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-RTU-HASH-SEGUNDOS  PIC 9(12).
           05 FILLER                PIC X(01).
           05 WS-RTU-SITUACAO       PIC X(01).

      * Sequencia e contadores da remessa corrente
       01 WS-REMESSA.
           05 WS-SEQUENCIA          PIC 9(06) VALUE ZEROS.
           05 WS-QTDE-REGISTROS     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-NOVOS         PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-ALTERADOS     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-EXPURGADOS    PIC 9(08) VALUE ZEROS.
           05 WS-HASH-SEGUNDOS      PIC 9(12) VALUE ZEROS.
           05 WS-ACUM-NOVOS         PIC 9(08) VALUE ZEROS.
           05 WS-ACUM-ALTERADOS     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-PENDENTES     PIC 9(08) VALUE ZEROS.
           05 WS-REMESSA-SITUACAO   PIC X(01) VALUE SPACES.
              88 WS-REMESSA-ENVIADA           VALUE 'E'.
              88 WS-REMESSA-RETIDA            VALUE 'R'.
              88 WS-REMESSA-JA-GERADA         VALUE 'J'.

      * Linhas de exibicao do relatorio
       01 WS-LINHA-TITULO.
           05 FILLER              PIC X(44) VALUE
               'Remessa de Movimentos do Mestre ao Catalogo:'.

       01 WS-LINHA-LOTE.
           05 FILLER              PIC X(15) VALUE 'Data do Lote: '.
           05 WS-ECO-DATA         PIC 9(08).
           05 FILLER              PIC X(10) VALUE '  Run-Id: '.
           05 WS-ECO-RUN          PIC 9(08).
           05 FILLER              PIC X(14) VALUE '  Gerada em: '.
           05 WS-ECO-GERACAO      PIC 9(08).

       01 WS-LINHA-ACUM-CAB.
           05 FILLER              PIC X(44) VALUE
               'Movimentos do Mestre Acumulados:'.

       01 WS-LINHA-RETORNO-CAB.
           05 FILLER              PIC X(44) VALUE
               'Conferencia dos Retornos do Catalogo:'.

       01 WS-LINHA-LACUNA.
           05 FILLER              PIC X(11) VALUE '  Remessa '.
           05 WS-LAC-SEQUENCIA    PIC 9(06).
           05 FILLER              PIC X(09) VALUE '  Lote: '.
           05 WS-LAC-DATA         PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' - '.
           05 WS-LAC-MOTIVO       PIC X(40).

       01 WS-LINHA-REMESSA-CAB.
           05 FILLER              PIC X(44) VALUE
               'Remessa da Execucao:'.

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(36).
           05 WS-CONT-VALOR       PIC ZZZZZZZZZZZ9.

       01 WS-LINHA-VEREDICTO.
           05 FILLER              PIC X(20) VALUE 'Situacao:'.
           05 WS-SITUACAO-FINAL   PIC X(60).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-LE-IDENTIDADE-LOTE.
           PERFORM 1100-LE-CONTROLE.
           PERFORM 1500-INICIALIZA.
           PERFORM 2000-ACUMULA-MOVIMENTOS.
           PERFORM 3000-CONFERE-RETORNOS.
           PERFORM 4000-EMITE-REMESSA.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le a identidade da execucao do job em EXECID.TXT, que vira a
      * data do lote da remessa. Sem EXECID.TXT (passo de analise
      * nao rodou) o lote assume a data e a hora correntes.
      *-----------------------------------------------------------------
       1000-LE-IDENTIDADE-LOTE.
           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-GERACAO FROM TIME
           MOVE WS-DATA-GERACAO TO WS-DATA-LOTE
           MOVE WS-HORA-GERACAO TO WS-RUN-ID-LOTE
           OPEN INPUT EID-IN
           IF WS-EID-STATUS = '00'
               READ EID-IN
                   AT END MOVE 'S' TO WS-EID-FIM-FLAG
               END-READ
               IF NOT WS-EID-FIM
                   MOVE EID-DATA-EXECUCAO TO WS-DATA-LOTE
                   MOVE EID-RUN-ID TO WS-RUN-ID-LOTE
               END-IF
               CLOSE EID-IN
           END-IF.

      *-----------------------------------------------------------------
      * Le no controle da remessa a ultima execucao do mestre ja
      * acumulada na carteira. Controle ausente e a primeira
      * execucao do passo.
      *-----------------------------------------------------------------
       1100-LE-CONTROLE.
           OPEN INPUT RCL-FILE
           IF WS-RCL-STATUS = '00'
               READ RCL-FILE
                   AT END MOVE 'S' TO WS-RCL-FIM-FLAG
               END-READ
               IF NOT WS-RCL-FIM
                   MOVE RCL-ACUM-DATA TO WS-ACUM-DATA
                   MOVE RCL-ACUM-RUN-ID TO WS-ACUM-RUN-ID
               END-IF
               CLOSE RCL-FILE
           END-IF.

       1500-INICIALIZA.
           OPEN OUTPUT REL-OUT
           MOVE WS-LINHA-TITULO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DATA-LOTE TO WS-ECO-DATA
           MOVE WS-RUN-ID-LOTE TO WS-ECO-RUN
           MOVE WS-DATA-GERACAO TO WS-ECO-GERACAO
           MOVE WS-LINHA-LOTE TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Acumula na carteira os movimentos da execucao do mestre
      * registrada no jornal de restart: os novos (acao 'N' do
      * jornal, com a duracao lida no mestre) e os alterados (linhas
      * de DURJORN.TXT da mesma data/run-id, com as duracoes antiga
      * e nova). Cada execucao do mestre e acumulada uma unica vez;
      * jornal sem marca de fim (execucao do mestre interrompida)
      * nao e acumulado ate a retomada completar a execucao.
      *-----------------------------------------------------------------
       2000-ACUMULA-MOVIMENTOS.
           MOVE WS-LINHA-ACUM-CAB TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT JRN-IN
           IF WS-JRN-STATUS = '00'
               PERFORM 2100-EXAMINA-JORNAL
                   UNTIL WS-JRN-FIM
               CLOSE JRN-IN
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-JRN-TEM-INICIO
                   MOVE '  Jornal do mestre ausente - nada acumulado'
                       TO REL-LINHA
               WHEN NOT WS-JRN-COMPLETO
                   MOVE '  Execucao do mestre incompleta - nada acumul
      -                 'ado' TO REL-LINHA
                   DISPLAY 'REMESSA-CATALOGO: JORNAL MSTJORN.TXT SEM '
                       'MARCA DE FIM - MOVIMENTOS NAO ACUMULADOS'
               WHEN WS-JRN-DATA = WS-ACUM-DATA
                   AND WS-JRN-RUN-ID = WS-ACUM-RUN-ID
                   MOVE '  Execucao do mestre ja acumulada anteriormen
      -                 'te' TO REL-LINHA
               WHEN OTHER
                   PERFORM 2200-ACUMULA-EXECUCAO
                   MOVE SPACES TO REL-LINHA
           END-EVALUATE
           IF REL-LINHA NOT = SPACES
               WRITE REL-LINHA
           END-IF
           MOVE 'Novos Acumulados:                   ' TO
               WS-CONT-DESCRICAO
           MOVE WS-ACUM-NOVOS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE 'Alterados Acumulados:               ' TO
               WS-CONT-DESCRICAO
           MOVE WS-ACUM-ALTERADOS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

       2100-EXAMINA-JORNAL.
           READ JRN-IN
               AT END MOVE 'S' TO WS-JRN-FIM-FLAG
           END-READ
           IF NOT WS-JRN-FIM
               EVALUATE MJR-ACAO
                   WHEN 'I'
                       MOVE 'S' TO WS-JRN-TEM-INICIO-FLAG
                       MOVE 'N' TO WS-JRN-COMPLETO-FLAG
                       MOVE MJR-DATA-EXECUCAO TO WS-JRN-DATA
                       MOVE MJR-RUN-ID TO WS-JRN-RUN-ID
                   WHEN 'F'
                       MOVE 'S' TO WS-JRN-COMPLETO-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Acrescenta a carteira os novos e os alterados da execucao do
      * jornal e registra no controle que ela ja foi acumulada, logo
      * em seguida, para que uma rerodada do passo nao a acumule de
      * novo.
      *-----------------------------------------------------------------
       2200-ACUMULA-EXECUCAO.
           OPEN INPUT VID-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'REMESSA-CATALOGO: ERRO AO ABRIR VIDMESTR '
                   '(STATUS ' WS-MESTRE-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PND-FILE
           IF WS-PND-STATUS = '35'
               OPEN OUTPUT PND-FILE
           END-IF
           MOVE 'N' TO WS-JRN-FIM-FLAG
           OPEN INPUT JRN-IN
           PERFORM 2210-ACUMULA-NOVO
               UNTIL WS-JRN-FIM
           CLOSE JRN-IN
           OPEN INPUT JORN-IN
           IF WS-JORN-STATUS = '00'
               PERFORM 2220-ACUMULA-ALTERADO
                   UNTIL WS-JORN-FIM
               CLOSE JORN-IN
           END-IF
           CLOSE PND-FILE
           CLOSE VID-MESTRE
           MOVE 'S' TO WS-ACUMULOU-FLAG
           MOVE WS-JRN-DATA TO WS-ACUM-DATA
           MOVE WS-JRN-RUN-ID TO WS-ACUM-RUN-ID
           PERFORM 2300-GRAVA-CONTROLE.

       2210-ACUMULA-NOVO.
           READ JRN-IN
               AT END MOVE 'S' TO WS-JRN-FIM-FLAG
           END-READ
           IF NOT WS-JRN-FIM
               IF MJR-ACAO = 'N'
                   MOVE MJR-TITULO TO MST-TITULO
                   MOVE MJR-CATEGORIA TO MST-CATEGORIA
                   READ VID-MESTRE
                       INVALID KEY
                           DISPLAY 'REMESSA-CATALOGO: NOVO AUSENTE DO '
                               'MESTRE - NAO REMETIDO: ' MJR-TITULO
                       NOT INVALID KEY
                           MOVE SPACES TO RPD-REGISTRO
                           MOVE 'NOVO' TO RPD-MOVIMENTO
                           MOVE WS-JRN-DATA TO RPD-DATA-MOVIMENTO
                           MOVE WS-JRN-RUN-ID TO RPD-RUN-ID
                           MOVE MJR-CATEGORIA TO RPD-CATEGORIA
                           MOVE ZEROS TO RPD-DURACAO-ANTIGA
                           MOVE MST-DURACAO-SEGUNDOS TO
                               RPD-DURACAO-NOVA
                           MOVE MJR-TITULO TO RPD-TITULO
                           WRITE RPD-REGISTRO
                           ADD 1 TO WS-ACUM-NOVOS
                   END-READ
               END-IF
           END-IF.

       2220-ACUMULA-ALTERADO.
           READ JORN-IN
               AT END MOVE 'S' TO WS-JORN-FIM-FLAG
           END-READ
           IF NOT WS-JORN-FIM
               IF JORN-DATA-EXECUCAO = WS-JRN-DATA
                   AND JORN-RUN-ID = WS-JRN-RUN-ID
                   MOVE SPACES TO RPD-REGISTRO
                   MOVE 'ALTERADO' TO RPD-MOVIMENTO
                   MOVE JORN-DATA-EXECUCAO TO RPD-DATA-MOVIMENTO
                   MOVE JORN-RUN-ID TO RPD-RUN-ID
                   MOVE JORN-CATEGORIA TO RPD-CATEGORIA
                   MOVE JORN-DURACAO-ANTIGA TO RPD-DURACAO-ANTIGA
                   MOVE JORN-DURACAO-NOVA TO RPD-DURACAO-NOVA
                   MOVE JORN-TITULO TO RPD-TITULO
                   WRITE RPD-REGISTRO
                   ADD 1 TO WS-ACUM-ALTERADOS
               END-IF
           END-IF.

       2300-GRAVA-CONTROLE.
           OPEN OUTPUT RCL-FILE
           MOVE SPACES TO RCL-REGISTRO
           MOVE WS-ACUM-DATA TO RCL-ACUM-DATA
           MOVE WS-ACUM-RUN-ID TO RCL-ACUM-RUN-ID
           WRITE RCL-REGISTRO
           CLOSE RCL-FILE.

      *-----------------------------------------------------------------
      * Confere o retorno do catalogo contra o livro de remessas,
      * lendo os dois em paralelo por sequencia: toda remessa
      * enviada precisa de um retorno de aplicacao com a mesma
      * quantidade de registros e o mesmo total de controle, e todo
      * retorno precisa corresponder, na ordem, a uma remessa
      * enviada. Cada desvio e listado como lacuna e retem a
      * remessa desta execucao. Os retornos repetidos de uma mesma
      * sequencia sao lidos ate o ultimo, que e o conferido. A
      * ultima linha do livro da a sequencia e o lote da ultima
      * remessa enviada.
      *-----------------------------------------------------------------
       3000-CONFERE-RETORNOS.
           MOVE WS-LINHA-RETORNO-CAB TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT RLG-FILE
           IF WS-RLG-STATUS NOT = '00'
               MOVE 'S' TO WS-RLG-FIM-FLAG
           ELSE
               PERFORM 3100-LE-LIVRO
           END-IF
           OPEN INPUT RTC-IN
           IF WS-RTC-STATUS NOT = '00'
               MOVE 'S' TO WS-RTC-FIM-FLAG
           ELSE
               PERFORM 3200-LE-RETORNO
           END-IF
           PERFORM 3300-CONFERE-PAR
               UNTIL WS-RLG-FIM AND WS-RTC-FIM
           IF WS-RLG-STATUS NOT = '35'
               CLOSE RLG-FILE
           END-IF
           IF WS-RTC-STATUS NOT = '35'
               CLOSE RTC-IN
           END-IF
           IF WS-QTDE-LACUNAS = ZEROS
               MOVE '  Nenhuma lacuna' TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE 'Remessas Enviadas:                  ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-REMESSAS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE 'Remessas Confirmadas:               ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-CONFIRMADAS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE 'Lacunas:                            ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-LACUNAS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

       3100-LE-LIVRO.
           READ RLG-FILE
               AT END MOVE 'S' TO WS-RLG-FIM-FLAG
           END-READ
           IF NOT WS-RLG-FIM
               ADD 1 TO WS-QTDE-REMESSAS
               MOVE RLG-SEQUENCIA TO WS-ULT-SEQUENCIA
               MOVE RLG-DATA-LOTE TO WS-ULT-DATA-LOTE
               MOVE RLG-RUN-ID TO WS-ULT-RUN-ID
           END-IF.

       3200-LE-RETORNO.
           READ RTC-IN
               AT END MOVE 'S' TO WS-RTC-FIM-FLAG
           END-READ.

       3300-CONFERE-PAR.
           EVALUATE TRUE
               WHEN WS-RLG-FIM
                   MOVE 'RETORNO FORA DE SEQUENCIA' TO
                       WS-LACUNA-MOTIVO
                   PERFORM 3400-LISTA-LACUNA-RETORNO
                   PERFORM 3200-LE-RETORNO
               WHEN WS-RTC-FIM
                   PERFORM 3430-REMESSA-SEM-RETORNO
                   PERFORM 3100-LE-LIVRO
               WHEN RTC-SEQUENCIA < RLG-SEQUENCIA
                   MOVE 'RETORNO FORA DE SEQUENCIA' TO
                       WS-LACUNA-MOTIVO
                   PERFORM 3400-LISTA-LACUNA-RETORNO
                   PERFORM 3200-LE-RETORNO
               WHEN RTC-SEQUENCIA > RLG-SEQUENCIA
                   PERFORM 3430-REMESSA-SEM-RETORNO
                   PERFORM 3100-LE-LIVRO
               WHEN OTHER
                   MOVE RTC-REGISTRO TO WS-RTC-ULTIMO
                   MOVE 'S' TO WS-RTC-REPETE-FLAG
                   PERFORM 3310-LE-RETORNO-REPETIDO
                       UNTIL NOT WS-RTC-REPETE
                   PERFORM 3500-CONFERE-RETORNO
                   PERFORM 3100-LE-LIVRO
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Le o proximo retorno; enquanto for da mesma sequencia, ele
      * passa a ser o ultimo retorno da remessa em conferencia.
      *-----------------------------------------------------------------
       3310-LE-RETORNO-REPETIDO.
           PERFORM 3200-LE-RETORNO
           IF WS-RTC-FIM
               MOVE 'N' TO WS-RTC-REPETE-FLAG
           ELSE
               IF RTC-SEQUENCIA = WS-RTU-SEQUENCIA
                   MOVE RTC-REGISTRO TO WS-RTC-ULTIMO
               ELSE
                   MOVE 'N' TO WS-RTC-REPETE-FLAG
               END-IF
           END-IF.

       3400-LISTA-LACUNA-RETORNO.
           MOVE RTC-SEQUENCIA TO WS-LAC-SEQUENCIA
           MOVE RTC-DATA-LOTE TO WS-LAC-DATA
           PERFORM 3420-GRAVA-LACUNA.

       3410-LISTA-LACUNA-REMESSA.
           MOVE RLG-SEQUENCIA TO WS-LAC-SEQUENCIA
           MOVE RLG-DATA-LOTE TO WS-LAC-DATA
           PERFORM 3420-GRAVA-LACUNA.

       3420-GRAVA-LACUNA.
           ADD 1 TO WS-QTDE-LACUNAS
           MOVE WS-LACUNA-MOTIVO TO WS-LAC-MOTIVO
           MOVE WS-LINHA-LACUNA TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Remessa do livro sem retorno. A remessa do proprio lote
      * (rerodada do passo depois de ela ter sido enviada) ainda nao
      * pode ter retorno: e listada como aguardando, sem contar como
      * lacuna.
      *-----------------------------------------------------------------
       3430-REMESSA-SEM-RETORNO.
           IF RLG-DATA-LOTE = WS-DATA-LOTE
               AND RLG-RUN-ID = WS-RUN-ID-LOTE
               MOVE RLG-SEQUENCIA TO WS-LAC-SEQUENCIA
               MOVE RLG-DATA-LOTE TO WS-LAC-DATA
               MOVE 'AGUARDANDO RETORNO - REMESSA DESTE LOTE' TO
                   WS-LAC-MOTIVO
               MOVE WS-LINHA-LACUNA TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE 'SEM RETORNO DO CATALOGO' TO WS-LACUNA-MOTIVO
               PERFORM 3410-LISTA-LACUNA-REMESSA
           END-IF.

      *-----------------------------------------------------------------
      * Confere o ultimo retorno da remessa de mesma sequencia:
      * recusada pelo catalogo ou recebida com quantidade ou total de
      * controle diferentes do enviado e uma lacuna.
      *-----------------------------------------------------------------
       3500-CONFERE-RETORNO.
           EVALUATE TRUE
               WHEN WS-RTU-SITUACAO NOT = 'A'
                   MOVE 'RECUSADA PELO CATALOGO' TO WS-LACUNA-MOTIVO
                   PERFORM 3410-LISTA-LACUNA-REMESSA
               WHEN WS-RTU-QTDE-REGISTROS NOT = RLG-QTDE-REGISTROS
                   OR WS-RTU-HASH-SEGUNDOS NOT = RLG-HASH-SEGUNDOS
                   MOVE 'QUANTIDADE OU TOTAL DE CONTROLE DIVERGENTE'
                       TO WS-LACUNA-MOTIVO
                   PERFORM 3410-LISTA-LACUNA-REMESSA
               WHEN OTHER
                   ADD 1 TO WS-QTDE-CONFIRMADAS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Emite a remessa da execucao com todos os movimentos da
      * carteira, sob a sequencia seguinte a da ultima remessa do
      * livro. Com lacuna na conferencia a remessa e retida (os
      * movimentos ficam na carteira e seguem na primeira remessa
      * depois de sanada a lacuna). Lote que ja teve a sua remessa
      * (rerodada do passo) nao gera outra, com ou sem lacuna.
      *-----------------------------------------------------------------
       4000-EMITE-REMESSA.
           MOVE WS-LINHA-REMESSA-CAB TO REL-LINHA
           WRITE REL-LINHA
           EVALUATE TRUE
               WHEN WS-ULT-DATA-LOTE = WS-DATA-LOTE
                   AND WS-ULT-RUN-ID = WS-RUN-ID-LOTE
                   MOVE 'J' TO WS-REMESSA-SITUACAO
                   MOVE WS-ULT-SEQUENCIA TO WS-SEQUENCIA
                   PERFORM 4500-CONTA-PENDENTES
               WHEN WS-QTDE-LACUNAS > ZEROS
                   MOVE 'R' TO WS-REMESSA-SITUACAO
                   PERFORM 4500-CONTA-PENDENTES
               WHEN OTHER
                   MOVE 'E' TO WS-REMESSA-SITUACAO
                   COMPUTE WS-SEQUENCIA = WS-ULT-SEQUENCIA + 1
                   PERFORM 4100-GRAVA-REMESSA
           END-EVALUATE
           MOVE 'Sequencia da Remessa:               ' TO
               WS-CONT-DESCRICAO
           MOVE WS-SEQUENCIA TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE 'Registros Remetidos:                ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-REGISTROS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE '  - Novos:                          ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-NOVOS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE '  - Alterados:                      ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-ALTERADOS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE '  - Expurgados:                     ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-EXPURGADOS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE 'Total de Controle (segundos):       ' TO
               WS-CONT-DESCRICAO
           MOVE WS-HASH-SEGUNDOS TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE 'Movimentos Retidos na Carteira:     ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-PENDENTES TO WS-CONT-VALOR
           PERFORM 4900-GRAVA-CONTADOR
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Grava a remessa (cabecalho, um detalhe por movimento da
      * carteira e rodape com as quantidades e o total de controle)
      * e a sua copia na guarda de remessas, assenta a remessa no
      * livro e esvazia a carteira.
      *-----------------------------------------------------------------
       4100-GRAVA-REMESSA.
           OPEN OUTPUT REM-OUT
           IF WS-REM-STATUS NOT = '00'
               DISPLAY 'REMESSA-CATALOGO: ERRO AO ABRIR REMCAT.TXT '
                   '(STATUS ' WS-REM-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-OUT
           IF WS-ARQ-STATUS = '35'
               OPEN OUTPUT ARQ-OUT
           END-IF
           MOVE SPACES TO REM-CABECALHO
           MOVE 'H' TO REM-CAB-TIPO
           MOVE WS-SEQUENCIA TO REM-CAB-SEQUENCIA
           MOVE WS-DATA-LOTE TO REM-CAB-DATA-LOTE
           MOVE WS-RUN-ID-LOTE TO REM-CAB-RUN-ID
           MOVE WS-DATA-GERACAO TO REM-CAB-DATA-GERACAO
           WRITE REM-CABECALHO
           MOVE REM-CABECALHO TO ARQ-LINHA
           WRITE ARQ-LINHA
           MOVE 'N' TO WS-PND-FIM-FLAG
           OPEN INPUT PND-FILE
           IF WS-PND-STATUS = '00'
               PERFORM 4200-REMETE-MOVIMENTO
                   UNTIL WS-PND-FIM
               CLOSE PND-FILE
           END-IF
           MOVE SPACES TO REM-RODAPE
           MOVE 'T' TO REM-ROD-TIPO
           MOVE WS-SEQUENCIA TO REM-ROD-SEQUENCIA
           MOVE WS-QTDE-REGISTROS TO REM-ROD-QTDE-REGISTROS
           MOVE WS-QTDE-NOVOS TO REM-ROD-QTDE-NOVOS
           MOVE WS-QTDE-ALTERADOS TO REM-ROD-QTDE-ALTERADOS
           MOVE WS-QTDE-EXPURGADOS TO REM-ROD-QTDE-EXPURGADOS
           MOVE WS-HASH-SEGUNDOS TO REM-ROD-HASH-SEGUNDOS
           WRITE REM-RODAPE
           MOVE REM-RODAPE TO ARQ-LINHA
           WRITE ARQ-LINHA
           CLOSE REM-OUT
           CLOSE ARQ-OUT
           PERFORM 4300-ASSENTA-REMESSA
      * a carteira so e esvaziada depois de a remessa estar no livro
           OPEN OUTPUT PND-FILE
           CLOSE PND-FILE.

       4200-REMETE-MOVIMENTO.
           READ PND-FILE
               AT END MOVE 'S' TO WS-PND-FIM-FLAG
           END-READ
           IF NOT WS-PND-FIM
               MOVE SPACES TO REM-DETALHE
               MOVE 'D' TO REM-DET-TIPO
               MOVE RPD-REGISTRO TO REM-DET-MOVIMENTO
               WRITE REM-DETALHE
               MOVE REM-DETALHE TO ARQ-LINHA
               WRITE ARQ-LINHA
               ADD 1 TO WS-QTDE-REGISTROS
               ADD RPD-DURACAO-ANTIGA TO WS-HASH-SEGUNDOS
               ADD RPD-DURACAO-NOVA TO WS-HASH-SEGUNDOS
               EVALUATE RPD-MOVIMENTO
                   WHEN 'NOVO'
                       ADD 1 TO WS-QTDE-NOVOS
                   WHEN 'ALTERADO'
                       ADD 1 TO WS-QTDE-ALTERADOS
                   WHEN OTHER
                       ADD 1 TO WS-QTDE-EXPURGADOS
               END-EVALUATE
           END-IF.

       4300-ASSENTA-REMESSA.
           OPEN EXTEND RLG-FILE
           IF WS-RLG-STATUS = '35'
               OPEN OUTPUT RLG-FILE
           END-IF
           MOVE SPACES TO RLG-REGISTRO
           MOVE WS-SEQUENCIA TO RLG-SEQUENCIA
           MOVE WS-DATA-LOTE TO RLG-DATA-LOTE
           MOVE WS-RUN-ID-LOTE TO RLG-RUN-ID
           MOVE WS-DATA-GERACAO TO RLG-DATA-GERACAO
           MOVE WS-QTDE-REGISTROS TO RLG-QTDE-REGISTROS
           MOVE WS-QTDE-NOVOS TO RLG-QTDE-NOVOS
           MOVE WS-QTDE-ALTERADOS TO RLG-QTDE-ALTERADOS
           MOVE WS-QTDE-EXPURGADOS TO RLG-QTDE-EXPURGADOS
           MOVE WS-HASH-SEGUNDOS TO RLG-HASH-SEGUNDOS
           WRITE RLG-REGISTRO
           CLOSE RLG-FILE.

      *-----------------------------------------------------------------
      * Conta os movimentos que continuam na carteira quando a
      * remessa nao e emitida.
      *-----------------------------------------------------------------
       4500-CONTA-PENDENTES.
           MOVE 'N' TO WS-PND-FIM-FLAG
           OPEN INPUT PND-FILE
           IF WS-PND-STATUS = '00'
               PERFORM 4510-CONTA-MOVIMENTO
                   UNTIL WS-PND-FIM
               CLOSE PND-FILE
           END-IF.

       4510-CONTA-MOVIMENTO.
           READ PND-FILE
               AT END MOVE 'S' TO WS-PND-FIM-FLAG
           END-READ
           IF NOT WS-PND-FIM
               ADD 1 TO WS-QTDE-PENDENTES
           END-IF.

       4900-GRAVA-CONTADOR.
           MOVE WS-LINHA-CONTADOR TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Grava a situacao final da remessa e encerra. Remessa retida
      * por lacuna termina com RETURN-CODE 8, para chamar a atencao
      * da operacao sem bloquear os demais passos do job, assim como
      * a rerodada de um lote ja remetido que encontra lacuna.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           EVALUATE TRUE
               WHEN WS-REMESSA-RETIDA
                   MOVE 'RETIDA - LACUNA NOS RETORNOS DO CATALOGO' TO
                       WS-SITUACAO-FINAL
                   DISPLAY 'REMESSA-CATALOGO: REMESSA RETIDA - '
                       WS-QTDE-LACUNAS ' LACUNA(S) NOS RETORNOS, '
                       WS-QTDE-PENDENTES ' MOVIMENTO(S) NA CARTEIRA'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REMESSA-JA-GERADA
                   MOVE 'REMESSA DO LOTE JA GERADA - NADA REMETIDO' TO
                       WS-SITUACAO-FINAL
                   DISPLAY 'REMESSA-CATALOGO: LOTE ' WS-DATA-LOTE '/'
                       WS-RUN-ID-LOTE ' JA REMETIDO NA SEQUENCIA '
                       WS-SEQUENCIA
                   IF WS-QTDE-LACUNAS > ZEROS
                       DISPLAY 'REMESSA-CATALOGO: ' WS-QTDE-LACUNAS
                           ' LACUNA(S) NOS RETORNOS DO CATALOGO'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'ENVIADA' TO WS-SITUACAO-FINAL
                   DISPLAY 'REMESSA-CATALOGO: REMESSA ' WS-SEQUENCIA
                       ' DO LOTE ' WS-DATA-LOTE ' COM '
                       WS-QTDE-REGISTROS ' MOVIMENTO(S)'
           END-EVALUATE
           MOVE WS-LINHA-VEREDICTO TO REL-LINHA
           WRITE REL-LINHA
           CLOSE REL-OUT.
