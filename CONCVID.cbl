      ******************************************************************
      * PROGRAM-ID: CONCILIA-MESTRE
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: STEP EXECUTADO APOS A APLICACAO DO LOTE NO MESTRE
      *     (ATUALIZA-MESTRE). ANALISA-VIDEOS E ATUALIZA-MESTRE LEEM
      *     AS MESMAS FONTES COM COPIAS SEPARADAS DAS MESMAS REGRAS
      *     DE VALIDACAO E DE DUPLICADOS; ESTE PASSO PROVA QUE OS
      *     DOIS CAMINHOS CHEGARAM AO MESMO RESULTADO NA EXECUCAO DE
      *     EXECID.TXT:
      *     - ACEITOS DE TOTAIS.TXT = NOVOS + ALTERADOS + CONHECIDOS
      *       DA LINHA DA EXECUCAO EM MESTRLOG.TXT;
      *     - CADA LINHA DE DETALHE.TXT DA EXECUCAO TEM NO MESTRE
      *       (VIDMESTR) UM REGISTRO COM A MESMA CHAVE, CARIMBADO COM
      *       A DATA/RUN-ID DA EXECUCAO E COM A MESMA DURACAO;
      *     - CADA REGISTRO DO MESTRE CARIMBADO COM A EXECUCAO TEM A
      *       SUA LINHA EM DETALHE.TXT.
      *     OS TITULOS FORA DE PASSO, NOS DOIS SENTIDOS, E CADA
      *     EQUACAO COM O VEREDICTO OK OU DIVERGENTE, NO ESTILO DE
      *     BALANCO-EXECUCAO, SAEM EM CONCILIA.TXT. A CHAVE DE CADA
      *     LINHA DO DETALHE E GUARDADA NO ARQUIVO DE TRABALHO
      *     INDEXADO CONCWORK, SEM LIMITE DE VOLUME. DIVERGENCIA
      *     ENCERRA O PASSO COM RETURN-CODE 8.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-MESTRE.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Identidade da execucao corrente, gravada por ANALISA-VIDEOS
           SELECT EID-IN ASSIGN TO 'EXECID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EID-STATUS.
      * Totais de controle gravados por ANALISA-VIDEOS
           SELECT TOT-IN ASSIGN TO 'TOTAIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.
      * Log da aplicacao do lote sobre o mestre: uma linha por
      * execucao
           SELECT LOG-IN ASSIGN TO 'MESTRLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      * Extrato de detalhe da execucao gravado por ANALISA-VIDEOS
           SELECT DET-IN ASSIGN TO 'DETALHE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
      * Arquivo mestre de videos (mesmo arquivo mantido por
      * ATUALIZA-MESTRE)
           SELECT VID-MESTRE ASSIGN TO 'VIDMESTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
      * Arquivo de trabalho com as chaves do detalhe da execucao,
      * recriado vazio a cada execucao
           SELECT CON-WORK ASSIGN TO 'CONCWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WS-CON-STATUS.
      * Relatorio de conciliacao da execucao
           SELECT REL-OUT ASSIGN TO 'CONCILIA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Estrutura do arquivo de controle com a identidade da
      * execucao (mesmo layout de EID-REGISTRO em ANALISA-VIDEOS)
       FD EID-IN.
       01 EID-REGISTRO.
           05 EID-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 EID-RUN-ID          PIC 9(08).

      * Estrutura de cada linha dos totais de controle (mesmo layout
      * de TOT-REGISTRO em ANALISA-VIDEOS)
       FD TOT-IN.
       01 TOT-REGISTRO.
           05 TOT-TIPO            PIC X(10).
           05 FILLER              PIC X(01).
           05 TOT-CHAVE           PIC X(40).
           05 FILLER              PIC X(01).
           05 TOT-QTDE            PIC 9(10).
           05 FILLER              PIC X(01).
           05 TOT-SEG             PIC 9(10).

      * Estrutura de cada linha do log do mestre (mesmo layout de
      * LOG-REGISTRO em ATUALIZA-MESTRE)
       FD LOG-IN.
       01 LOG-REGISTRO.
           05 LOG-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 LOG-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 LOG-QTDE-NOVOS      PIC 9(05).
           05 FILLER              PIC X(01).
           05 LOG-QTDE-ALTERADOS  PIC 9(05).
           05 FILLER              PIC X(01).
           05 LOG-QTDE-CONHECIDOS PIC 9(05).
           05 FILLER              PIC X(01).
           05 LOG-QTDE-DISTINTOS  PIC 9(08).

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

      * Estrutura de cada chave do detalhe da execucao: titulo +
      * categoria oficial (a chave do mestre), duracao e fonte
       FD CON-WORK.
       01 CON-REGISTRO.
           05 CON-CHAVE.
               10 CON-TITULO         PIC X(100).
               10 CON-CATEGORIA      PIC X(10).
           05 CON-DURACAO            PIC 9(06).
           05 CON-FONTE              PIC X(40).

       FD REL-OUT.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-EID-STATUS         PIC X(02) VALUE SPACES.
           05 WS-TOT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-LOG-STATUS         PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS         PIC X(02) VALUE SPACES.
           05 WS-MESTRE-STATUS      PIC X(02) VALUE SPACES.
           05 WS-CON-STATUS         PIC X(02) VALUE SPACES.
           05 WS-EID-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-EID-FIM                   VALUE 'S'.
           05 WS-TOT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-TOT-FIM                   VALUE 'S'.
           05 WS-LOG-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-LOG-FIM                   VALUE 'S'.
           05 WS-DET-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-DET-FIM                   VALUE 'S'.
           05 WS-MESTRE-FIM-FLAG    PIC X(01) VALUE 'N'.
              88 WS-MESTRE-FIM                VALUE 'S'.

      * Execucao conciliada (EXECID.TXT) e indicadores das fontes
      * de totais encontradas para ela
       01 WS-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-RUN-ID             PIC 9(08) VALUE ZEROS.
           05 WS-TOTAIS-LIDO-FLAG   PIC X(01) VALUE 'N'.
              88 WS-TOTAIS-LIDO               VALUE 'S'.
           05 WS-LOG-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-LOG-ACHOU                 VALUE 'S'.

      * Totais dos dois caminhos e contadores da conciliacao
       01 WS-CONTADORES.
           05 WS-ACEITOS-QTDE       PIC 9(10) VALUE ZEROS.
           05 WS-LOG-NOVOS          PIC 9(10) VALUE ZEROS.
           05 WS-LOG-ALTERADOS      PIC 9(10) VALUE ZEROS.
           05 WS-LOG-CONHECIDOS     PIC 9(10) VALUE ZEROS.
           05 WS-LOG-APLICADOS      PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DETALHE       PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DET-OUTRA     PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DET-REPETIDO  PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DET-CONFERE   PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DET-AUSENTE   PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DET-CARIMBO   PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DET-DURACAO   PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-MST-LIDOS     PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-MST-EXECUCAO  PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-MST-FORA      PIC 9(10) VALUE ZEROS.
           05 WS-QTDE-DIVERGENCIAS  PIC 9(10) VALUE ZEROS.

      * Lados da equacao corrente, comparados em 3100-AVALIA-E-GRAVA
       01 WS-EQUACAO.
           05 WS-EQ-ESQ             PIC 9(10) VALUE ZEROS.
           05 WS-EQ-DIR             PIC 9(10) VALUE ZEROS.

      * Veredicto geral da conciliacao
       01 WS-VEREDICTO.
           05 WS-DIVERGENTE-FLAG    PIC X(01) VALUE 'N'.
              88 WS-DIVERGENTE                VALUE 'S'.

      * Linhas de exibicao do relatorio de conciliacao
       01 WS-LINHA-TITULO.
           05 FILLER              PIC X(44) VALUE
               'Conciliacao da Analise com o Mestre:'.

       01 WS-LINHA-EXECUCAO.
           05 FILLER              PIC X(06) VALUE 'Data: '.
           05 WS-ECO-DATA         PIC 9(08).
           05 FILLER              PIC X(10) VALUE '  Run-Id: '.
           05 WS-ECO-RUN          PIC 9(08).

       01 WS-LINHA-FORA-CAB.
           05 FILLER              PIC X(60) VALUE
               'Titulos Fora de Passo entre o Detalhe e o Mestre:'.

       01 WS-LINHA-COLUNAS.
           05 FILLER              PIC X(22) VALUE 'Divergencia'.
           05 FILLER              PIC X(12) VALUE 'Categoria'.
           05 FILLER              PIC X(09) VALUE ' Detalhe'.
           05 FILLER              PIC X(09) VALUE '  Mestre'.
           05 FILLER              PIC X(26) VALUE 'Fonte'.
           05 FILLER              PIC X(06) VALUE 'Titulo'.

       01 WS-LINHA-DET.
           05 WS-DET-DIVERGENCIA  PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-CATEGORIA    PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DUR-DETALHE  PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DUR-MESTRE   PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-FONTE        PIC X(24).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-TITULO       PIC X(54).

       01 WS-EDICAO.
           05 WS-ED-DURACAO       PIC ZZZZZZ9.

       01 WS-LINHA-EQUACAO.
           05 WS-BAL-DESCRICAO    PIC X(48).
           05 WS-BAL-LADO-ESQ     PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE ' x '.
           05 WS-BAL-LADO-DIR     PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BAL-RESULTADO    PIC X(12).

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(48).
           05 WS-CONT-VALOR       PIC ZZZZZZZZZ9.

       01 WS-LINHA-VEREDICTO.
           05 FILLER              PIC X(20) VALUE 'Veredicto Final:   '.
           05 WS-BAL-FINAL        PIC X(12).

       01 WS-LINHA-VAZIA.
           05 FILLER              PIC X(20) VALUE '  Nenhum'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-LE-IDENTIDADE.
           PERFORM 1100-CARREGA-TOTAIS.
           PERFORM 1200-LOCALIZA-LOG.
           PERFORM 1500-INICIALIZA.
           PERFORM 2000-CONFERE-DETALHE.
           PERFORM 2500-CONFERE-MESTRE.
           PERFORM 3000-CONFERE-EQUACOES.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le a identidade da execucao a conciliar em EXECID.TXT. Sem
      * ela nao ha execucao de referencia e o passo termina com
      * RETURN-CODE 16, como AUSENCIAS-MESTRE sem MESTRLOG.TXT.
      *-----------------------------------------------------------------
       1000-LE-IDENTIDADE.
           OPEN INPUT EID-IN
           IF WS-EID-STATUS NOT = '00'
               DISPLAY 'CONCILIA-MESTRE: EXECID.TXT INDISPONIVEL '
                   '(STATUS ' WS-EID-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EID-IN
               AT END MOVE 'S' TO WS-EID-FIM-FLAG
           END-READ
           CLOSE EID-IN
           IF WS-EID-FIM
               DISPLAY 'CONCILIA-MESTRE: EXECID.TXT VAZIO - NENHUMA '
                   'EXECUCAO A CONCILIAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE EID-DATA-EXECUCAO TO WS-DATA-EXECUCAO
           MOVE EID-RUN-ID TO WS-RUN-ID.

      *-----------------------------------------------------------------
      * Le em TOTAIS.TXT a quantidade de aceitos da analise. Totais
      * ausentes tornam a conciliacao divergente, como em
      * BALANCO-EXECUCAO.
      *-----------------------------------------------------------------
       1100-CARREGA-TOTAIS.
           OPEN INPUT TOT-IN
           IF WS-TOT-STATUS NOT = '00'
               DISPLAY 'CONCILIA-MESTRE: TOTAIS.TXT INDISPONIVEL '
                   '(STATUS ' WS-TOT-STATUS ')'
               MOVE 'S' TO WS-DIVERGENTE-FLAG
           ELSE
               PERFORM 1110-LE-LINHA-TOTAIS
                   UNTIL WS-TOT-FIM
               CLOSE TOT-IN
               IF NOT WS-TOTAIS-LIDO
                   DISPLAY 'CONCILIA-MESTRE: TOTAIS.TXT SEM A LINHA '
                       'DE ACEITOS'
                   MOVE 'S' TO WS-DIVERGENTE-FLAG
               END-IF
           END-IF.

       1110-LE-LINHA-TOTAIS.
           READ TOT-IN
               AT END MOVE 'S' TO WS-TOT-FIM-FLAG
           END-READ
           IF NOT WS-TOT-FIM
               IF TOT-TIPO = 'ACEITOS'
                   MOVE TOT-QTDE TO WS-ACEITOS-QTDE
                   MOVE 'S' TO WS-TOTAIS-LIDO-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Procura em MESTRLOG.TXT a linha da execucao conciliada (a
      * ultima com a mesma data/run-id). Sem ela o lote nao foi
      * aplicado ao mestre sob esta identidade e a conciliacao e
      * divergente.
      *-----------------------------------------------------------------
       1200-LOCALIZA-LOG.
           OPEN INPUT LOG-IN
           IF WS-LOG-STATUS = '00'
               PERFORM 1210-LE-LINHA-LOG
                   UNTIL WS-LOG-FIM
               CLOSE LOG-IN
           END-IF
           IF WS-LOG-ACHOU
               COMPUTE WS-LOG-APLICADOS = WS-LOG-NOVOS +
                   WS-LOG-ALTERADOS + WS-LOG-CONHECIDOS
           ELSE
               DISPLAY 'CONCILIA-MESTRE: EXECUCAO ' WS-DATA-EXECUCAO
                   '/' WS-RUN-ID ' NAO ENCONTRADA EM MESTRLOG.TXT'
               MOVE 'S' TO WS-DIVERGENTE-FLAG
           END-IF.

       1210-LE-LINHA-LOG.
           READ LOG-IN
               AT END MOVE 'S' TO WS-LOG-FIM-FLAG
           END-READ
           IF NOT WS-LOG-FIM
               IF LOG-DATA-EXECUCAO = WS-DATA-EXECUCAO
                   AND LOG-RUN-ID = WS-RUN-ID
                   MOVE 'S' TO WS-LOG-ACHOU-FLAG
                   MOVE LOG-QTDE-NOVOS TO WS-LOG-NOVOS
                   MOVE LOG-QTDE-ALTERADOS TO WS-LOG-ALTERADOS
                   MOVE LOG-QTDE-CONHECIDOS TO WS-LOG-CONHECIDOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Abre o mestre em leitura, recria vazio o arquivo de trabalho
      * das chaves do detalhe e grava o cabecalho do relatorio.
      * Mestre inexistente encerra o passo com RETURN-CODE 16, como
      * em AUSENCIAS-MESTRE.
      *-----------------------------------------------------------------
       1500-INICIALIZA.
           OPEN INPUT VID-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'CONCILIA-MESTRE: ERRO AO ABRIR VIDMESTR '
                   '(STATUS ' WS-MESTRE-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CON-WORK
           CLOSE CON-WORK
           OPEN I-O CON-WORK
           IF WS-CON-STATUS NOT = '00'
               DISPLAY 'CONCILIA-MESTRE: ERRO AO ABRIR CONCWORK '
                   '(STATUS ' WS-CON-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-OUT
           MOVE WS-LINHA-TITULO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DATA-EXECUCAO TO WS-ECO-DATA
           MOVE WS-RUN-ID TO WS-ECO-RUN
           MOVE WS-LINHA-EXECUCAO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-FORA-CAB TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Primeiro sentido: cada linha do detalhe da execucao precisa
      * de um registro no mestre com a mesma chave, carimbado com a
      * execucao e com a mesma duracao. A chave e guardada em
      * CONCWORK para o segundo sentido; chave repetida no detalhe
      * (o mestre so tem uma) tambem e divergencia. Detalhe ausente
      * e conciliado como vazio: as equacoes acusam a diferenca.
      *-----------------------------------------------------------------
       2000-CONFERE-DETALHE.
           OPEN INPUT DET-IN
           IF WS-DET-STATUS = '00'
               PERFORM 2100-LE-LINHA-DETALHE
                   UNTIL WS-DET-FIM
               CLOSE DET-IN
           ELSE
               DISPLAY 'CONCILIA-MESTRE: DETALHE.TXT INDISPONIVEL '
                   '(STATUS ' WS-DET-STATUS ')'
           END-IF.

       2100-LE-LINHA-DETALHE.
           READ DET-IN
               AT END MOVE 'S' TO WS-DET-FIM-FLAG
           END-READ
           IF NOT WS-DET-FIM
               IF DET-DATA-EXECUCAO = WS-DATA-EXECUCAO
                   AND DET-RUN-ID = WS-RUN-ID
                   ADD 1 TO WS-QTDE-DETALHE
                   PERFORM 2200-GUARDA-CHAVE-DETALHE
               ELSE
                   ADD 1 TO WS-QTDE-DET-OUTRA
                   MOVE 'DE OUTRA EXECUCAO' TO WS-DET-DIVERGENCIA
                   MOVE SPACES TO WS-DET-DUR-MESTRE
                   PERFORM 2900-LISTA-DETALHE
               END-IF
           END-IF.

       2200-GUARDA-CHAVE-DETALHE.
           MOVE DET-TITULO TO CON-TITULO
           MOVE DET-CATEGORIA TO CON-CATEGORIA
           MOVE DET-DURACAO TO CON-DURACAO
           MOVE DET-FONTE TO CON-FONTE
           WRITE CON-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTDE-DET-REPETIDO
                   MOVE 'REPETIDO NO DETALHE' TO WS-DET-DIVERGENCIA
                   MOVE SPACES TO WS-DET-DUR-MESTRE
                   PERFORM 2900-LISTA-DETALHE
               NOT INVALID KEY
                   PERFORM 2300-CONFERE-NO-MESTRE
           END-WRITE.

       2300-CONFERE-NO-MESTRE.
           MOVE DET-TITULO TO MST-TITULO
           MOVE DET-CATEGORIA TO MST-CATEGORIA
           READ VID-MESTRE
               INVALID KEY
                   ADD 1 TO WS-QTDE-DET-AUSENTE
                   MOVE 'AUSENTE DO MESTRE' TO WS-DET-DIVERGENCIA
                   MOVE SPACES TO WS-DET-DUR-MESTRE
                   PERFORM 2900-LISTA-DETALHE
               NOT INVALID KEY
                   PERFORM 2310-COMPARA-REGISTRO
           END-READ.

      * um registro carimbado com outra execucao e tambem listado
      * com a duracao do mestre, que pode ou nao diferir
       2310-COMPARA-REGISTRO.
           MOVE MST-DURACAO-SEGUNDOS TO WS-ED-DURACAO
           MOVE WS-ED-DURACAO TO WS-DET-DUR-MESTRE
           IF MST-DATA-ULTIMA NOT = WS-DATA-EXECUCAO
               OR MST-RUN-ID-ULTIMO NOT = WS-RUN-ID
               ADD 1 TO WS-QTDE-DET-CARIMBO
               MOVE 'MESTRE SEM CARIMBO' TO WS-DET-DIVERGENCIA
               PERFORM 2900-LISTA-DETALHE
           ELSE
               IF MST-DURACAO-SEGUNDOS NOT = DET-DURACAO
                   ADD 1 TO WS-QTDE-DET-DURACAO
                   MOVE 'DURACAO DIFERENTE' TO WS-DET-DIVERGENCIA
                   PERFORM 2900-LISTA-DETALHE
               ELSE
                   ADD 1 TO WS-QTDE-DET-CONFERE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Lista a linha corrente do detalhe como fora de passo, com a
      * divergencia e a duracao do mestre ja montadas.
      *-----------------------------------------------------------------
       2900-LISTA-DETALHE.
           ADD 1 TO WS-QTDE-DIVERGENCIAS
           MOVE 'S' TO WS-DIVERGENTE-FLAG
           MOVE DET-CATEGORIA TO WS-DET-CATEGORIA
           MOVE DET-DURACAO TO WS-ED-DURACAO
           MOVE WS-ED-DURACAO TO WS-DET-DUR-DETALHE
           MOVE DET-FONTE TO WS-DET-FONTE
           MOVE DET-TITULO TO WS-DET-TITULO
           MOVE WS-LINHA-DET TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Segundo sentido: percorre o mestre inteiro em sequencia de
      * chave, como AUSENCIAS-MESTRE, e cada registro carimbado com
      * a execucao precisa da sua linha no detalhe (chave guardada
      * em CONCWORK).
      *-----------------------------------------------------------------
       2500-CONFERE-MESTRE.
           MOVE SPACES TO MST-CHAVE
           START VID-MESTRE KEY NOT < MST-CHAVE
               INVALID KEY MOVE 'S' TO WS-MESTRE-FIM-FLAG
           END-START
           PERFORM 2510-AVALIA-PROXIMO
               UNTIL WS-MESTRE-FIM
           IF WS-QTDE-DIVERGENCIAS = ZEROS
               MOVE WS-LINHA-VAZIA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       2510-AVALIA-PROXIMO.
           READ VID-MESTRE NEXT
               AT END MOVE 'S' TO WS-MESTRE-FIM-FLAG
               NOT AT END
                   ADD 1 TO WS-QTDE-MST-LIDOS
                   IF MST-DATA-ULTIMA = WS-DATA-EXECUCAO
                       AND MST-RUN-ID-ULTIMO = WS-RUN-ID
                       ADD 1 TO WS-QTDE-MST-EXECUCAO
                       PERFORM 2600-PROCURA-NO-DETALHE
                   END-IF
           END-READ.

       2600-PROCURA-NO-DETALHE.
           MOVE MST-TITULO TO CON-TITULO
           MOVE MST-CATEGORIA TO CON-CATEGORIA
           READ CON-WORK
               INVALID KEY
                   PERFORM 2610-LISTA-MESTRE
           END-READ.

       2610-LISTA-MESTRE.
           ADD 1 TO WS-QTDE-MST-FORA
           ADD 1 TO WS-QTDE-DIVERGENCIAS
           MOVE 'S' TO WS-DIVERGENTE-FLAG
           MOVE 'FORA DO DETALHE' TO WS-DET-DIVERGENCIA
           MOVE MST-CATEGORIA TO WS-DET-CATEGORIA
           MOVE SPACES TO WS-DET-DUR-DETALHE
           MOVE MST-DURACAO-SEGUNDOS TO WS-ED-DURACAO
           MOVE WS-ED-DURACAO TO WS-DET-DUR-MESTRE
           MOVE SPACES TO WS-DET-FONTE
           MOVE MST-TITULO TO WS-DET-TITULO
           MOVE WS-LINHA-DET TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Prova cada equacao da conciliacao e grava o resultado, os
      * contadores de cada tipo de divergencia e o veredicto final.
      *-----------------------------------------------------------------
       3000-CONFERE-EQUACOES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Aceitos (TOTAIS) x Novos+Alterados+Conhecidos: ' TO
               WS-BAL-DESCRICAO
           MOVE WS-ACEITOS-QTDE TO WS-EQ-ESQ
           MOVE WS-LOG-APLICADOS TO WS-EQ-DIR
           PERFORM 3100-AVALIA-E-GRAVA

           MOVE 'Linhas do Detalhe x Aceitos (TOTAIS)          : ' TO
               WS-BAL-DESCRICAO
           MOVE WS-QTDE-DETALHE TO WS-EQ-ESQ
           MOVE WS-ACEITOS-QTDE TO WS-EQ-DIR
           PERFORM 3100-AVALIA-E-GRAVA

           MOVE 'Detalhe Conferido no Mestre x Linhas Detalhe  : ' TO
               WS-BAL-DESCRICAO
           MOVE WS-QTDE-DET-CONFERE TO WS-EQ-ESQ
           MOVE WS-QTDE-DETALHE TO WS-EQ-DIR
           PERFORM 3100-AVALIA-E-GRAVA

           MOVE 'Mestre Carimbado na Execucao x Linhas Detalhe : ' TO
               WS-BAL-DESCRICAO
           MOVE WS-QTDE-MST-EXECUCAO TO WS-EQ-ESQ
           MOVE WS-QTDE-DETALHE TO WS-EQ-DIR
           PERFORM 3100-AVALIA-E-GRAVA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Registros Lidos no Mestre:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-MST-LIDOS TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Detalhe de Outra Execucao:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-DET-OUTRA TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Repetidos no Detalhe:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-DET-REPETIDO TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Ausentes do Mestre:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-DET-AUSENTE TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Sem Carimbo da Execucao no Mestre:' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-DET-CARIMBO TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'Duracao Diferente no Mestre:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-DET-DURACAO TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           MOVE 'No Mestre e Fora do Detalhe:' TO WS-CONT-DESCRICAO
           MOVE WS-QTDE-MST-FORA TO WS-CONT-VALOR
           PERFORM 3200-GRAVA-CONTADOR
           IF NOT WS-LOG-ACHOU
               MOVE '  Execucao ausente de MESTRLOG.TXT' TO REL-LINHA
               WRITE REL-LINHA
           END-IF

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
      * Encerra com RETURN-CODE 8 em caso de divergencia: o aviso
      * nao desfaz o que o mestre ja efetivou nem bloqueia os passos
      * seguintes, mas aponta a deriva antes que ela chegue ao
      * cliente.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE VID-MESTRE
           CLOSE CON-WORK
           CLOSE REL-OUT
           IF WS-DIVERGENTE
               DISPLAY 'CONCILIA-MESTRE: EXECUCAO ' WS-DATA-EXECUCAO
                   '/' WS-RUN-ID ' DIVERGENTE - ' WS-QTDE-DIVERGENCIAS
                   ' TITULO(S) FORA DE PASSO - VER CONCILIA.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CONCILIA-MESTRE: EXECUCAO ' WS-DATA-EXECUCAO
                   '/' WS-RUN-ID ' CONCILIADA OK'
               MOVE 0 TO RETURN-CODE
           END-IF.
