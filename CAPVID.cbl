      ******************************************************************
      * PROGRAM-ID: MONITORA-CAPACIDADE
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: RELATORIO DE CAPACIDADE DAS TABELAS INTERNAS DOS
      *     PROGRAMAS DO SISTEMA (FONTES, CATEGORIAS ANTES DO BUCKET
      *     OUTRAS, CADASTRO DE CATEGORIAS, PENDENCIAS, JANELAS DE
      *     HISTORICO ETC.). CADA PROGRAMA ACRESCENTA EM CAPACID.TXT,
      *     AO FINAL DA EXECUCAO, UMA LINHA POR TABELA COM O LIMITE,
      *     A MAIOR OCUPACAO ATINGIDA E AS OCORRENCIAS QUE FICARAM
      *     SEM ENTRADA PROPRIA (IGNORADAS OU ACUMULADAS EM OUTRAS).
      *     ESTE PASSO LE O ARQUIVO E GRAVA CAPACIDA.TXT COM:
      *     - O RESUMO POR TABELA: LIMITE, OCUPACAO E PERCENTUAL DE
      *       USO NA ULTIMA EXECUCAO, EXCEDENTES, PICO DOS ULTIMOS
      *       12 MESES E A SITUACAO (ATENCAO A PARTIR DO PERCENTUAL
      *       DE ALERTA DO CARTAO SYSIN, ESGOTADA QUANDO A TABELA
      *       ENCHEU OU JA DEIXOU OCORRENCIAS SEM ENTRADA PROPRIA);
      *     - A EVOLUCAO MENSAL DO PICO DE USO DE CADA TABELA NOS
      *       ULTIMOS 12 MESES.
      *     TABELA EM ATENCAO OU ESGOTADA ENCERRA O PASSO COM
      *     RETURN-CODE 8, PARA QUE A AMPLIACAO SEJA PLANEJADA ANTES
      *     QUE UMA CATEGORIA SEJA DOBRADA EM OUTRAS OU UMA JANELA DE
      *     HISTORICO SEJA CORTADA. TABELAS SEM LIMITE (ARQUIVOS DE
      *     TRABALHO INDEXADOS) APARECEM SO COM O VOLUME.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITORA-CAPACIDADE.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartao de controle com o percentual de uso a partir do qual
      * a tabela entra em atencao
           SELECT CTL-CARTAO ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas (lido aqui e acrescido da linha da
      * propria tabela deste passo)
           SELECT CAP-ARQ ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
      * Relatorio de capacidade
           SELECT REL-OUT ASSIGN TO 'CAPACIDA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARTAO.
       01 CTL-REGISTRO.
           05 CTL-PCT-ALERTA       PIC 9(03).

      * Estrutura de cada linha do registro de capacidade: execucao,
      * programa (nome do membro), tabela, limite (zero = sem
      * limite), maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria
       FD CAP-ARQ.
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

       FD REL-OUT.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      * Parametros de processamento, com o valor padrao assumido
      * quando o cartao de controle nao for informado
       01 WS-PARAMETROS.
           05 WS-PCT-ALERTA         PIC 9(03) VALUE 80.

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-CAP-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CAP-FIM                   VALUE 'S'.

      * Execucao deste passo e mes de referencia do relatorio (o
      * mes da linha mais recente do registro de capacidade). Os
      * meses sao numerados em sequencia continua (ano x 12 + mes
      * - 1) para posicionar cada linha na janela de 12 meses.
       01 WS-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-RUN-ID             PIC 9(08) VALUE ZEROS.
           05 WS-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
           05 WS-MES-REFERENCIA     PIC 9(06) COMP VALUE ZERO.
           05 WS-MES-LINHA          PIC 9(06) COMP VALUE ZERO.
           05 WS-MES-POSICAO        PIC S9(06) COMP VALUE ZERO.

      * Data de trabalho quebrada em ano, mes e dia
       01 WS-DATAS.
           05 WS-DATA-TRAB          PIC 9(08) VALUE ZEROS.
           05 WS-DATA-TRAB-RED REDEFINES WS-DATA-TRAB.
               10 WS-DATA-TRAB-ANO  PIC 9(04).
               10 WS-DATA-TRAB-MES  PIC 9(02).
               10 WS-DATA-TRAB-DIA  PIC 9(02).
           05 WS-MES-TRAB           PIC 9(06) VALUE ZEROS.
           05 WS-MES-TRAB-RED REDEFINES WS-MES-TRAB.
               10 WS-MES-TRAB-ANO   PIC 9(04).
               10 WS-MES-TRAB-MES   PIC 9(02).

      * Medida de uso da linha corrente: percentual do limite
      * (truncado) ou, em tabela sem limite, o proprio volume
       01 WS-MEDIDA-VARS.
           05 WS-PCT-LINHA          PIC 9(05) VALUE ZEROS.
           05 WS-MEDIDA-LINHA       PIC 9(10) VALUE ZEROS.
           05 WS-CHAVE-LINHA        PIC 9(16) VALUE ZEROS.
           05 WS-PCT-ULTIMA         PIC 9(05) VALUE ZEROS.

      * Tabelas monitoradas, na ordem em que aparecem no registro de
      * capacidade, com a ultima execucao, o pico da janela e o pico
      * de cada um dos 12 meses (posicao 12 = mes de referencia)
       01 WS-TAB-TABELA.
           05 WS-TAB-QTDE-OCUP      PIC 9(03) COMP VALUE ZERO.
           05 WS-TAB-ENTRADA OCCURS 100 TIMES
                   INDEXED BY WS-TAB-IDX.
               10 WS-TAB-PROGRAMA       PIC X(08).
               10 WS-TAB-NOME           PIC X(20).
               10 WS-TAB-LIMITE         PIC 9(07).
               10 WS-TAB-CHAVE-ULTIMA   PIC 9(16).
               10 WS-TAB-ULT-MAXIMO     PIC 9(10).
               10 WS-TAB-ULT-EXCEDENTES PIC 9(10).
               10 WS-TAB-PICO-MEDIDA    PIC 9(10).
               10 WS-TAB-PICO-MAXIMO    PIC 9(10).
               10 WS-TAB-PICO-DATA      PIC 9(08).
               10 WS-TAB-MES OCCURS 12 TIMES.
                   15 WS-TAB-MES-MEDIDA PIC 9(10).
                   15 WS-TAB-MES-FLAG   PIC X(01).
                      88 WS-TAB-MES-COM-DADOS      VALUE 'S'.

       01 WS-TAB-VARS.
           05 WS-MES-SUB            PIC 9(02) COMP VALUE ZERO.
           05 WS-TAB-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-TAB-ACHOU                 VALUE 'S'.
           05 WS-TAB-CHEIA-FLAG     PIC X(01) VALUE 'N'.
              88 WS-TAB-CHEIA                 VALUE 'S'.

      * Contadores da execucao
       01 WS-CONTADORES.
           05 WS-QTDE-LIDAS         PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-NA-JANELA     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-IGNORADAS     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-ATENCAO       PIC 9(04) VALUE ZEROS.
           05 WS-QTDE-ESGOTADAS     PIC 9(04) VALUE ZEROS.

      * Linha de capacidade da tabela deste passo
       01 WS-CAPACIDADE.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'CAPVID'.

      * Linhas de exibicao do relatorio
       01 WS-LINHA-TITULO.
           05 FILLER              PIC X(50) VALUE
               'Capacidade das Tabelas Internas dos Programas:'.

       01 WS-LINHA-PARAMETROS.
           05 FILLER              PIC X(06) VALUE 'Data: '.
           05 WS-ECO-DATA         PIC 9(08).
           05 FILLER              PIC X(18) VALUE
               '  Mes Referencia: '.
           05 WS-ECO-MES          PIC 9(06).
           05 FILLER              PIC X(24) VALUE
               '  Percentual de Alerta: '.
           05 WS-ECO-PCT          PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '%'.

       01 WS-LINHA-RESUMO-CAB.
           05 FILLER              PIC X(60) VALUE
               'Resumo por Tabela (ultima execucao e pico em 12 meses)'.

       01 WS-LINHA-RESUMO-COL.
           05 FILLER              PIC X(09) VALUE 'Programa'.
           05 FILLER              PIC X(21) VALUE 'Tabela'.
           05 FILLER              PIC X(11) VALUE '    Limite'.
           05 FILLER              PIC X(09) VALUE 'Ult.Exec'.
           05 FILLER              PIC X(11) VALUE '  Ocupacao'.
           05 FILLER              PIC X(06) VALUE ' Uso%'.
           05 FILLER              PIC X(11) VALUE 'Excedentes'.
           05 FILLER              PIC X(11) VALUE '      Pico'.
           05 FILLER              PIC X(06) VALUE 'Pico%'.
           05 FILLER              PIC X(10) VALUE 'Data Pico'.
           05 FILLER              PIC X(08) VALUE 'Situacao'.

       01 WS-LINHA-RESUMO-DET.
           05 WS-RES-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-TABELA       PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-LIMITE       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-DATA-ULTIMA  PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-OCUPACAO     PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-USO          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-EXCEDENTES   PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-PICO         PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-PICO-USO     PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RES-DATA-PICO    PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RES-SITUACAO     PIC X(10).

      * Campos editados movidos para as colunas alfanumericas do
      * resumo (que tambem recebem SEM LIMITE / -)
       01 WS-EDICAO.
           05 WS-ED-LIMITE        PIC Z(09)9.
           05 WS-ED-PCT           PIC ZZZZ9.

       01 WS-LINHA-EVOL-CAB.
           05 FILLER              PIC X(60) VALUE
               'Evolucao Mensal do Pico de Uso (% ou volume):'.

       01 WS-LINHA-EVOL-COL.
           05 FILLER              PIC X(09) VALUE 'Programa'.
           05 FILLER              PIC X(21) VALUE 'Tabela'.
           05 WS-EVC-MES OCCURS 12 TIMES.
               10 FILLER          PIC X(02).
               10 WS-EVC-MES-VALOR PIC 9(06).

       01 WS-LINHA-EVOL-DET.
           05 WS-EVD-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-EVD-TABELA       PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-EVD-MES OCCURS 12 TIMES.
               10 FILLER          PIC X(01).
               10 WS-EVD-CELULA   PIC X(07).

       01 WS-EVD-VALOR            PIC ZZZZZZ9.

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(36).
           05 WS-CONT-VALOR       PIC ZZZZZZZ9.

       01 WS-LINHA-VAZIA.
           05 FILLER              PIC X(60) VALUE
               '  Nenhuma linha no registro de capacidade'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 1100-APURA-REFERENCIA.
           PERFORM 2000-CARREGA-CAPACIDADE.
           PERFORM 3000-GRAVA-RELATORIO.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le no cartao de controle (SYSIN) o percentual de uso a partir
      * do qual uma tabela entra em atencao. Cartao ausente ou
      * invalido (zero ou acima de 100) mantem o padrao de 80%.
      *-----------------------------------------------------------------
       1000-LE-CARTAO-CONTROLE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID FROM TIME
           OPEN INPUT CTL-CARTAO
           IF WS-CTL-STATUS = '00'
               READ CTL-CARTAO
                   AT END MOVE 'S' TO WS-CTL-FIM-FLAG
               END-READ
               IF NOT WS-CTL-FIM
                   IF CTL-PCT-ALERTA IS NUMERIC
                       AND CTL-PCT-ALERTA > ZEROS
                       AND CTL-PCT-ALERTA NOT > 100
                       MOVE CTL-PCT-ALERTA TO WS-PCT-ALERTA
                   END-IF
               END-IF
               CLOSE CTL-CARTAO
           END-IF.

      *-----------------------------------------------------------------
      * Primeira passada no registro de capacidade: apura a data da
      * linha mais recente, cujo mes e o ultimo da janela de 12
      * meses do relatorio. Registro ausente ou vazio nao e erro: o
      * relatorio sai informando que nao ha linhas.
      *-----------------------------------------------------------------
       1100-APURA-REFERENCIA.
           OPEN INPUT CAP-ARQ
           IF WS-CAP-STATUS = '00'
               PERFORM 1110-LE-LINHA-REFERENCIA
                   UNTIL WS-CAP-FIM
               CLOSE CAP-ARQ
           END-IF
           MOVE WS-DATA-REFERENCIA TO WS-DATA-TRAB
           COMPUTE WS-MES-REFERENCIA =
               WS-DATA-TRAB-ANO * 12 + WS-DATA-TRAB-MES - 1.

       1110-LE-LINHA-REFERENCIA.
           READ CAP-ARQ
               AT END MOVE 'S' TO WS-CAP-FIM-FLAG
           END-READ
           IF NOT WS-CAP-FIM
               ADD 1 TO WS-QTDE-LIDAS
               IF CAP-DATA-EXECUCAO IS NUMERIC
                   AND CAP-DATA-EXECUCAO > WS-DATA-REFERENCIA
                   MOVE CAP-DATA-EXECUCAO TO WS-DATA-REFERENCIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Segunda passada: cada linha dos ultimos 12 meses e acumulada
      * na entrada da sua tabela (programa + nome da tabela). A
      * linha de execucao mais recente (data + run-id) responde
      * pela ultima execucao; a rerodada de uma mesma execucao
      * substitui a linha anterior dela.
      *-----------------------------------------------------------------
       2000-CARREGA-CAPACIDADE.
           IF WS-QTDE-LIDAS > ZEROS
               MOVE 'N' TO WS-CAP-FIM-FLAG
               OPEN INPUT CAP-ARQ
               PERFORM 2010-LE-LINHA-CAPACIDADE
                   UNTIL WS-CAP-FIM
               CLOSE CAP-ARQ
           END-IF.

       2010-LE-LINHA-CAPACIDADE.
           READ CAP-ARQ
               AT END MOVE 'S' TO WS-CAP-FIM-FLAG
           END-READ
           IF NOT WS-CAP-FIM
               AND CAP-DATA-EXECUCAO IS NUMERIC
               AND CAP-RUN-ID IS NUMERIC
               AND CAP-LIMITE IS NUMERIC
               AND CAP-MAXIMO IS NUMERIC
               AND CAP-EXCEDENTES IS NUMERIC
               MOVE CAP-DATA-EXECUCAO TO WS-DATA-TRAB
               COMPUTE WS-MES-LINHA =
                   WS-DATA-TRAB-ANO * 12 + WS-DATA-TRAB-MES - 1
               COMPUTE WS-MES-POSICAO =
                   WS-MES-LINHA - WS-MES-REFERENCIA + 12
               IF WS-MES-POSICAO > ZERO
                   AND WS-MES-POSICAO NOT > 12
                   ADD 1 TO WS-QTDE-NA-JANELA
                   PERFORM 2100-LOCALIZA-TABELA
                   IF WS-TAB-ACHOU
                       PERFORM 2200-ACUMULA-LINHA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Localiza (ou cria) a entrada da tabela da linha corrente,
      * deixando WS-TAB-IDX posicionado nela. Com a tabela de
      * tabelas cheia, a linha e ignorada com aviso no log do job.
      *-----------------------------------------------------------------
       2100-LOCALIZA-TABELA.
           MOVE 'N' TO WS-TAB-ACHOU-FLAG
           SET WS-TAB-IDX TO 1
           SEARCH WS-TAB-ENTRADA
               AT END
                   ADD 1 TO WS-QTDE-IGNORADAS
                   IF NOT WS-TAB-CHEIA
                       MOVE 'S' TO WS-TAB-CHEIA-FLAG
                       DISPLAY 'MONITORA-CAPACIDADE: LIMITE DE 100 '
                           'TABELAS - LINHAS EXCEDENTES IGNORADAS'
                   END-IF
               WHEN WS-TAB-IDX > WS-TAB-QTDE-OCUP
                   PERFORM 2110-NOVA-TABELA
               WHEN WS-TAB-PROGRAMA (WS-TAB-IDX) = CAP-PROGRAMA
                   AND WS-TAB-NOME (WS-TAB-IDX) = CAP-TABELA
                   MOVE 'S' TO WS-TAB-ACHOU-FLAG
           END-SEARCH.

       2110-NOVA-TABELA.
           ADD 1 TO WS-TAB-QTDE-OCUP
           MOVE CAP-PROGRAMA TO WS-TAB-PROGRAMA (WS-TAB-IDX)
           MOVE CAP-TABELA TO WS-TAB-NOME (WS-TAB-IDX)
           MOVE ZEROS TO WS-TAB-LIMITE (WS-TAB-IDX)
                         WS-TAB-CHAVE-ULTIMA (WS-TAB-IDX)
                         WS-TAB-ULT-MAXIMO (WS-TAB-IDX)
                         WS-TAB-ULT-EXCEDENTES (WS-TAB-IDX)
                         WS-TAB-PICO-MEDIDA (WS-TAB-IDX)
                         WS-TAB-PICO-MAXIMO (WS-TAB-IDX)
                         WS-TAB-PICO-DATA (WS-TAB-IDX)
           PERFORM 2111-ZERA-MES
               VARYING WS-MES-SUB FROM 1 BY 1
               UNTIL WS-MES-SUB > 12
           MOVE 'S' TO WS-TAB-ACHOU-FLAG.

       2111-ZERA-MES.
           MOVE ZEROS TO WS-TAB-MES-MEDIDA (WS-TAB-IDX, WS-MES-SUB)
           MOVE 'N' TO WS-TAB-MES-FLAG (WS-TAB-IDX, WS-MES-SUB).

      *-----------------------------------------------------------------
      * Acumula a linha corrente na entrada da sua tabela: ultima
      * execucao, pico da janela e pico do mes. A medida de uso e o
      * percentual do limite; em tabela sem limite, o volume.
      *-----------------------------------------------------------------
       2200-ACUMULA-LINHA.
           IF CAP-LIMITE > ZEROS
               COMPUTE WS-PCT-LINHA = CAP-MAXIMO * 100 / CAP-LIMITE
               MOVE WS-PCT-LINHA TO WS-MEDIDA-LINHA
           ELSE
               MOVE CAP-MAXIMO TO WS-MEDIDA-LINHA
           END-IF
           COMPUTE WS-CHAVE-LINHA =
               CAP-DATA-EXECUCAO * 100000000 + CAP-RUN-ID
           IF WS-CHAVE-LINHA NOT < WS-TAB-CHAVE-ULTIMA (WS-TAB-IDX)
               MOVE WS-CHAVE-LINHA TO WS-TAB-CHAVE-ULTIMA (WS-TAB-IDX)
               MOVE CAP-LIMITE TO WS-TAB-LIMITE (WS-TAB-IDX)
               MOVE CAP-MAXIMO TO WS-TAB-ULT-MAXIMO (WS-TAB-IDX)
               MOVE CAP-EXCEDENTES TO
                   WS-TAB-ULT-EXCEDENTES (WS-TAB-IDX)
           END-IF
           IF WS-MEDIDA-LINHA NOT < WS-TAB-PICO-MEDIDA (WS-TAB-IDX)
               MOVE WS-MEDIDA-LINHA TO WS-TAB-PICO-MEDIDA (WS-TAB-IDX)
               MOVE CAP-MAXIMO TO WS-TAB-PICO-MAXIMO (WS-TAB-IDX)
               MOVE CAP-DATA-EXECUCAO TO WS-TAB-PICO-DATA (WS-TAB-IDX)
           END-IF
           MOVE WS-MES-POSICAO TO WS-MES-SUB
           MOVE 'S' TO WS-TAB-MES-FLAG (WS-TAB-IDX, WS-MES-SUB)
           IF WS-MEDIDA-LINHA >
                   WS-TAB-MES-MEDIDA (WS-TAB-IDX, WS-MES-SUB)
               MOVE WS-MEDIDA-LINHA TO
                   WS-TAB-MES-MEDIDA (WS-TAB-IDX, WS-MES-SUB)
           END-IF.

      *-----------------------------------------------------------------
      * Grava o relatorio: cabecalho com os parametros, o resumo por
      * tabela com a situacao de cada uma e a evolucao mensal do
      * pico de uso, seguidos dos contadores.
      *-----------------------------------------------------------------
       3000-GRAVA-RELATORIO.
           OPEN OUTPUT REL-OUT
           MOVE WS-LINHA-TITULO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DATA-EXECUCAO TO WS-ECO-DATA
           MOVE WS-DATA-REFERENCIA TO WS-DATA-TRAB
           MOVE WS-DATA-TRAB-ANO TO WS-MES-TRAB-ANO
           MOVE WS-DATA-TRAB-MES TO WS-MES-TRAB-MES
           MOVE WS-MES-TRAB TO WS-ECO-MES
           MOVE WS-PCT-ALERTA TO WS-ECO-PCT
           MOVE WS-LINHA-PARAMETROS TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-RESUMO-CAB TO REL-LINHA
           WRITE REL-LINHA
           IF WS-TAB-QTDE-OCUP = ZERO
               MOVE WS-LINHA-VAZIA TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE WS-LINHA-RESUMO-COL TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 3100-GRAVA-RESUMO-TABELA
                   VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-QTDE-OCUP
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-LINHA-EVOL-CAB TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO WS-LINHA-EVOL-COL (31:)
               PERFORM 3210-MONTA-MES-CABECALHO
                   VARYING WS-MES-SUB FROM 1 BY 1
                   UNTIL WS-MES-SUB > 12
               MOVE WS-LINHA-EVOL-COL TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 3200-GRAVA-EVOLUCAO-TABELA
                   VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-QTDE-OCUP
           END-IF
           PERFORM 4000-GRAVA-TOTAIS
           CLOSE REL-OUT.

      *-----------------------------------------------------------------
      * Linha do resumo de uma tabela. A situacao sai da ultima
      * execucao: ESGOTADA quando a tabela encheu ou deixou
      * ocorrencias sem entrada propria, ATENCAO a partir do
      * percentual de alerta, OK abaixo dele. Tabela sem limite nao
      * tem situacao.
      *-----------------------------------------------------------------
       3100-GRAVA-RESUMO-TABELA.
           MOVE WS-TAB-PROGRAMA (WS-TAB-IDX) TO WS-RES-PROGRAMA
           MOVE WS-TAB-NOME (WS-TAB-IDX) TO WS-RES-TABELA
           MOVE WS-TAB-CHAVE-ULTIMA (WS-TAB-IDX) TO WS-CHAVE-LINHA
           COMPUTE WS-RES-DATA-ULTIMA = WS-CHAVE-LINHA / 100000000
           MOVE WS-TAB-ULT-MAXIMO (WS-TAB-IDX) TO WS-RES-OCUPACAO
           MOVE WS-TAB-ULT-EXCEDENTES (WS-TAB-IDX) TO WS-RES-EXCEDENTES
           MOVE WS-TAB-PICO-MAXIMO (WS-TAB-IDX) TO WS-RES-PICO
           MOVE WS-TAB-PICO-DATA (WS-TAB-IDX) TO WS-RES-DATA-PICO
           IF WS-TAB-LIMITE (WS-TAB-IDX) = ZEROS
               MOVE 'SEM LIMITE' TO WS-RES-LIMITE
               MOVE '    -' TO WS-RES-USO
               MOVE '    -' TO WS-RES-PICO-USO
               MOVE '-' TO WS-RES-SITUACAO
           ELSE
               MOVE WS-TAB-LIMITE (WS-TAB-IDX) TO WS-ED-LIMITE
               MOVE WS-ED-LIMITE TO WS-RES-LIMITE
               COMPUTE WS-PCT-ULTIMA =
                   WS-TAB-ULT-MAXIMO (WS-TAB-IDX) * 100
                   / WS-TAB-LIMITE (WS-TAB-IDX)
               MOVE WS-PCT-ULTIMA TO WS-ED-PCT
               MOVE WS-ED-PCT TO WS-RES-USO
               MOVE WS-TAB-PICO-MEDIDA (WS-TAB-IDX) TO WS-ED-PCT
               MOVE WS-ED-PCT TO WS-RES-PICO-USO
               IF WS-PCT-ULTIMA NOT < 100
                   OR WS-TAB-ULT-EXCEDENTES (WS-TAB-IDX) > ZEROS
                   MOVE 'ESGOTADA' TO WS-RES-SITUACAO
                   ADD 1 TO WS-QTDE-ESGOTADAS
               ELSE
                   IF WS-PCT-ULTIMA NOT < WS-PCT-ALERTA
                       MOVE 'ATENCAO' TO WS-RES-SITUACAO
                       ADD 1 TO WS-QTDE-ATENCAO
                   ELSE
                       MOVE 'OK' TO WS-RES-SITUACAO
                   END-IF
               END-IF
           END-IF
           MOVE WS-LINHA-RESUMO-DET TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Linha da evolucao mensal de uma tabela: o pico de cada mes
      * da janela (percentual, ou volume em tabela sem limite); mes
      * sem execucao sai com traco.
      *-----------------------------------------------------------------
       3200-GRAVA-EVOLUCAO-TABELA.
           MOVE SPACES TO WS-LINHA-EVOL-DET
           MOVE WS-TAB-PROGRAMA (WS-TAB-IDX) TO WS-EVD-PROGRAMA
           MOVE WS-TAB-NOME (WS-TAB-IDX) TO WS-EVD-TABELA
           PERFORM 3220-MONTA-CELULA-MES
               VARYING WS-MES-SUB FROM 1 BY 1
               UNTIL WS-MES-SUB > 12
           MOVE WS-LINHA-EVOL-DET TO REL-LINHA
           WRITE REL-LINHA.

       3210-MONTA-MES-CABECALHO.
           COMPUTE WS-MES-LINHA = WS-MES-REFERENCIA - 12 + WS-MES-SUB
           COMPUTE WS-MES-TRAB-ANO = WS-MES-LINHA / 12
           COMPUTE WS-MES-TRAB-MES =
               WS-MES-LINHA - WS-MES-TRAB-ANO * 12 + 1
           MOVE WS-MES-TRAB TO WS-EVC-MES-VALOR (WS-MES-SUB).

       3220-MONTA-CELULA-MES.
           IF WS-TAB-MES-COM-DADOS (WS-TAB-IDX, WS-MES-SUB)
               IF WS-TAB-MES-MEDIDA (WS-TAB-IDX, WS-MES-SUB) > 9999999
                   MOVE ALL '*' TO WS-EVD-CELULA (WS-MES-SUB)
               ELSE
                   MOVE WS-TAB-MES-MEDIDA (WS-TAB-IDX, WS-MES-SUB)
                       TO WS-EVD-VALOR
                   MOVE WS-EVD-VALOR TO WS-EVD-CELULA (WS-MES-SUB)
               END-IF
           ELSE
               MOVE '      -' TO WS-EVD-CELULA (WS-MES-SUB)
           END-IF.

       4000-GRAVA-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Linhas Lidas em CAPACID.TXT:        ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-LIDAS TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE 'Linhas nos Ultimos 12 Meses:        ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-NA-JANELA TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE 'Tabelas Monitoradas:                ' TO
               WS-CONT-DESCRICAO
           MOVE WS-TAB-QTDE-OCUP TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE 'Tabelas em Atencao:                 ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-ATENCAO TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE 'Tabelas Esgotadas:                  ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-ESGOTADAS TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR.

       4100-GRAVA-CONTADOR.
           MOVE WS-LINHA-CONTADOR TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade a linha da tabela de
      * tabelas monitoradas deste passo, como fazem os demais
      * programas; ela entra no relatorio da execucao seguinte.
      * Falha ao abrir o arquivo nao altera o RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           OPEN EXTEND CAP-ARQ
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-ARQ
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'MONITORA-CAPACIDADE: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE SPACES TO CAP-REGISTRO
               MOVE WS-DATA-EXECUCAO TO CAP-DATA-EXECUCAO
               MOVE WS-RUN-ID TO CAP-RUN-ID
               MOVE WS-CAP-PROGRAMA TO CAP-PROGRAMA
               MOVE 'TABELAS MONITORADAS' TO CAP-TABELA
               MOVE 100 TO CAP-LIMITE
               MOVE WS-TAB-QTDE-OCUP TO CAP-MAXIMO
               MOVE WS-QTDE-IGNORADAS TO CAP-EXCEDENTES
               WRITE CAP-REGISTRO
               CLOSE CAP-ARQ
           END-IF.

      *-----------------------------------------------------------------
      * Exibe o resumo no log do job. Tabela em atencao ou esgotada
      * encerra o passo com RETURN-CODE 8.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           DISPLAY 'MONITORA-CAPACIDADE: TABELAS ' WS-TAB-QTDE-OCUP
               ' EM ATENCAO ' WS-QTDE-ATENCAO
               ' ESGOTADAS ' WS-QTDE-ESGOTADAS
               ' - VER CAPACIDA.TXT'
           IF WS-QTDE-ATENCAO > ZEROS OR WS-QTDE-ESGOTADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
