      *     DIVERGENTE DE BALANCO-EXECUCAO. QUALQUER DIVERGENCIA
      *     ENCERRA O PASSO COM RETURN-CODE 16, PARA QUE NENHUM
      *     REGISTRO DESAPARECA DO MESTRE EM SILENCIO.
      *     CADA REGISTRO EXPURGADO E ACRESCENTADO TAMBEM A CARTEIRA
      *     DE MOVIMENTOS DA REMESSA AO CATALOGO (REMPEND.TXT) COMO
      *     MOVIMENTO EXPURGADO, PARA QUE O CATALOGO O RETIRE.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-09-02 EBV     VERSAO INICIAL.
      *     2026-10-15 EBV     EXPURGADOS ACRESCENTADOS A CARTEIRA
      *                        REMPEND.TXT DA REMESSA AO CATALOGO.
      *     2026-10-15 EBV     AO FINAL DA EXECUCAO O PROGRAMA
      *                        ACRESCENTA EM CAPACID.TXT A MAIOR
      *                        OCUPACAO DA TABELA DE CATEGORIAS DOS
      *                        EXPURGADOS (ANTES DO BUCKET OUTRAS),
      *                        PARA O RELATORIO DE CAPACIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGA-MESTRE.
           SELECT ARQ-OUT ASSIGN TO 'MESTRARQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
      * Carteira de movimentos ainda nao remetidos ao catalogo (mesma
      * definicao de PND-FILE em REMESSA-CATALOGO), aberta em EXTEND
           SELECT PND-FILE ASSIGN TO 'REMPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
      * Relatorio do expurgo, com a prova de fechamento
           SELECT REL-OUT ASSIGN TO 'EXPURGO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(01).
           05 ARQ-RUN-ID-ULTIMO   PIC 9(08).

      * Estrutura de cada movimento da carteira (mesmo layout de
      * RPD-REGISTRO em REMESSA-CATALOGO)
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

      * Parametros de processamento, com o valor padrao assumido
           05 WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-MESTRE-STATUS      PIC X(02) VALUE SPACES.
           05 WS-ARQ-STATUS         PIC X(02) VALUE SPACES.
           05 WS-PND-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-MESTRE-FIM-FLAG    PIC X(01) VALUE 'N'.
           05 FILLER              PIC X(20) VALUE 'Veredicto Final:   '.
           05 WS-BAL-FINAL        PIC X(12).

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'PURGMST'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-CAT-MAXIMO     PIC 9(02) COMP VALUE ZERO.
           05 WS-CAP-CAT-OUTRAS     PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 2000-PERCORRE-MESTRE.
           PERFORM 3000-GRAVA-RELATORIO.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
           IF WS-ARQ-STATUS = '35'
               OPEN OUTPUT ARQ-OUT
           END-IF
           OPEN EXTEND PND-FILE
           IF WS-PND-STATUS = '35'
               OPEN OUTPUT PND-FILE
           END-IF
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-EXECUCAO).
      *-----------------------------------------------------------------
      * Grava a imagem integral do registro no arquivo de guarda com
      * a data do expurgo, remove o registro do mestre e acumula os
      * subtotais por categoria e por faixa de idade, acrescentando
      * o movimento EXPURGADO a carteira da remessa ao catalogo. O
      * registro so e contado como expurgado quando a gravacao da
      * guarda E a remocao do mestre foram ambas efetivadas; qualquer
      * erro mantem o registro e arma o veredicto DIVERGENTE.
      *-----------------------------------------------------------------
       2300-EXPURGA-REGISTRO.
           MOVE SPACES TO ARQ-REGISTRO
                       ADD 1 TO WS-QTDE-EXPURGADOS
                       PERFORM 2400-ACUMULA-CATEGORIA
                       PERFORM 2500-ACUMULA-FAIXA-IDADE
                       PERFORM 2600-GRAVA-MOVIMENTO-REMESSA
               END-DELETE
           END-IF.

               SET WS-CAT-IDX TO WS-CATEGORIA-QTDE-OCUP
               MOVE MST-CATEGORIA TO WS-CATEGORIA-CODIGO (WS-CAT-IDX)
           ELSE
               ADD 1 TO WS-CAP-CAT-OUTRAS
               IF WS-CATEGORIA-QTDE-OCUP < 20
                   ADD 1 TO WS-CATEGORIA-QTDE-OCUP
                   SET WS-CAT-IDX TO WS-CATEGORIA-QTDE-OCUP
           END-EVALUATE
           ADD 1 TO WS-FAIXA-IDADE-QTDE (WS-FAIXA-IDADE-SUB).

      *-----------------------------------------------------------------
      * Acrescenta a carteira da remessa ao catalogo o movimento
      * EXPURGADO do registro removido, com a data do expurgo, a
      * duracao que constava do mestre como duracao antiga e a
      * duracao nova zerada.
      *-----------------------------------------------------------------
       2600-GRAVA-MOVIMENTO-REMESSA.
           MOVE SPACES TO RPD-REGISTRO
           MOVE 'EXPURGADO' TO RPD-MOVIMENTO
           MOVE WS-DATA-EXECUCAO TO RPD-DATA-MOVIMENTO
           MOVE ZEROS TO RPD-RUN-ID
           MOVE MST-CATEGORIA TO RPD-CATEGORIA
           MOVE MST-DURACAO-SEGUNDOS TO RPD-DURACAO-ANTIGA
           MOVE ZEROS TO RPD-DURACAO-NOVA
           MOVE MST-TITULO TO RPD-TITULO
           WRITE RPD-REGISTRO
           IF WS-PND-STATUS NOT = '00'
               DISPLAY 'EXPURGA-MESTRE: ERRO AO GRAVAR A CARTEIRA DA '
                   'REMESSA (STATUS ' WS-PND-STATUS '): ' MST-TITULO
               MOVE 'S' TO WS-DIVERGENTE-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Grava o relatorio do expurgo: parametros em vigor, totais,
      * subtotais por categoria e por faixa de idade e a equacao de
           MOVE WS-LINHA-EQUACAO TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) a linha
      * da tabela de subtotais por categoria dos expurgados, medida
      * contra as 19 entradas proprias (a vigesima e o bucket
      * OUTRAS); os registros acumulados em OUTRAS contam como
      * excedentes. Falha ao abrir o arquivo nao altera o
      * RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           MOVE WS-DATA-EXECUCAO TO WS-CAP-DATA-EXECUCAO
           ACCEPT WS-CAP-RUN-ID FROM TIME
           IF WS-CATEGORIA-QTDE-OCUP > 19
               MOVE 19 TO WS-CAP-CAT-MAXIMO
           ELSE
               MOVE WS-CATEGORIA-QTDE-OCUP TO WS-CAP-CAT-MAXIMO
           END-IF
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'EXPURGA-MESTRE: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'CATEGORIAS EXPURGO' TO WS-CAP-TABELA
               MOVE 19 TO WS-CAP-LIMITE
               MOVE WS-CAP-CAT-MAXIMO TO WS-CAP-MAXIMO
               MOVE WS-CAP-CAT-OUTRAS TO WS-CAP-EXCEDENTES
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
      * Encerra os arquivos. Em caso de divergencia o passo termina
      * com RETURN-CODE 16, para que a descarga da guarda para fita
       9000-FINALIZA.
           CLOSE VID-MESTRE
           CLOSE ARQ-OUT
           CLOSE PND-FILE
           IF WS-DIVERGENTE
               DISPLAY 'EXPURGA-MESTRE: EXPURGO DIVERGENTE - VER '
                   'EXPURGO.TXT'
