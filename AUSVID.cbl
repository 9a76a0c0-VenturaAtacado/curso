      ******************************************************************
      * PROGRAM-ID: AUSENCIAS-MESTRE
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: STEP EXECUTADO APOS A APLICACAO DO LOTE NO MESTRE
      *     (ATUALIZA-MESTRE). ATUALIZA-MESTRE SO INFORMA O QUE
      *     CHEGOU (NOVO / ALTERADO / CONHECIDO) E EXPURGA-MESTRE SO
      *     REMOVE, MESES DEPOIS, O QUE PAROU DE CHEGAR. ESTE PASSO
      *     APONTA NA MANHA SEGUINTE:
      *     - OS DESAPARECIDOS: REGISTROS DO MESTRE CUJA ULTIMA
      *       APARICAO (MST-DATA-ULTIMA / MST-RUN-ID-ULTIMO) FICOU
      *       PARA TRAS DE PELO MENOS N EXECUCOES DO MESTRE (N NO
      *       CARTAO SYSIN), COM CATEGORIA, DURACAO, DATA DA ULTIMA
      *       APARICAO E DIAS DE AUSENCIA, MARCANDO OS QUE SUMIRAM
      *       NESTA EXECUCAO;
      *     - OS REAPARECIDOS: VIDEOS QUE VOLTARAM NESTA EXECUCAO
      *       DEPOIS DE UMA AUSENCIA DE PELO MENOS N EXECUCOES, COM
      *       A DATA EM QUE TINHAM SIDO VISTOS PELA ULTIMA VEZ E
      *       QUANTOS DIAS FICARAM FORA.
      *     A SEQUENCIA DE EXECUCOES DO MESTRE E A DE MESTRLOG.TXT
      *     (UMA LINHA POR EXECUCAO) E A IMAGEM ANTERIOR DE CADA
      *     CHAVE APLICADA VEM DO JORNAL DE RESTART MSTJORN.TXT DA
      *     EXECUCAO. GRAVA O RELATORIO AUSENCIA.TXT E O EXTRATO
      *     AUSEXTR.TXT (UMA LINHA POR VIDEO LISTADO).
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSENCIAS-MESTRE.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartao de controle com a quantidade de execucoes sem
      * aparecer a partir da qual um video e dado como desaparecido
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
      * Log da aplicacao do lote sobre o mestre: uma linha por
      * execucao, a ultima e a da execucao corrente
           SELECT LOG-IN ASSIGN TO 'MESTRLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      * Jornal de restart da execucao corrente de ATUALIZA-MESTRE,
      * com a imagem anterior de cada chave aplicada
           SELECT JRN-IN ASSIGN TO 'MSTJORN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      * Relatorio de desaparecidos e reaparecidos da execucao
           SELECT REL-OUT ASSIGN TO 'AUSENCIA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Extrato de desaparecidos e reaparecidos da execucao
           SELECT AUS-OUT ASSIGN TO 'AUSEXTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARTAO.
       01 CTL-REGISTRO.
           05 CTL-QTDE-EXECUCOES   PIC 9(03).

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

       FD REL-OUT.
       01 REL-LINHA               PIC X(132).

      * Estrutura de cada linha do extrato: tipo (DESAPARECIDO ou
      * REAPARECIDO), execucao, chave, duracao, ultima aparicao
      * antes da ausencia, dias de ausencia e, no desaparecido, se
      * ele sumiu nesta execucao
       FD AUS-OUT.
       01 AUS-REGISTRO.
           05 AUS-TIPO            PIC X(12).
           05 FILLER              PIC X(01).
           05 AUS-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 AUS-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 AUS-CATEGORIA       PIC X(10).
           05 FILLER              PIC X(01).
           05 AUS-DURACAO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 AUS-DATA-ULTIMA     PIC 9(08).
           05 FILLER              PIC X(01).
           05 AUS-RUN-ID-ULTIMO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 AUS-DIAS-AUSENTE    PIC 9(05).
           05 FILLER              PIC X(01).
           05 AUS-NOVO            PIC X(01).
           05 FILLER              PIC X(01).
           05 AUS-TITULO          PIC X(100).

       WORKING-STORAGE SECTION.

      * Parametros de processamento, com o valor padrao assumido
      * quando o cartao de controle nao for informado
       01 WS-PARAMETROS.
           05 WS-QTDE-EXEC-LIMITE   PIC 9(03) VALUE 7.

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-MESTRE-STATUS      PIC X(02) VALUE SPACES.
           05 WS-LOG-STATUS         PIC X(02) VALUE SPACES.
           05 WS-JRN-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-MESTRE-FIM-FLAG    PIC X(01) VALUE 'N'.
              88 WS-MESTRE-FIM                VALUE 'S'.
           05 WS-LOG-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-LOG-FIM                   VALUE 'S'.
           05 WS-JRN-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-JRN-FIM                   VALUE 'S'.

      * Execucao corrente (ultima linha de MESTRLOG.TXT) e os
      * limites de ausencia, como chaves compostas data + run-id
      * (AAAAMMDD seguido do run-id HHMMSSCC, comparaveis em ordem
      * cronologica): um registro visto pela ultima vez antes da
      * execucao LIMITE-DESAP nao apareceu em nenhuma das N ultimas
      * execucoes; um registro reaplicado hoje cuja ultima aparicao
      * era anterior a execucao LIMITE-REAP estava ausente das N
      * execucoes anteriores a esta.
       01 WS-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-RUN-ID             PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-EXEC-LOG      PIC 9(08) VALUE ZEROS.
           05 WS-LINHA-LOG          PIC 9(08) VALUE ZEROS.
           05 WS-POS-LIMITE-DESAP   PIC S9(08) VALUE ZEROS.
           05 WS-POS-LIMITE-REAP    PIC S9(08) VALUE ZEROS.
           05 WS-CHAVE-LIMITE-DESAP PIC 9(16) VALUE ZEROS.
           05 WS-CHAVE-LIMITE-REAP  PIC 9(16) VALUE ZEROS.
           05 WS-CHAVE-ULTIMA       PIC 9(16) VALUE ZEROS.
           05 WS-JRN-CONFERE-FLAG   PIC X(01) VALUE 'N'.
              88 WS-JRN-CONFERE               VALUE 'S'.
           05 WS-JRN-COMPLETO-FLAG  PIC X(01) VALUE 'N'.
              88 WS-JRN-COMPLETO              VALUE 'S'.

      * Campos de apoio do calculo de dias de ausencia, como em
      * EXPURGA-MESTRE
       01 WS-DATAS.
           05 WS-DIAS-EXECUCAO      PIC 9(07) COMP VALUE ZERO.
           05 WS-DIAS-ULTIMA        PIC 9(07) COMP VALUE ZERO.
           05 WS-DIAS-AUSENTE       PIC 9(05) VALUE ZEROS.

      * Contadores da execucao
       01 WS-CONTADORES.
           05 WS-QTDE-LIDOS         PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-DESAPARECIDOS PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-DESAP-NOVOS   PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-REAPARECIDOS  PIC 9(08) VALUE ZEROS.

      * Linhas de exibicao do relatorio
       01 WS-LINHA-TITULO.
           05 FILLER              PIC X(44) VALUE
               'Ausencias e Reaparicoes no Mestre de Videos:'.

       01 WS-LINHA-EXECUCAO.
           05 FILLER              PIC X(06) VALUE 'Data: '.
           05 WS-ECO-DATA         PIC 9(08).
           05 FILLER              PIC X(10) VALUE '  Run-Id: '.
           05 WS-ECO-RUN          PIC 9(08).
           05 FILLER              PIC X(30) VALUE
               '  Limite de Ausencia: '.
           05 WS-ECO-LIMITE       PIC ZZ9.
           05 FILLER              PIC X(11) VALUE ' execucoes'.

       01 WS-LINHA-DESAP-CAB.
           05 FILLER              PIC X(60) VALUE
               'Desaparecidos (ausentes das ultimas execucoes):'.

       01 WS-LINHA-REAP-CAB.
           05 FILLER              PIC X(60) VALUE
               'Reaparecidos nesta Execucao (apos ausencia):'.

       01 WS-LINHA-COLUNAS.
           05 FILLER              PIC X(06) VALUE 'Sit.'.
           05 FILLER              PIC X(12) VALUE 'Categoria'.
           05 FILLER              PIC X(09) VALUE 'Duracao'.
           05 FILLER              PIC X(12) VALUE 'Ult.Aparic.'.
           05 FILLER              PIC X(07) VALUE ' Dias'.
           05 FILLER              PIC X(06) VALUE 'Titulo'.

       01 WS-LINHA-DET.
           05 WS-DET-SITUACAO     PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-CATEGORIA    PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DURACAO      PIC ZZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-DATA-ULTIMA  PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-TITULO       PIC X(80).

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(36).
           05 WS-CONT-VALOR       PIC ZZZZZZZ9.

       01 WS-LINHA-VAZIA.
           05 FILLER              PIC X(20) VALUE '  Nenhum'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 1100-LE-EXECUCOES-DO-MESTRE.
           PERFORM 1500-INICIALIZA.
           PERFORM 2000-PERCORRE-MESTRE.
           PERFORM 3000-LISTA-REAPARECIDOS.
           PERFORM 4000-GRAVA-TOTAIS.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le no cartao de controle (SYSIN) a quantidade de execucoes
      * do mestre sem aparecer a partir da qual um video e dado como
      * desaparecido. Cartao ausente ou invalido mantem o padrao de
      * 7 execucoes (uma semana de execucoes diarias).
      *-----------------------------------------------------------------
       1000-LE-CARTAO-CONTROLE.
           OPEN INPUT CTL-CARTAO
           IF WS-CTL-STATUS = '00'
               READ CTL-CARTAO
                   AT END MOVE 'S' TO WS-CTL-FIM-FLAG
               END-READ
               IF NOT WS-CTL-FIM
                   IF CTL-QTDE-EXECUCOES IS NUMERIC
                       AND CTL-QTDE-EXECUCOES > ZEROS
                       MOVE CTL-QTDE-EXECUCOES TO WS-QTDE-EXEC-LIMITE
                   END-IF
               END-IF
               CLOSE CTL-CARTAO
           END-IF.

      *-----------------------------------------------------------------
      * Le MESTRLOG.TXT duas vezes: a primeira conta as execucoes do
      * mestre e guarda a ultima (a corrente); a segunda guarda as
      * chaves das execucoes que servem de limite de ausencia. Sem
      * log nao ha execucao de referencia e o passo termina com
      * RETURN-CODE 16.
      *-----------------------------------------------------------------
       1100-LE-EXECUCOES-DO-MESTRE.
           OPEN INPUT LOG-IN
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'AUSENCIAS-MESTRE: MESTRLOG.TXT INDISPONIVEL '
                   '(STATUS ' WS-LOG-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-CONTA-EXECUCAO
               UNTIL WS-LOG-FIM
           CLOSE LOG-IN
           IF WS-QTDE-EXEC-LOG = ZEROS
               DISPLAY 'AUSENCIAS-MESTRE: MESTRLOG.TXT VAZIO - NENHUMA '
                   'EXECUCAO DO MESTRE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-POS-LIMITE-DESAP =
               WS-QTDE-EXEC-LOG - WS-QTDE-EXEC-LIMITE + 1
           COMPUTE WS-POS-LIMITE-REAP =
               WS-QTDE-EXEC-LOG - WS-QTDE-EXEC-LIMITE
           MOVE 'N' TO WS-LOG-FIM-FLAG
           MOVE ZEROS TO WS-LINHA-LOG
           OPEN INPUT LOG-IN
           PERFORM 1120-ANOTA-LIMITES
               UNTIL WS-LOG-FIM
           CLOSE LOG-IN.

       1110-CONTA-EXECUCAO.
           READ LOG-IN
               AT END MOVE 'S' TO WS-LOG-FIM-FLAG
           END-READ
           IF NOT WS-LOG-FIM
               ADD 1 TO WS-QTDE-EXEC-LOG
               MOVE LOG-DATA-EXECUCAO TO WS-DATA-EXECUCAO
               MOVE LOG-RUN-ID TO WS-RUN-ID
           END-IF.

      * com menos execucoes no log do que o limite, a chave limite
      * fica zerada e nenhum registro se qualifica
       1120-ANOTA-LIMITES.
           READ LOG-IN
               AT END MOVE 'S' TO WS-LOG-FIM-FLAG
           END-READ
           IF NOT WS-LOG-FIM
               ADD 1 TO WS-LINHA-LOG
               IF WS-LINHA-LOG = WS-POS-LIMITE-DESAP
                   COMPUTE WS-CHAVE-LIMITE-DESAP =
                       LOG-DATA-EXECUCAO * 100000000 + LOG-RUN-ID
               END-IF
               IF WS-LINHA-LOG = WS-POS-LIMITE-REAP
                   COMPUTE WS-CHAVE-LIMITE-REAP =
                       LOG-DATA-EXECUCAO * 100000000 + LOG-RUN-ID
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Abre o mestre em leitura e as saidas da execucao, e grava o
      * cabecalho do relatorio. Mestre inexistente encerra o passo
      * com RETURN-CODE 16, como em EXPURGA-MESTRE.
      *-----------------------------------------------------------------
       1500-INICIALIZA.
           OPEN INPUT VID-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'AUSENCIAS-MESTRE: ERRO AO ABRIR VIDMESTR '
                   '(STATUS ' WS-MESTRE-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-OUT
           OPEN OUTPUT AUS-OUT
           COMPUTE WS-DIAS-EXECUCAO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-EXECUCAO)
           MOVE WS-LINHA-TITULO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DATA-EXECUCAO TO WS-ECO-DATA
           MOVE WS-RUN-ID TO WS-ECO-RUN
           MOVE WS-QTDE-EXEC-LIMITE TO WS-ECO-LIMITE
           MOVE WS-LINHA-EXECUCAO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-DESAP-CAB TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Percorre o mestre inteiro em sequencia de chave, como
      * 3000-CONTA-DISTINTOS em ATUALIZA-MESTRE, listando cada
      * registro cuja ultima aparicao e anterior a execucao limite.
      *-----------------------------------------------------------------
       2000-PERCORRE-MESTRE.
           MOVE SPACES TO MST-CHAVE
           START VID-MESTRE KEY NOT < MST-CHAVE
               INVALID KEY MOVE 'S' TO WS-MESTRE-FIM-FLAG
           END-START
           PERFORM 2100-AVALIA-PROXIMO
               UNTIL WS-MESTRE-FIM
           IF WS-QTDE-DESAPARECIDOS = ZEROS
               MOVE WS-LINHA-VAZIA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       2100-AVALIA-PROXIMO.
           READ VID-MESTRE NEXT
               AT END MOVE 'S' TO WS-MESTRE-FIM-FLAG
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM 2200-AVALIA-AUSENCIA
           END-READ.

      *-----------------------------------------------------------------
      * Um registro com ultima aparicao anterior a execucao limite
      * esta desaparecido; se ainda apareceu na execucao anterior ao
      * limite (chave a partir do limite de reaparicao), ele acabou
      * de completar a ausencia e sai marcado NOVO. Data de ultima
      * aparicao invalida nao e avaliada, como em EXPURGA-MESTRE.
      *-----------------------------------------------------------------
       2200-AVALIA-AUSENCIA.
           IF MST-DATA-ULTIMA IS NUMERIC
               AND MST-DATA-ULTIMA > ZEROS
               AND MST-RUN-ID-ULTIMO IS NUMERIC
               COMPUTE WS-CHAVE-ULTIMA =
                   MST-DATA-ULTIMA * 100000000 + MST-RUN-ID-ULTIMO
               IF WS-CHAVE-ULTIMA < WS-CHAVE-LIMITE-DESAP
                   PERFORM 2300-LISTA-DESAPARECIDO
               END-IF
           END-IF.

       2300-LISTA-DESAPARECIDO.
           ADD 1 TO WS-QTDE-DESAPARECIDOS
           COMPUTE WS-DIAS-ULTIMA =
               FUNCTION INTEGER-OF-DATE (MST-DATA-ULTIMA)
           COMPUTE WS-DIAS-AUSENTE = WS-DIAS-EXECUCAO - WS-DIAS-ULTIMA
           MOVE SPACES TO AUS-REGISTRO
           MOVE 'DESAPARECIDO' TO AUS-TIPO
           MOVE 'N' TO AUS-NOVO
           MOVE SPACES TO WS-DET-SITUACAO
           IF WS-CHAVE-ULTIMA NOT < WS-CHAVE-LIMITE-REAP
               ADD 1 TO WS-QTDE-DESAP-NOVOS
               MOVE 'S' TO AUS-NOVO
               MOVE 'NOVO' TO WS-DET-SITUACAO
           END-IF
           MOVE WS-DATA-EXECUCAO TO AUS-DATA-EXECUCAO
           MOVE WS-RUN-ID TO AUS-RUN-ID
           MOVE MST-CATEGORIA TO AUS-CATEGORIA
           MOVE MST-DURACAO-SEGUNDOS TO AUS-DURACAO
           MOVE MST-DATA-ULTIMA TO AUS-DATA-ULTIMA
           MOVE MST-RUN-ID-ULTIMO TO AUS-RUN-ID-ULTIMO
           MOVE WS-DIAS-AUSENTE TO AUS-DIAS-AUSENTE
           MOVE MST-TITULO TO AUS-TITULO
           WRITE AUS-REGISTRO
           MOVE MST-CATEGORIA TO WS-DET-CATEGORIA
           MOVE MST-DURACAO-SEGUNDOS TO WS-DET-DURACAO
           MOVE MST-DATA-ULTIMA TO WS-DET-DATA-ULTIMA
           MOVE WS-DIAS-AUSENTE TO WS-DET-DIAS
           MOVE MST-TITULO TO WS-DET-TITULO
           MOVE WS-LINHA-DET TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Lista os reaparecidos pelo jornal de restart da execucao: as
      * chaves aplicadas como alterado ou conhecido trazem a ultima
      * aparicao anterior a esta execucao. O jornal so e usado
      * quando o registro de inicio e o da execucao corrente e ha a
      * marca de fim; do contrario (passo do mestre pulado ou
      * interrompido) os reaparecidos nao sao apurados, com aviso.
      *-----------------------------------------------------------------
       3000-LISTA-REAPARECIDOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-REAP-CAB TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT JRN-IN
           IF WS-JRN-STATUS = '00'
               PERFORM 3100-CONFERE-JORNAL
                   UNTIL WS-JRN-FIM
               CLOSE JRN-IN
           END-IF
           IF WS-JRN-CONFERE AND WS-JRN-COMPLETO
               MOVE 'N' TO WS-JRN-FIM-FLAG
               OPEN INPUT JRN-IN
               PERFORM 3200-AVALIA-LINHA-JORNAL
                   UNTIL WS-JRN-FIM
               CLOSE JRN-IN
               IF WS-QTDE-REAPARECIDOS = ZEROS
                   MOVE WS-LINHA-VAZIA TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           ELSE
               DISPLAY 'AUSENCIAS-MESTRE: JORNAL MSTJORN.TXT NAO '
                   'CORRESPONDE A EXECUCAO ' WS-DATA-EXECUCAO '/'
                   WS-RUN-ID ' - REAPARECIDOS NAO APURADOS'
               MOVE '  Nao apurados: jornal do mestre nao confere'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       3100-CONFERE-JORNAL.
           READ JRN-IN
               AT END MOVE 'S' TO WS-JRN-FIM-FLAG
           END-READ
           IF NOT WS-JRN-FIM
               EVALUATE MJR-ACAO
                   WHEN 'I'
                       IF MJR-DATA-EXECUCAO = WS-DATA-EXECUCAO
                           AND MJR-RUN-ID = WS-RUN-ID
                           MOVE 'S' TO WS-JRN-CONFERE-FLAG
                       ELSE
                           MOVE 'N' TO WS-JRN-CONFERE-FLAG
                       END-IF
                       MOVE 'N' TO WS-JRN-COMPLETO-FLAG
                   WHEN 'F'
                       MOVE 'S' TO WS-JRN-COMPLETO-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3200-AVALIA-LINHA-JORNAL.
           READ JRN-IN
               AT END MOVE 'S' TO WS-JRN-FIM-FLAG
           END-READ
           IF NOT WS-JRN-FIM
               IF MJR-ACAO = 'A' OR MJR-ACAO = 'C'
                   COMPUTE WS-CHAVE-ULTIMA =
                       MJR-DATA-ULT-ANT * 100000000 + MJR-RUN-ULT-ANT
                   IF WS-CHAVE-ULTIMA < WS-CHAVE-LIMITE-REAP
                       AND MJR-DATA-ULT-ANT > ZEROS
                       PERFORM 3300-LISTA-REAPARECIDO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Lista o reaparecido corrente com a duracao atual no mestre
      * (o jornal traz a anterior) e os dias que ficou ausente.
      *-----------------------------------------------------------------
       3300-LISTA-REAPARECIDO.
           ADD 1 TO WS-QTDE-REAPARECIDOS
           COMPUTE WS-DIAS-ULTIMA =
               FUNCTION INTEGER-OF-DATE (MJR-DATA-ULT-ANT)
           COMPUTE WS-DIAS-AUSENTE = WS-DIAS-EXECUCAO - WS-DIAS-ULTIMA
           MOVE MJR-TITULO TO MST-TITULO
           MOVE MJR-CATEGORIA TO MST-CATEGORIA
           READ VID-MESTRE
               INVALID KEY
                   MOVE MJR-DURACAO-ANT TO MST-DURACAO-SEGUNDOS
           END-READ
           MOVE SPACES TO AUS-REGISTRO
           MOVE 'REAPARECIDO' TO AUS-TIPO
           MOVE WS-DATA-EXECUCAO TO AUS-DATA-EXECUCAO
           MOVE WS-RUN-ID TO AUS-RUN-ID
           MOVE MJR-CATEGORIA TO AUS-CATEGORIA
           MOVE MST-DURACAO-SEGUNDOS TO AUS-DURACAO
           MOVE MJR-DATA-ULT-ANT TO AUS-DATA-ULTIMA
           MOVE MJR-RUN-ULT-ANT TO AUS-RUN-ID-ULTIMO
           MOVE WS-DIAS-AUSENTE TO AUS-DIAS-AUSENTE
           MOVE 'N' TO AUS-NOVO
           MOVE MJR-TITULO TO AUS-TITULO
           WRITE AUS-REGISTRO
           MOVE 'VOLT' TO WS-DET-SITUACAO
           MOVE MJR-CATEGORIA TO WS-DET-CATEGORIA
           MOVE MST-DURACAO-SEGUNDOS TO WS-DET-DURACAO
           MOVE MJR-DATA-ULT-ANT TO WS-DET-DATA-ULTIMA
           MOVE WS-DIAS-AUSENTE TO WS-DET-DIAS
           MOVE MJR-TITULO TO WS-DET-TITULO
           MOVE WS-LINHA-DET TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Grava os totais da execucao no fim do relatorio.
      *-----------------------------------------------------------------
       4000-GRAVA-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'Registros Lidos no Mestre:          ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-LIDOS TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE 'Desaparecidos:                      ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-DESAPARECIDOS TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE '  - Sumiram nesta Execucao (NOVO):  ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-DESAP-NOVOS TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR
           MOVE 'Reaparecidos nesta Execucao:        ' TO
               WS-CONT-DESCRICAO
           MOVE WS-QTDE-REAPARECIDOS TO WS-CONT-VALOR
           PERFORM 4100-GRAVA-CONTADOR.

       4100-GRAVA-CONTADOR.
           MOVE WS-LINHA-CONTADOR TO REL-LINHA
           WRITE REL-LINHA.

       9000-FINALIZA.
           CLOSE VID-MESTRE
           CLOSE REL-OUT
           CLOSE AUS-OUT
           DISPLAY 'AUSENCIAS-MESTRE: EXECUCAO ' WS-DATA-EXECUCAO '/'
               WS-RUN-ID ' - DESAPARECIDOS ' WS-QTDE-DESAPARECIDOS
               ' (NOVOS ' WS-QTDE-DESAP-NOVOS ') REAPARECIDOS '
               WS-QTDE-REAPARECIDOS.
