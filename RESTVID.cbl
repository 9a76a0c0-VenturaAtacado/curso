      *     RESULTADO PUBLICADO. EXECUCAO NAO ENCONTRADA OU ESTORNO
      *     QUE NAO FECHA ENCERRA COM RETURN-CODE 16 E OS PASSOS DE
      *     TROCA NAO EXECUTAM.
      *     O ESTORNO SO TEM EFEITO COM APROVACAO DE QUATRO OLHOS: O
      *     CARTAO INFORMA O USUARIO SOLICITANTE, QUE PRECISA ESTAR
      *     AUTORIZADO A PEDIR ESTORNOS NO CADASTRO AUTORIZA.TXT, E
      *     APROVA.TXT PRECISA TRAZER A APROVACAO DAQUELA EXECUCAO
      *     POR OUTRO USUARIO AUTORIZADO A APROVA-LOS, AINDA NAO
      *     UTILIZADA. PEDIDO SEM APROVACAO VALIDA E RECUSADO COM O
      *     MOTIVO (RETURN-CODE 16, NADA E TOCADO) E CADA DECISAO,
      *     EFETIVADA OU RECUSADA, E REGISTRADA EM APRLOG.TXT.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-09-03 EBV     VERSAO INICIAL.
      *     2026-10-15 EBV     ESTORNO QUE FECHA MARCA A EXECUCAO COMO
      *                        ESTORNADA (SITUACAO 'E') NO LIVRO DE
      *                        CONTROLE DE EXECUCOES (RUNCTL),
      *                        LIBERANDO A NOVA SUBMISSAO DO ANALVID
      *                        PARA A MESMA DATA.
      *     2026-10-15 EBV     APROVACAO DE QUATRO OLHOS: USUARIO
      *                        SOLICITANTE NO CARTAO, CONFERIDO
      *                        CONTRA AUTORIZA.TXT E APROVA.TXT;
      *                        DECISOES REGISTRADAS EM APRLOG.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTITUI-EXECUCAO.
      * Relatorio do estorno da reapresentacao
           SELECT REL-OUT ASSIGN TO 'RESTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * Cadastro de autorizacoes: quem pode solicitar e quem pode
      * aprovar cada tipo de acao (mesmo layout de AUT-REGISTRO em
      * MANTEM-CATEGORIAS)
           SELECT AUT-IN ASSIGN TO 'AUTORIZA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUT-STATUS.
      * Aprovacoes registradas pelos aprovadores (mesmo layout de
      * APR-REGISTRO em MANTEM-CATEGORIAS)
           SELECT APR-IN ASSIGN TO 'APROVA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
      * Registro das decisoes de aprovacao, efetivadas e recusadas,
      * em EXTEND (mesmo layout de LAP-REGISTRO em
      * MANTEM-CATEGORIAS)
           SELECT LAP-FILE ASSIGN TO 'APRLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAP-STATUS.
      * Livro de controle de execucoes do job ANALVID, no qual a
      * execucao estornada e marcada
           SELECT RUN-CTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-RCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CTL-DATA-ALVO        PIC 9(08).
           05 FILLER               PIC X(01).
           05 CTL-RUN-ID-ALVO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 CTL-USUARIO          PIC X(08).

      * Estrutura de cada linha do historico (mesmo layout de
      * HIST-REGISTRO em ANALISA-VIDEOS, com a situacao no final)
       FD REL-OUT.
       01 REL-LINHA               PIC X(132).

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

      * Estrutura de cada linha do cadastro de autorizacoes:
      * usuario, tipo de acao (R = estorno de execucao; I, D, X, A =
      * transacoes de CATTRANS.TXT) e papel (S = pode solicitar,
      * A = pode aprovar)
       FD AUT-IN.
       01 AUT-REGISTRO.
           05 AUT-USUARIO         PIC X(08).
           05 FILLER              PIC X(01).
           05 AUT-ACAO            PIC X(01).
           05 FILLER              PIC X(01).
           05 AUT-PAPEL           PIC X(01).

      * Estrutura de cada aprovacao: tipo de acao, chave do pedido
      * aprovado (data e run-id da execucao no estorno; codigo e
      * alvo do alias na transacao de categoria), solicitante,
      * aprovador e data da aprovacao
       FD APR-IN.
       01 APR-REGISTRO.
           05 APR-ACAO            PIC X(01).
           05 FILLER              PIC X(01).
           05 APR-CHAVE           PIC X(21).
           05 FILLER              PIC X(01).
           05 APR-SOLICITANTE     PIC X(08).
           05 FILLER              PIC X(01).
           05 APR-APROVADOR       PIC X(08).
           05 FILLER              PIC X(01).
           05 APR-DATA-APROVACAO  PIC 9(08).

      * Estrutura de cada decisao registrada: data/hora, programa,
      * pedido, aprovacao usada, situacao (E = efetivada, R =
      * recusada) e motivo da recusa
       FD LAP-FILE.
       01 LAP-REGISTRO.
           05 LAP-DATA            PIC 9(08).
           05 FILLER              PIC X(01).
           05 LAP-HORA            PIC 9(08).
           05 FILLER              PIC X(01).
           05 LAP-PROGRAMA        PIC X(08).
           05 FILLER              PIC X(01).
           05 LAP-ACAO            PIC X(01).
           05 FILLER              PIC X(01).
           05 LAP-CHAVE           PIC X(21).
           05 FILLER              PIC X(01).
           05 LAP-SOLICITANTE     PIC X(08).
           05 FILLER              PIC X(01).
           05 LAP-APROVADOR       PIC X(08).
           05 FILLER              PIC X(01).
           05 LAP-DATA-APROVACAO  PIC 9(08).
           05 FILLER              PIC X(01).
           05 LAP-SITUACAO        PIC X(01).
           05 FILLER              PIC X(01).
           05 LAP-MOTIVO          PIC X(60).

       WORKING-STORAGE SECTION.

      * Chave da execucao a substituir, lida do cartao de controle
           05 WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS         PIC X(02) VALUE SPACES.
           05 WS-SUB-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RCT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-AUT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-APR-STATUS         PIC X(02) VALUE SPACES.
           05 WS-LAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-HIST-FIM-FLAG      PIC X(01) VALUE 'N'.
              88 WS-HIST-FIM                  VALUE 'S'.
           05 WS-DET-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-DET-FIM                   VALUE 'S'.
           05 WS-AUT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-AUT-FIM                   VALUE 'S'.
           05 WS-APR-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-APR-FIM                   VALUE 'S'.
           05 WS-LAP-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-LAP-FIM                   VALUE 'S'.

      * Pedido submetido a aprovacao de quatro olhos (a chave do
      * estorno e a data e o run-id da execucao alvo), aprovacao
      * encontrada e motivo da recusa
       01 WS-APROVACAO.
           05 WS-APR-ACAO           PIC X(01) VALUE 'R'.
           05 WS-APR-CHAVE          PIC X(21) VALUE SPACES.
           05 WS-APR-CHAVE-EXECUCAO REDEFINES WS-APR-CHAVE.
               10 WS-APR-CHAVE-DATA     PIC 9(08).
               10 FILLER                PIC X(01).
               10 WS-APR-CHAVE-RUN-ID   PIC 9(08).
               10 FILLER                PIC X(04).
           05 WS-APR-SOLICITANTE    PIC X(08) VALUE SPACES.
           05 WS-APR-APROVADOR      PIC X(08) VALUE SPACES.
           05 WS-APR-DATA-APROVACAO PIC 9(08) VALUE ZEROS.
           05 WS-APR-MOTIVO         PIC X(60) VALUE SPACES.
           05 WS-APR-SITUACAO       PIC X(01) VALUE SPACES.
           05 WS-APR-APROVADA-FLAG  PIC X(01) VALUE 'N'.
              88 WS-APR-APROVADA              VALUE 'S'.
           05 WS-APR-USADA-FLAG     PIC X(01) VALUE 'N'.
              88 WS-APR-USADA                 VALUE 'S'.
           05 WS-AUT-USUARIO-BUSCA  PIC X(08) VALUE SPACES.
           05 WS-AUT-PAPEL-BUSCA    PIC X(01) VALUE SPACES.
           05 WS-AUT-ACHOU-FLAG     PIC X(01) VALUE 'N'.
              88 WS-AUT-ACHOU                 VALUE 'S'.

      * Totais da execucao substituida (da linha do historico) e do
      * estorno apurado nas linhas do extrato
           05 WS-ATIVO-QTDE-ANTES   PIC 9(10) VALUE ZEROS.
           05 WS-ATIVO-QTDE-DEPOIS  PIC 9(10) VALUE ZEROS.

      * Data do estorno, gravada na guarda de substituidas, e hora
      * do estorno, gravada no livro de controle
       01 WS-DATAS.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-HORA-ESTORNO       PIC 9(08) VALUE ZEROS.

      * Lados da equacao de fechamento e veredicto, no estilo de
      * BALANCO-EXECUCAO
               '   Data do Estorno: '.
           05 WS-DISPLAY-DATA-EST PIC 9(08).

       01 WS-LINHA-APROVACAO.
           05 FILLER              PIC X(17) VALUE 'Solicitante:     '.
           05 WS-DISPLAY-SOLICITANTE PIC X(08).
           05 FILLER              PIC X(15) VALUE '   Aprovador: '.
           05 WS-DISPLAY-APROVADOR PIC X(08).
           05 FILLER              PIC X(14) VALUE '   Aprovado: '.
           05 WS-DISPLAY-DATA-APR PIC 9(08).

       01 WS-LINHA-CONTADOR.
           05 WS-CONT-DESCRICAO   PIC X(36).
           05 WS-CONT-VALOR       PIC ZZZZZZZZZ9.

       0000-PRINCIPAL.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 1100-CONFERE-APROVACAO.
           PERFORM 1500-INICIALIZA.
           PERFORM 2000-REGRAVA-HISTORICO.
           PERFORM 3000-SEPARA-DETALHE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Le a data e o run-id da execucao a substituir e o usuario
      * solicitante no cartao de controle (SYSIN). Sem cartao nao ha
      * o que estornar: o passo encerra com RETURN-CODE 16 antes de
      * tocar em qualquer arquivo.
      *-----------------------------------------------------------------
       1000-LE-CARTAO-CONTROLE.
           OPEN INPUT CTL-CARTAO
                       AND CTL-DATA-ALVO > ZEROS
                       MOVE CTL-DATA-ALVO TO WS-DATA-ALVO
                       MOVE CTL-RUN-ID-ALVO TO WS-RUN-ID-ALVO
                       MOVE CTL-USUARIO TO WS-APR-SOLICITANTE
                   END-IF
               END-IF
               CLOSE CTL-CARTAO
           END-IF.

      *-----------------------------------------------------------------
      * Confere a aprovacao de quatro olhos do estorno antes de tocar
      * em qualquer arquivo: o solicitante do cartao precisa estar
      * autorizado a pedir estornos (acao 'R', papel 'S') e
      * APROVA.TXT precisa trazer, para a mesma execucao e o mesmo
      * solicitante, a aprovacao de outro usuario autorizado a
      * aprova-los (papel 'A') que ainda nao tenha sido utilizada
      * numa decisao efetivada de APRLOG.TXT. Sem aprovacao valida o
      * pedido e recusado com o motivo, a recusa e registrada e o
      * passo encerra com RETURN-CODE 16.
      *-----------------------------------------------------------------
       1100-CONFERE-APROVACAO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ESTORNO FROM TIME
           MOVE SPACES TO WS-APR-CHAVE
           MOVE WS-DATA-ALVO TO WS-APR-CHAVE-DATA
           MOVE WS-RUN-ID-ALVO TO WS-APR-CHAVE-RUN-ID
           IF WS-APR-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE NAO INFORMADO NO CARTAO' TO
                   WS-APR-MOTIVO
           ELSE
               MOVE WS-APR-SOLICITANTE TO WS-AUT-USUARIO-BUSCA
               MOVE 'S' TO WS-AUT-PAPEL-BUSCA
               PERFORM 1110-BUSCA-AUTORIZACAO
               IF NOT WS-AUT-ACHOU
                   MOVE 'SOLICITANTE SEM AUTORIZACAO PARA A ACAO' TO
                       WS-APR-MOTIVO
               ELSE
                   MOVE 'SEM APROVACAO REGISTRADA' TO WS-APR-MOTIVO
                   PERFORM 1120-BUSCA-APROVACAO
               END-IF
           END-IF
           IF NOT WS-APR-APROVADA
               DISPLAY 'RESTITUI-EXECUCAO: PEDIDO DE ESTORNO RECUSADO '
                   '- ' WS-APR-MOTIVO
               MOVE 'R' TO WS-APR-SITUACAO
               PERFORM 1150-REGISTRA-DECISAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Procura no cadastro de autorizacoes o usuario de
      * WS-AUT-USUARIO-BUSCA com o papel de WS-AUT-PAPEL-BUSCA para
      * a acao do pedido. Cadastro ausente nao autoriza ninguem.
      *-----------------------------------------------------------------
       1110-BUSCA-AUTORIZACAO.
           MOVE 'N' TO WS-AUT-ACHOU-FLAG
           MOVE 'N' TO WS-AUT-FIM-FLAG
           OPEN INPUT AUT-IN
           IF WS-AUT-STATUS = '00'
               PERFORM 1111-LE-AUTORIZACAO
                   UNTIL WS-AUT-FIM OR WS-AUT-ACHOU
               CLOSE AUT-IN
           END-IF.

       1111-LE-AUTORIZACAO.
           READ AUT-IN
               AT END MOVE 'S' TO WS-AUT-FIM-FLAG
           END-READ
           IF NOT WS-AUT-FIM
               IF AUT-USUARIO = WS-AUT-USUARIO-BUSCA
                   AND AUT-ACAO = WS-APR-ACAO
                   AND AUT-PAPEL = WS-AUT-PAPEL-BUSCA
                   MOVE 'S' TO WS-AUT-ACHOU-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Percorre as aprovacoes do mesmo pedido (acao, chave e
      * solicitante) ate achar uma valida. Cada aprovacao invalida
      * deixa em WS-APR-MOTIVO o motivo, que vira o motivo da recusa
      * quando nenhuma servir.
      *-----------------------------------------------------------------
       1120-BUSCA-APROVACAO.
           MOVE 'N' TO WS-APR-FIM-FLAG
           OPEN INPUT APR-IN
           IF WS-APR-STATUS = '00'
               PERFORM 1121-LE-APROVACAO
                   UNTIL WS-APR-FIM OR WS-APR-APROVADA
               CLOSE APR-IN
           END-IF.

       1121-LE-APROVACAO.
           READ APR-IN
               AT END MOVE 'S' TO WS-APR-FIM-FLAG
           END-READ
           IF NOT WS-APR-FIM
               IF APR-ACAO = WS-APR-ACAO
                   AND APR-CHAVE = WS-APR-CHAVE
                   AND APR-SOLICITANTE = WS-APR-SOLICITANTE
                   PERFORM 1122-AVALIA-APROVACAO
               END-IF
           END-IF.

       1122-AVALIA-APROVACAO.
           EVALUATE TRUE
               WHEN APR-APROVADOR = SPACES
                   MOVE 'APROVADOR NAO INFORMADO' TO WS-APR-MOTIVO
               WHEN APR-APROVADOR = APR-SOLICITANTE
                   MOVE 'APROVADO PELO PROPRIO SOLICITANTE' TO
                       WS-APR-MOTIVO
               WHEN OTHER
                   MOVE APR-APROVADOR TO WS-AUT-USUARIO-BUSCA
                   MOVE 'A' TO WS-AUT-PAPEL-BUSCA
                   PERFORM 1110-BUSCA-AUTORIZACAO
                   IF NOT WS-AUT-ACHOU
                       MOVE 'APROVADOR SEM AUTORIZACAO PARA A ACAO' TO
                           WS-APR-MOTIVO
                   ELSE
                       PERFORM 1130-VERIFICA-UTILIZACAO
                       IF WS-APR-USADA
                           MOVE 'APROVACAO JA UTILIZADA' TO
                               WS-APR-MOTIVO
                       ELSE
                           MOVE 'S' TO WS-APR-APROVADA-FLAG
                           MOVE APR-APROVADOR TO WS-APR-APROVADOR
                           MOVE APR-DATA-APROVACAO TO
                               WS-APR-DATA-APROVACAO
                           MOVE SPACES TO WS-APR-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Uma aprovacao vale para um unico estorno: ja utilizada e a
      * que aparece numa decisao efetivada de APRLOG.TXT com a mesma
      * acao, chave, aprovador e data de aprovacao.
      *-----------------------------------------------------------------
       1130-VERIFICA-UTILIZACAO.
           MOVE 'N' TO WS-APR-USADA-FLAG
           MOVE 'N' TO WS-LAP-FIM-FLAG
           OPEN INPUT LAP-FILE
           IF WS-LAP-STATUS = '00'
               PERFORM 1131-LE-DECISAO
                   UNTIL WS-LAP-FIM OR WS-APR-USADA
               CLOSE LAP-FILE
           END-IF.

       1131-LE-DECISAO.
           READ LAP-FILE
               AT END MOVE 'S' TO WS-LAP-FIM-FLAG
           END-READ
           IF NOT WS-LAP-FIM
               IF LAP-SITUACAO = 'E'
                   AND LAP-ACAO = APR-ACAO
                   AND LAP-CHAVE = APR-CHAVE
                   AND LAP-APROVADOR = APR-APROVADOR
                   AND LAP-DATA-APROVACAO = APR-DATA-APROVACAO
                   MOVE 'S' TO WS-APR-USADA-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Acrescenta a decisao (WS-APR-SITUACAO 'E' efetivada ou 'R'
      * recusada) a APRLOG.TXT, aberto em EXTEND e criado quando
      * ainda nao existir (status 35), no mesmo padrao de
      * HISTORICO.TXT.
      *-----------------------------------------------------------------
       1150-REGISTRA-DECISAO.
           OPEN EXTEND LAP-FILE
           IF WS-LAP-STATUS = '35'
               OPEN OUTPUT LAP-FILE
           END-IF
           MOVE SPACES TO LAP-REGISTRO
           MOVE WS-DATA-EXECUCAO TO LAP-DATA
           MOVE WS-HORA-ESTORNO TO LAP-HORA
           MOVE 'RESTVID' TO LAP-PROGRAMA
           MOVE WS-APR-ACAO TO LAP-ACAO
           MOVE WS-APR-CHAVE TO LAP-CHAVE
           MOVE WS-APR-SOLICITANTE TO LAP-SOLICITANTE
           MOVE WS-APR-APROVADOR TO LAP-APROVADOR
           MOVE WS-APR-DATA-APROVACAO TO LAP-DATA-APROVACAO
           MOVE WS-APR-SITUACAO TO LAP-SITUACAO
           MOVE WS-APR-MOTIVO TO LAP-MOTIVO
           WRITE LAP-REGISTRO
           CLOSE LAP-FILE.

      *-----------------------------------------------------------------
      * Abre a guarda de substituidas em EXTEND, criando-a quando
      * ainda nao existir (status 35), no mesmo padrao de
      * HISTORICO.TXT. A data do estorno ja foi capturada na
      * conferencia da aprovacao.
      *-----------------------------------------------------------------
       1500-INICIALIZA.
           OPEN EXTEND SUB-OUT
           IF WS-SUB-STATUS = '35'
               OPEN OUTPUT SUB-OUT
           MOVE WS-DATA-EXECUCAO TO WS-DISPLAY-DATA-EST
           MOVE WS-LINHA-PARAMETROS TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-APR-SOLICITANTE TO WS-DISPLAY-SOLICITANTE
           MOVE WS-APR-APROVADOR TO WS-DISPLAY-APROVADOR
           MOVE WS-APR-DATA-APROVACAO TO WS-DISPLAY-DATA-APR
           MOVE WS-LINHA-APROVACAO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF NOT WS-ALVO-ACHADO
      * Encerra os arquivos. Estorno que nao fecha (ou execucao nao
      * encontrada) termina com RETURN-CODE 16, para que os passos
      * de troca nao substituam o historico nem o extrato por uma
      * regravacao suspeita; a aprovacao so e dada como utilizada
      * (decisao efetivada em APRLOG.TXT) quando o estorno fecha.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE SUB-OUT
               DISPLAY 'RESTITUI-EXECUCAO: ESTORNADA A EXECUCAO '
                   WS-DATA-ALVO '/' WS-RUN-ID-ALVO
                   ' COM ' WS-ESTORNO-QTDE ' LINHAS DE DETALHE'
               MOVE 'E' TO WS-APR-SITUACAO
               PERFORM 1150-REGISTRA-DECISAO
               PERFORM 9100-MARCA-LIVRO-CONTROLE
           END-IF.

      *-----------------------------------------------------------------
      * Marca a execucao estornada como 'E' no registro de cabecalho
      * (passo em branco) do livro de controle de execucoes, para
      * que CONTROLE-EXECUCAO aceite a nova submissao da mesma data
      * e deixe de considera-la publicada. Execucao anterior ao
      * livro ganha um cabecalho ja estornado. Sem o livro o
      * estorno vale do mesmo modo e apenas e avisado.
      *-----------------------------------------------------------------
       9100-MARCA-LIVRO-CONTROLE.
           OPEN I-O RUN-CTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'RESTITUI-EXECUCAO: LIVRO RUNCTL INDISPONIVEL '
                   '(STATUS ' WS-RCT-STATUS ') - ESTORNO NAO MARCADO'
           ELSE
               MOVE WS-DATA-ALVO TO RCT-DATA-EXECUCAO
               MOVE WS-RUN-ID-ALVO TO RCT-RUN-ID
               MOVE SPACES TO RCT-PASSO
               READ RUN-CTL
                   INVALID KEY
                       PERFORM 9110-INCLUI-CABECALHO
                   NOT INVALID KEY
                       PERFORM 9120-ESTORNA-CABECALHO
               END-READ
               CLOSE RUN-CTL
           END-IF.

       9110-INCLUI-CABECALHO.
           MOVE 'E' TO RCT-SITUACAO
           MOVE ZEROS TO RCT-RC
           MOVE ZEROS TO RCT-QTDE-INICIOS
           MOVE ZEROS TO RCT-DATA-INICIO
           MOVE ZEROS TO RCT-HORA-INICIO
           MOVE WS-DATA-EXECUCAO TO RCT-DATA-FIM
           MOVE WS-HORA-ESTORNO TO RCT-HORA-FIM
           WRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'RESTITUI-EXECUCAO: ERRO AO MARCAR O '
                       'ESTORNO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-WRITE.

       9120-ESTORNA-CABECALHO.
           MOVE 'E' TO RCT-SITUACAO
           MOVE WS-DATA-EXECUCAO TO RCT-DATA-FIM
           MOVE WS-HORA-ESTORNO TO RCT-HORA-FIM
           REWRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'RESTITUI-EXECUCAO: ERRO AO MARCAR O '
                       'ESTORNO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.
