      *     E TROCADO POR CATEGMAS.TXT NO PASSO SEGUINTE DO JCL,
      *     COMO E PRAXE COM ARQUIVOS REGRAVADOS (PENDNOVO.TXT).
      *     QUALQUER TRANSACAO REPROVADA ENCERRA COM RETURN-CODE 8.
      *     NENHUMA TRANSACAO TEM EFEITO SEM APROVACAO DE QUATRO
      *     OLHOS: O USUARIO DA TRANSACAO PRECISA ESTAR AUTORIZADO A
      *     SOLICITAR AQUELA ACAO NO CADASTRO AUTORIZA.TXT E
      *     APROVA.TXT PRECISA TRAZER A APROVACAO DO MESMO PEDIDO
      *     (ACAO, CODIGO E ALVO DO ALIAS) POR OUTRO USUARIO
      *     AUTORIZADO A APROVA-LA, AINDA NAO UTILIZADA. A TRANSACAO
      *     SEM APROVACAO VALIDA E REPROVADA COM O MOTIVO COMO AS
      *     DEMAIS, E CADA DECISAO, EFETIVADA OU RECUSADA, E
      *     REGISTRADA EM APRLOG.TXT; O APROVADOR PASSA A CONSTAR DA
      *     LINHA DE AUDITORIA.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *                        REGISTRAR MUDANCAS QUE NAO
      *                        ACONTECERAM (NEM REGISTRA-LAS DE
      *                        NOVO NA RERODADA CORRIGIDA).
      *     2026-10-15 EBV     APROVACAO DE QUATRO OLHOS DE CADA
      *                        TRANSACAO CONTRA AUTORIZA.TXT E
      *                        APROVA.TXT; DECISOES REGISTRADAS EM
      *                        APRLOG.TXT E APROVADOR GRAVADO NA
      *                        TRILHA CATAUDIT.TXT.
      *     2026-10-15 EBV     AO FINAL DA EXECUCAO O PROGRAMA
      *                        ACRESCENTA EM CAPACID.TXT A MAIOR
      *                        OCUPACAO DO CADASTRO DE CATEGORIAS E DA
      *                        AUDITORIA ESTAGIADA, COM AS LINHAS E
      *                        TRANSACOES QUE FICARAM FORA DELAS, PARA
      *                        O RELATORIO DE CAPACIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-CATEGORIAS.
           SELECT AUD-OUT ASSIGN TO 'CATAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      * Cadastro de autorizacoes: quem pode solicitar e quem pode
      * aprovar cada tipo de acao
           SELECT AUT-IN ASSIGN TO 'AUTORIZA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUT-STATUS.
      * Aprovacoes registradas pelos aprovadores
           SELECT APR-IN ASSIGN TO 'APROVA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
      * Registro das decisoes de aprovacao, efetivadas e recusadas
      * (append-only, em modo EXTEND como HISTORICO.TXT)
           SELECT LAP-FILE ASSIGN TO 'APRLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAP-STATUS.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Estrutura de cada linha da trilha de auditoria: data/hora,
      * usuario e acao seguidos da imagem da entrada do cadastro
      * antes e depois da aplicacao (imagem anterior em branco na
      * inclusao) e o usuario que aprovou a alteracao
       FD AUD-OUT.
       01 AUD-REGISTRO.
           05 AUD-DATA            PIC 9(08).
               10 AUD-DEP-ALIAS-DE  PIC X(10).
               10 FILLER            PIC X(01).
               10 AUD-DEP-DESCRICAO PIC X(40).
           05 FILLER              PIC X(01).
           05 AUD-APROVADOR       PIC X(08).

      * Estrutura de cada linha do cadastro de autorizacoes:
      * usuario, tipo de acao (R = estorno de execucao em
      * RESTITUI-EXECUCAO; I, D, X, A = transacoes de CATTRANS.TXT)
      * e papel (S = pode solicitar, A = pode aprovar)
       FD AUT-IN.
       01 AUT-REGISTRO.
           05 AUT-USUARIO         PIC X(08).
           05 FILLER              PIC X(01).
           05 AUT-ACAO            PIC X(01).
           05 FILLER              PIC X(01).
           05 AUT-PAPEL           PIC X(01).

      * Estrutura de cada aprovacao: tipo de acao, chave do pedido
      * aprovado (codigo e alvo do alias na transacao de categoria;
      * data e run-id da execucao no estorno), solicitante,
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

           05 WS-CATEG-MAS-STATUS   PIC X(02) VALUE SPACES.
           05 WS-TRS-STATUS         PIC X(02) VALUE SPACES.
           05 WS-AUD-STATUS         PIC X(02) VALUE SPACES.
           05 WS-AUT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-APR-STATUS         PIC X(02) VALUE SPACES.
           05 WS-LAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CATEG-MAS-FIM-FLAG PIC X(01) VALUE 'N'.
              88 WS-CATEG-MAS-FIM             VALUE 'S'.
           05 WS-TRS-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-TRS-FIM                   VALUE 'S'.
           05 WS-AUT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-AUT-FIM                   VALUE 'S'.
           05 WS-APR-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-APR-FIM                   VALUE 'S'.
           05 WS-LAP-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-LAP-FIM                   VALUE 'S'.

      * Cadastro de categorias em memoria (mesmo limite de 100
      * entradas de WS-REFCAT-TABELA em ANALISA-VIDEOS)
               10 WS-AUD-DEP-SITUACAO  PIC X(01).
               10 WS-AUD-DEP-ALIAS-DE  PIC X(10).
               10 WS-AUD-DEP-DESCRICAO PIC X(40).
               10 WS-AUD-CHAVE-APR     PIC X(21).
               10 WS-AUD-APROVADOR     PIC X(08).
               10 WS-AUD-DATA-APROVACAO PIC 9(08).

      * Pedido da transacao corrente submetido a aprovacao de quatro
      * olhos (a chave da transacao de categoria e o codigo e o alvo
      * do alias), aprovacao encontrada e motivo da recusa
       01 WS-APROVACAO.
           05 WS-APR-ACAO           PIC X(01) VALUE SPACES.
           05 WS-APR-CHAVE          PIC X(21) VALUE SPACES.
           05 WS-APR-CHAVE-CATEGORIA REDEFINES WS-APR-CHAVE.
               10 WS-APR-CHAVE-CODIGO   PIC X(10).
               10 FILLER                PIC X(01).
               10 WS-APR-CHAVE-ALIAS-DE PIC X(10).
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

      * Contadores da manutencao
       01 WS-CONTADORES.
           05 WS-QTDE-LIDAS         PIC 9(05) VALUE ZEROS.
           05 WS-QTDE-APLICADAS     PIC 9(05) VALUE ZEROS.
           05 WS-QTDE-REPROVADAS    PIC 9(05) VALUE ZEROS.
           05 WS-QTDE-SEM-APROVACAO PIC 9(05) VALUE ZEROS.

      * Data e hora da execucao, gravadas em cada linha de auditoria
       01 WS-DATA-HORA-EXECUCAO.
           05 WS-DATA-EXECUCAO      PIC 9(08) VALUE ZEROS.
           05 WS-HORA-EXECUCAO      PIC 9(08) VALUE ZEROS.

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'CATMNT'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-CATEG-IGNORADAS PIC 9(07) VALUE ZEROS.
           05 WS-CAP-AUD-RECUSADAS   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 3000-APLICA-TRANSACOES.
           PERFORM 4000-REGRAVA-CADASTRO.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
                   MOVE CATR-ALIAS-DE TO WS-REF-ALIAS-DE (WS-REF-IDX)
                   MOVE CATR-DESCRICAO TO WS-REF-DESCRICAO (WS-REF-IDX)
               ELSE
                   ADD 1 TO WS-CAP-CATEG-IGNORADAS
                   DISPLAY 'MANTEM-CATEGORIAS: CATEGMAS.TXT EXCEDE O '
                       'LIMITE DE 100 CATEGORIAS - LINHA IGNORADA: '
                       CATR-CODIGO
      * sem lugar na tabela de auditoria estagiada nao ha como
      * registrar a alteracao, entao ela nao e aplicada
           IF TRANSACAO-VALIDA AND WS-AUD-QTDE-OCUP >= 500
               ADD 1 TO WS-CAP-AUD-RECUSADAS
               MOVE 'N' TO WS-TRANSACAO-VALIDA-FLAG
               MOVE 'LIMITE DE 500 TRANSACOES POR EXECUCAO' TO
                   WS-MOTIVO-REJEICAO
           END-IF
      * so a transacao que passou nas regras do cadastro e submetida
      * a aprovacao, para que a recusa registrada em APRLOG.TXT seja
      * sempre uma falta de aprovacao
           IF TRANSACAO-VALIDA
               PERFORM 3600-CONFERE-APROVACAO
           END-IF.

       3210-VALIDA-INCLUSAO.
                   MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO-REJEICAO
               ELSE
                   IF WS-REFCAT-QTDE-OCUP >= 100
                       ADD 1 TO WS-CAP-CATEG-IGNORADAS
                       MOVE 'N' TO WS-TRANSACAO-VALIDA-FLAG
                       MOVE 'CADASTRO CHEIO (100 CATEGORIAS)' TO
                           WS-MOTIVO-REJEICAO
           MOVE WS-REF-ALIAS-DE (WS-REF-IDX) TO
               WS-AUD-DEP-ALIAS-DE (WS-AUD-IDX)
           MOVE WS-REF-DESCRICAO (WS-REF-IDX) TO
               WS-AUD-DEP-DESCRICAO (WS-AUD-IDX)
           MOVE WS-APR-CHAVE TO WS-AUD-CHAVE-APR (WS-AUD-IDX)
           MOVE WS-APR-APROVADOR TO WS-AUD-APROVADOR (WS-AUD-IDX)
           MOVE WS-APR-DATA-APROVACAO TO
               WS-AUD-DATA-APROVACAO (WS-AUD-IDX).

      *-----------------------------------------------------------------
      * Confere a aprovacao de quatro olhos da transacao corrente: o
      * usuario da transacao precisa estar autorizado a solicitar a
      * acao (papel 'S') e APROVA.TXT precisa trazer, para a mesma
      * acao, codigo, alvo do alias e solicitante, a aprovacao de
      * outro usuario autorizado a aprova-la (papel 'A') que ainda
      * nao tenha sido utilizada - nem numa decisao efetivada de
      * APRLOG.TXT nem por outra transacao desta execucao. Sem
      * aprovacao valida a transacao e reprovada com o motivo e a
      * recusa e registrada em APRLOG.TXT na hora; a decisao
      * efetivada so e registrada junto com a auditoria, quando a
      * execucao termina sem reprovacao.
      *-----------------------------------------------------------------
       3600-CONFERE-APROVACAO.
           MOVE TRS-ACAO TO WS-APR-ACAO
           MOVE SPACES TO WS-APR-CHAVE
           MOVE TRS-CODIGO TO WS-APR-CHAVE-CODIGO
           MOVE TRS-ALIAS-DE TO WS-APR-CHAVE-ALIAS-DE
           MOVE TRS-USUARIO TO WS-APR-SOLICITANTE
           MOVE SPACES TO WS-APR-APROVADOR
           MOVE ZEROS TO WS-APR-DATA-APROVACAO
           MOVE 'N' TO WS-APR-APROVADA-FLAG
           IF WS-APR-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE NAO INFORMADO' TO WS-APR-MOTIVO
           ELSE
               MOVE WS-APR-SOLICITANTE TO WS-AUT-USUARIO-BUSCA
               MOVE 'S' TO WS-AUT-PAPEL-BUSCA
               PERFORM 3610-BUSCA-AUTORIZACAO
               IF NOT WS-AUT-ACHOU
                   MOVE 'SOLICITANTE SEM AUTORIZACAO PARA A ACAO' TO
                       WS-APR-MOTIVO
               ELSE
                   MOVE 'SEM APROVACAO REGISTRADA' TO WS-APR-MOTIVO
                   PERFORM 3620-BUSCA-APROVACAO
               END-IF
           END-IF
           IF NOT WS-APR-APROVADA
               MOVE 'N' TO WS-TRANSACAO-VALIDA-FLAG
               MOVE WS-APR-MOTIVO TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-QTDE-SEM-APROVACAO
               MOVE 'R' TO WS-APR-SITUACAO
               PERFORM 3650-ABRE-REGISTRO-DECISAO
               PERFORM 3660-REGISTRA-DECISAO
               CLOSE LAP-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Procura no cadastro de autorizacoes o usuario de
      * WS-AUT-USUARIO-BUSCA com o papel de WS-AUT-PAPEL-BUSCA para
      * a acao do pedido. Cadastro ausente nao autoriza ninguem.
      *-----------------------------------------------------------------
       3610-BUSCA-AUTORIZACAO.
           MOVE 'N' TO WS-AUT-ACHOU-FLAG
           MOVE 'N' TO WS-AUT-FIM-FLAG
           OPEN INPUT AUT-IN
           IF WS-AUT-STATUS = '00'
               PERFORM 3611-LE-AUTORIZACAO
                   UNTIL WS-AUT-FIM OR WS-AUT-ACHOU
               CLOSE AUT-IN
           END-IF.

       3611-LE-AUTORIZACAO.
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
       3620-BUSCA-APROVACAO.
           MOVE 'N' TO WS-APR-FIM-FLAG
           OPEN INPUT APR-IN
           IF WS-APR-STATUS = '00'
               PERFORM 3621-LE-APROVACAO
                   UNTIL WS-APR-FIM OR WS-APR-APROVADA
               CLOSE APR-IN
           END-IF.

       3621-LE-APROVACAO.
           READ APR-IN
               AT END MOVE 'S' TO WS-APR-FIM-FLAG
           END-READ
           IF NOT WS-APR-FIM
               IF APR-ACAO = WS-APR-ACAO
                   AND APR-CHAVE = WS-APR-CHAVE
                   AND APR-SOLICITANTE = WS-APR-SOLICITANTE
                   PERFORM 3622-AVALIA-APROVACAO
               END-IF
           END-IF.

       3622-AVALIA-APROVACAO.
           EVALUATE TRUE
               WHEN APR-APROVADOR = SPACES
                   MOVE 'APROVADOR NAO INFORMADO' TO WS-APR-MOTIVO
               WHEN APR-APROVADOR = APR-SOLICITANTE
                   MOVE 'APROVADO PELO PROPRIO SOLICITANTE' TO
                       WS-APR-MOTIVO
               WHEN OTHER
                   MOVE APR-APROVADOR TO WS-AUT-USUARIO-BUSCA
                   MOVE 'A' TO WS-AUT-PAPEL-BUSCA
                   PERFORM 3610-BUSCA-AUTORIZACAO
                   IF NOT WS-AUT-ACHOU
                       MOVE 'APROVADOR SEM AUTORIZACAO PARA A ACAO' TO
                           WS-APR-MOTIVO
                   ELSE
                       PERFORM 3630-VERIFICA-UTILIZACAO
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
      * Uma aprovacao vale para uma unica transacao: ja utilizada e
      * a que aparece numa decisao efetivada de APRLOG.TXT com a
      * mesma acao, chave, aprovador e data de aprovacao, ou na
      * auditoria estagiada de outra transacao desta execucao.
      *-----------------------------------------------------------------
       3630-VERIFICA-UTILIZACAO.
           MOVE 'N' TO WS-APR-USADA-FLAG
           MOVE 'N' TO WS-LAP-FIM-FLAG
           OPEN INPUT LAP-FILE
           IF WS-LAP-STATUS = '00'
               PERFORM 3631-LE-DECISAO
                   UNTIL WS-LAP-FIM OR WS-APR-USADA
               CLOSE LAP-FILE
           END-IF
           IF NOT WS-APR-USADA
               PERFORM 3632-VARRE-ESTAGIADA
                   VARYING WS-AUD-IDX FROM 1 BY 1
                   UNTIL WS-AUD-IDX > WS-AUD-QTDE-OCUP
           END-IF.

       3631-LE-DECISAO.
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

       3632-VARRE-ESTAGIADA.
           IF WS-AUD-ACAO (WS-AUD-IDX) = APR-ACAO
               AND WS-AUD-CHAVE-APR (WS-AUD-IDX) = APR-CHAVE
               AND WS-AUD-APROVADOR (WS-AUD-IDX) = APR-APROVADOR
               AND WS-AUD-DATA-APROVACAO (WS-AUD-IDX) =
                   APR-DATA-APROVACAO
               MOVE 'S' TO WS-APR-USADA-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Abre APRLOG.TXT em EXTEND, criando-o quando ainda nao
      * existir (status 35), no mesmo padrao de HISTORICO.TXT.
      *-----------------------------------------------------------------
       3650-ABRE-REGISTRO-DECISAO.
           OPEN EXTEND LAP-FILE
           IF WS-LAP-STATUS = '35'
               OPEN OUTPUT LAP-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Grava a decisao corrente (WS-APR-SITUACAO 'E' efetivada ou
      * 'R' recusada) em APRLOG.TXT, ja aberto.
      *-----------------------------------------------------------------
       3660-REGISTRA-DECISAO.
           MOVE SPACES TO LAP-REGISTRO
           MOVE WS-DATA-EXECUCAO TO LAP-DATA
           MOVE WS-HORA-EXECUCAO TO LAP-HORA
           MOVE 'CATMNT' TO LAP-PROGRAMA
           MOVE WS-APR-ACAO TO LAP-ACAO
           MOVE WS-APR-CHAVE TO LAP-CHAVE
           MOVE WS-APR-SOLICITANTE TO LAP-SOLICITANTE
           MOVE WS-APR-APROVADOR TO LAP-APROVADOR
           MOVE WS-APR-DATA-APROVACAO TO LAP-DATA-APROVACAO
           MOVE WS-APR-SITUACAO TO LAP-SITUACAO
           MOVE WS-APR-MOTIVO TO LAP-MOTIVO
           WRITE LAP-REGISTRO.

      *-----------------------------------------------------------------
      * Regrava o cadastro resultante em CATEGNOV.TXT, trocado por
      * Acrescenta as linhas de auditoria estagiadas a trilha
      * CATAUDIT.TXT, aberta em EXTEND para nunca perder as linhas
      * das manutencoes anteriores e criada quando ainda nao
      * existir (status 35), no mesmo padrao de HISTORICO.TXT, e a
      * decisao efetivada de cada uma a APRLOG.TXT, dando as
      * aprovacoes como utilizadas. So e executado quando a execucao
      * termina sem reprovacao.
      *-----------------------------------------------------------------
       6000-GRAVA-AUDITORIA.
           OPEN EXTEND AUD-OUT
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD-OUT
           END-IF
           PERFORM 3650-ABRE-REGISTRO-DECISAO
           PERFORM 6100-GRAVA-LINHA-AUDITORIA
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUD-QTDE-OCUP
           CLOSE LAP-FILE
           CLOSE AUD-OUT.

       6100-GRAVA-LINHA-AUDITORIA.
           MOVE WS-AUD-DEP-ALIAS-DE (WS-AUD-IDX) TO AUD-DEP-ALIAS-DE
           MOVE WS-AUD-DEP-DESCRICAO (WS-AUD-IDX) TO
               AUD-DEP-DESCRICAO
           MOVE WS-AUD-APROVADOR (WS-AUD-IDX) TO AUD-APROVADOR
           WRITE AUD-REGISTRO
           MOVE WS-AUD-ACAO (WS-AUD-IDX) TO WS-APR-ACAO
           MOVE WS-AUD-CHAVE-APR (WS-AUD-IDX) TO WS-APR-CHAVE
           MOVE WS-AUD-USUARIO (WS-AUD-IDX) TO WS-APR-SOLICITANTE
           MOVE WS-AUD-APROVADOR (WS-AUD-IDX) TO WS-APR-APROVADOR
           MOVE WS-AUD-DATA-APROVACAO (WS-AUD-IDX) TO
               WS-APR-DATA-APROVACAO
           MOVE 'E' TO WS-APR-SITUACAO
           MOVE SPACES TO WS-APR-MOTIVO
           PERFORM 3660-REGISTRA-DECISAO.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) uma linha
      * por tabela interna com a maior ocupacao desta execucao e as
      * ocorrencias que ficaram fora dela (linhas do cadastro
      * ignoradas na carga e inclusoes recusadas por cadastro cheio;
      * transacoes recusadas pelo limite da auditoria estagiada).
      * Falha ao abrir o arquivo nao altera o RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           MOVE WS-DATA-EXECUCAO TO WS-CAP-DATA-EXECUCAO
           MOVE WS-HORA-EXECUCAO TO WS-CAP-RUN-ID
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'MANTEM-CATEGORIAS: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               MOVE 'CADASTRO CATEGORIAS' TO WS-CAP-TABELA
               MOVE 100 TO WS-CAP-LIMITE
               MOVE WS-REFCAT-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-CATEG-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'AUDITORIA ESTAGIADA' TO WS-CAP-TABELA
               MOVE 500 TO WS-CAP-LIMITE
               MOVE WS-AUD-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-AUD-RECUSADAS TO WS-CAP-EXCEDENTES
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
      * Encerra os arquivos e exibe o resumo. Sem reprovacao, as
           DISPLAY 'MANTEM-CATEGORIAS: LIDAS ' WS-QTDE-LIDAS
               ' APLICADAS ' WS-QTDE-APLICADAS
               ' REPROVADAS ' WS-QTDE-REPROVADAS
               ' (SEM APROVACAO ' WS-QTDE-SEM-APROVACAO ')'
           IF WS-QTDE-REPROVADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
