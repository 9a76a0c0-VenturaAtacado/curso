      ******************************************************************
      * PROGRAM-ID: CONTROLE-EXECUCAO
      * AUTHOR:     EQUIPE DE BATCH - PLATAFORMA DE VIDEOS
      * INSTALLATION: CENTRO DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS: PRIMEIRO PASSO DO JOB ANALVID. ABRE A EXECUCAO NO
      *     LIVRO DE CONTROLE DE EXECUCOES (RUNCTL, INDEXADO POR
      *     DATA + RUN-ID + PASSO), NO QUAL CADA PASSO DO JOB
      *     REGISTRA O SEU INICIO E O RETURN-CODE COM QUE TERMINOU,
      *     E GRAVA EM RUNATUAL.TXT A IDENTIDADE SOB A QUAL OS
      *     PASSOS SEGUINTES DEVEM SE REGISTRAR:
      *     - SE A ULTIMA EXECUCAO ABERTA E DE HOJE E NAO CHEGOU AO
      *       FIM (O PASSO DIARIO NAO TERMINOU, OU ALGUM PASSO DELA
      *       FICOU SEM FIM REGISTRADO OU TERMINOU COM RC 16 OU
      *       MAIOR), A SUBMISSAO E UMA RERODADA APOS FALHA: A
      *       EXECUCAO E RETOMADA COM A MESMA DATA/RUN-ID. OS PASSOS
      *       ANTERIORES, NA ORDEM DO JOB, AO PRIMEIRO PASSO COM
      *       FALHA SAO PULADOS PELO PROPRIO PROGRAMA, DEVOLVENDO O
      *       RC ANTERIOR PARA QUE OS COND= DO JCL AVALIEM O MESMO
      *       RESULTADO; O PASSO COM FALHA E TODOS OS SEGUINTES SAO
      *       REABERTOS E REEXECUTADOS, POIS OS QUE TERMINARAM DEPOIS
      *       DA FALHA TRABALHARAM SOBRE ARQUIVOS DA TENTATIVA
      *       FALHA;
      *     - SE A EXECUCAO INCOMPLETA E DE UMA DATA ANTERIOR, A
      *       SUBMISSAO E RECUSADA COM RETURN-CODE 16: O LOTE DE HOJE
      *       NAO PODE SER PROCESSADO SOB A IDENTIDADE DE OUTRA DATA.
      *       O OPERADOR DECIDE ENTRE O CARTAO ABANDONA E O CARTAO
      *       RETOMA;
      *     - SE A DATA DE HOJE JA FOI PUBLICADA (PASSO PUBVID COM
      *       RC 0) POR UMA EXECUCAO NAO ESTORNADA, A SUBMISSAO E
      *       RECUSADA COM RETURN-CODE 16 E NENHUM PASSO PROCESSA:
      *       O REPROCESSAMENTO DE UMA DATA PUBLICADA EXIGE O
      *       ESTORNO PREVIO PELO JOB RESTVID (RESTITUI-EXECUCAO);
      *     - DO CONTRARIO, ABRE UMA EXECUCAO NOVA.
      *     O CARTAO SYSIN OPCIONAL, DE USO DO OPERADOR, TRAZ A
      *     PALAVRA ABANDONA, QUE DESISTE DA EXECUCAO INCOMPLETA EM
      *     VEZ DE RETOMA-LA E ABRE UMA NOVA, OU A PALAVRA RETOMA,
      *     QUE RETOMA A EXECUCAO INCOMPLETA MESMO SENDO DE UMA DATA
      *     ANTERIOR.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-10-15 EBV     VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-EXECUCAO.
       AUTHOR. EQUIPE DE BATCH - PLATAFORMA DE VIDEOS.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartao de controle opcional (ABANDONA ou RETOMA)
           SELECT CTL-CARTAO ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Livro de controle de execucoes do job ANALVID: um registro
      * de cabecalho por execucao (passo em branco) e um registro
      * por passo executado
           SELECT RUN-CTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-RCT-STATUS.
      * Identidade da execucao corrente, lida por cada passo do job
           SELECT RUN-ATUAL ASSIGN TO 'RUNATUAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARTAO.
       01 CTL-REGISTRO.
           05 CTL-ACAO             PIC X(08).

      * Estrutura de cada registro do livro de controle. No
      * cabecalho da execucao (RCT-PASSO em branco) a situacao e
      * 'A' aberta, 'E' estornada por RESTITUI-EXECUCAO, 'Z'
      * abandonada pelo operador ou 'X' submissao recusada, e a
      * quantidade de inicios conta as submissoes (a primeira e as
      * retomadas). No registro de um passo a situacao e 'I'
      * iniciado (sem fim registrado: em curso ou abendado) ou 'F'
      * finalizado, com o RETURN-CODE do fim.
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

      * Estrutura da identidade da execucao corrente. Situacao 'N'
      * execucao nova, 'R' execucao retomada ou 'X' submissao
      * recusada (os passos nao processam).
       FD RUN-ATUAL.
       01 RAT-REGISTRO.
           05 RAT-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 RAT-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 RAT-SITUACAO        PIC X(01).

       WORKING-STORAGE SECTION.

      * Indicadores de status e fim dos arquivos
       01 WS-ARQUIVO-STATUS.
           05 WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RCT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CTL-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-CTL-FIM                   VALUE 'S'.
           05 WS-RCT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-RCT-FIM                   VALUE 'S'.

      * Parametros de processamento
       01 WS-PARAMETROS.
           05 WS-ABANDONO-FLAG      PIC X(01) VALUE 'N'.
              88 WS-MODO-ABANDONO             VALUE 'S'.
           05 WS-RETOMADA-FLAG      PIC X(01) VALUE 'N'.
              88 WS-MODO-RETOMADA             VALUE 'S'.

      * Situacao apurada na varredura do livro: a ultima execucao
      * aberta (candidata a retomada) e se ela chegou ao fim, e se
      * a data de hoje ja foi publicada por execucao nao estornada
       01 WS-VARREDURA.
           05 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
           05 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
           05 WS-LIDA-SITUACAO      PIC X(01) VALUE SPACES.
           05 WS-PEND-DATA          PIC 9(08) VALUE ZEROS.
           05 WS-PEND-RUN-ID        PIC 9(08) VALUE ZEROS.
           05 WS-PEND-FLAG          PIC X(01) VALUE 'N'.
              88 WS-HA-PENDENTE               VALUE 'S'.
           05 WS-PEND-COMPLETA-FLAG PIC X(01) VALUE 'N'.
              88 WS-PEND-COMPLETA             VALUE 'S'.
           05 WS-PEND-DIARIO-FLAG   PIC X(01) VALUE 'N'.
              88 WS-PEND-DIARIO-LIMPO         VALUE 'S'.
           05 WS-PEND-FALHA-FLAG    PIC X(01) VALUE 'N'.
              88 WS-PEND-COM-FALHA            VALUE 'S'.
           05 WS-PUB-FLAG           PIC X(01) VALUE 'N'.
              88 WS-DATA-PUBLICADA            VALUE 'S'.
           05 WS-PUB-RUN-ID         PIC 9(08) VALUE ZEROS.

      * Identidade e situacao da execucao corrente, gravadas em
      * RUNATUAL.TXT
       01 WS-EXECUCAO.
           05 WS-EXEC-DATA          PIC 9(08) VALUE ZEROS.
           05 WS-EXEC-RUN-ID        PIC 9(08) VALUE ZEROS.
           05 WS-EXEC-SITUACAO      PIC X(01) VALUE 'X'.

      * Contadores dos passos da execucao retomada
       01 WS-CONTADORES.
           05 WS-QTDE-PULADOS       PIC 9(03) VALUE ZEROS.
           05 WS-QTDE-REEXECUTADOS  PIC 9(03) VALUE ZEROS.

      * Passos do job ANALVID que se registram no livro, na ordem em
      * que executam (a ordem das chaves do livro e a dos nomes)
       01 WS-ORDEM-PASSOS-NOMES.
           05 FILLER                PIC X(08) VALUE 'RECICLA'.
           05 FILLER                PIC X(08) VALUE 'CALFONT'.
           05 FILLER                PIC X(08) VALUE 'CTLCNT'.
           05 FILLER                PIC X(08) VALUE 'ANALVID'.
           05 FILLER                PIC X(08) VALUE 'BALVID'.
           05 FILLER                PIC X(08) VALUE 'VIDMSTR'.
           05 FILLER                PIC X(08) VALUE 'TENDVID'.
           05 FILLER                PIC X(08) VALUE 'EXPVAR'.
           05 FILLER                PIC X(08) VALUE 'PUBVID'.
           05 FILLER                PIC X(08) VALUE 'DIARIO'.
       01 WS-ORDEM-PASSOS REDEFINES WS-ORDEM-PASSOS-NOMES.
           05 WS-ORD-PASSO          PIC X(08) OCCURS 10 TIMES
                   INDEXED BY WS-ORD-IDX.

      * Situacao e RC registrados no livro para cada passo da
      * execucao retomada (situacao em branco = sem registro) e a
      * posicao do primeiro passo com falha (zero = nenhum)
       01 WS-ORDEM-SITUACAO.
           05 WS-ORD-ENTRADA OCCURS 10 TIMES.
               10 WS-ORD-SITUACAO   PIC X(01).
               10 WS-ORD-RC         PIC 9(04).
           05 WS-ORD-SUB            PIC 9(02) VALUE ZEROS.
           05 WS-ORD-PRIMEIRA-FALHA PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 0500-MARCA-RECUSA-PROVISORIA.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 1100-ABRE-LIVRO.
           PERFORM 2000-VARRE-LIVRO.
           IF WS-HA-PENDENTE AND NOT WS-PEND-COMPLETA
               AND WS-MODO-ABANDONO
               PERFORM 3000-ABANDONA-PENDENTE
           END-IF.
           IF WS-HA-PENDENTE AND NOT WS-PEND-COMPLETA
               IF WS-PEND-DATA = WS-DATA-HOJE OR WS-MODO-RETOMADA
                   PERFORM 4000-RETOMA-EXECUCAO
               ELSE
                   PERFORM 5100-RECUSA-PENDENTE-ANTIGA
               END-IF
           ELSE
               IF WS-DATA-PUBLICADA
                   PERFORM 5000-RECUSA-SUBMISSAO
               ELSE
                   PERFORM 6000-ABRE-NOVA-EXECUCAO
               END-IF
           END-IF.
           PERFORM 7000-GRAVA-EXECUCAO-ATUAL.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *-----------------------------------------------------------------
      * Antes de qualquer outra coisa, grava RUNATUAL.TXT como
      * recusado: se este passo falhar, os passos seguintes nao
      * podem se registrar sob a identidade da execucao anterior
      * (o que os faria pular tudo como ja concluido).
      *-----------------------------------------------------------------
       0500-MARCA-RECUSA-PROVISORIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE TO WS-EXEC-DATA
           MOVE WS-HORA-AGORA TO WS-EXEC-RUN-ID
           MOVE 'X' TO WS-EXEC-SITUACAO
           PERFORM 7000-GRAVA-EXECUCAO-ATUAL.

      *-----------------------------------------------------------------
      * Le o cartao de controle opcional (SYSIN): a palavra ABANDONA
      * desiste da execucao incompleta em vez de retoma-la; a
      * palavra RETOMA retoma a execucao incompleta de uma data
      * anterior. Cartao ausente ou vazio e o funcionamento normal.
      *-----------------------------------------------------------------
       1000-LE-CARTAO-CONTROLE.
           OPEN INPUT CTL-CARTAO
           IF WS-CTL-STATUS = '00'
               READ CTL-CARTAO
                   AT END MOVE 'S' TO WS-CTL-FIM-FLAG
               END-READ
               IF NOT WS-CTL-FIM
                   IF CTL-ACAO = 'ABANDONA'
                       MOVE 'S' TO WS-ABANDONO-FLAG
                   END-IF
                   IF CTL-ACAO = 'RETOMA'
                       MOVE 'S' TO WS-RETOMADA-FLAG
                   END-IF
               END-IF
               CLOSE CTL-CARTAO
           END-IF.

      *-----------------------------------------------------------------
      * Abre o livro de controle, criando-o vazio na primeira
      * execucao. Falha de abertura encerra o passo com RETURN-CODE
      * 16 (RUNATUAL.TXT ja esta marcado como recusado).
      *-----------------------------------------------------------------
       1100-ABRE-LIVRO.
           OPEN I-O RUN-CTL
           IF WS-RCT-STATUS = '35'
               OPEN OUTPUT RUN-CTL
               CLOSE RUN-CTL
               OPEN I-O RUN-CTL
           END-IF
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'CONTROLE-EXECUCAO: ERRO AO ABRIR RUNCTL '
                   '(STATUS ' WS-RCT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Percorre o livro inteiro em sequencia de chave (data, run-id
      * e passo, com o cabecalho de cada execucao antes dos passos
      * dela), guardando a ultima execucao aberta, se ela chegou ao
      * fim e se alguma execucao nao estornada de hoje publicou o
      * relatorio (passo PUBVID com RC 0). A execucao so chegou ao
      * fim com o passo DIARIO finalizado limpo e nenhum passo dela
      * iniciado sem fim ou finalizado com RC 16 ou maior; como os
      * passos sao lidos em ordem de nome, a conclusao e tirada
      * depois da varredura.
      *-----------------------------------------------------------------
       2000-VARRE-LIVRO.
           MOVE ZEROS TO RCT-DATA-EXECUCAO
           MOVE ZEROS TO RCT-RUN-ID
           MOVE SPACES TO RCT-PASSO
           START RUN-CTL KEY NOT < RCT-CHAVE
               INVALID KEY MOVE 'S' TO WS-RCT-FIM-FLAG
           END-START
           PERFORM 2100-LE-PROXIMO-REGISTRO
               UNTIL WS-RCT-FIM
           IF WS-PEND-DIARIO-LIMPO AND NOT WS-PEND-COM-FALHA
               MOVE 'S' TO WS-PEND-COMPLETA-FLAG
           END-IF.

       2100-LE-PROXIMO-REGISTRO.
           READ RUN-CTL NEXT
               AT END MOVE 'S' TO WS-RCT-FIM-FLAG
               NOT AT END PERFORM 2200-EXAMINA-REGISTRO
           END-READ.

       2200-EXAMINA-REGISTRO.
           IF RCT-PASSO = SPACES
               MOVE RCT-SITUACAO TO WS-LIDA-SITUACAO
               IF RCT-SITUACAO = 'A'
                   MOVE 'S' TO WS-PEND-FLAG
                   MOVE 'N' TO WS-PEND-COMPLETA-FLAG
                   MOVE 'N' TO WS-PEND-DIARIO-FLAG
                   MOVE 'N' TO WS-PEND-FALHA-FLAG
                   MOVE RCT-DATA-EXECUCAO TO WS-PEND-DATA
                   MOVE RCT-RUN-ID TO WS-PEND-RUN-ID
               END-IF
           ELSE
               IF RCT-DATA-EXECUCAO = WS-PEND-DATA
                   AND RCT-RUN-ID = WS-PEND-RUN-ID
                   PERFORM 2210-EXAMINA-PASSO-PENDENTE
               END-IF
               IF RCT-PASSO = 'PUBVID' AND RCT-SITUACAO = 'F'
                   AND RCT-RC = ZEROS
                   AND RCT-DATA-EXECUCAO = WS-DATA-HOJE
                   AND WS-LIDA-SITUACAO NOT = 'E'
                   MOVE 'S' TO WS-PUB-FLAG
                   MOVE RCT-RUN-ID TO WS-PUB-RUN-ID
               END-IF
           END-IF.

       2210-EXAMINA-PASSO-PENDENTE.
           IF RCT-PASSO = 'DIARIO' AND RCT-SITUACAO = 'F'
               AND RCT-RC < 16
               MOVE 'S' TO WS-PEND-DIARIO-FLAG
           END-IF
           IF RCT-SITUACAO = 'I'
               OR (RCT-SITUACAO = 'F' AND RCT-RC NOT < 16)
               MOVE 'S' TO WS-PEND-FALHA-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * A pedido do operador (cartao ABANDONA), marca a execucao
      * incompleta como abandonada ('Z'); a submissao segue como
      * execucao nova, sujeita a mesma conferencia de data ja
      * publicada.
      *-----------------------------------------------------------------
       3000-ABANDONA-PENDENTE.
           MOVE WS-PEND-DATA TO RCT-DATA-EXECUCAO
           MOVE WS-PEND-RUN-ID TO RCT-RUN-ID
           MOVE SPACES TO RCT-PASSO
           READ RUN-CTL
               INVALID KEY
                   DISPLAY 'CONTROLE-EXECUCAO: CABECALHO DA EXECUCAO '
                       WS-PEND-DATA '/' WS-PEND-RUN-ID
                       ' NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE 'Z' TO RCT-SITUACAO
                   MOVE WS-DATA-HOJE TO RCT-DATA-FIM
                   MOVE WS-HORA-AGORA TO RCT-HORA-FIM
                   REWRITE RCT-REGISTRO
                   DISPLAY 'CONTROLE-EXECUCAO: EXECUCAO INCOMPLETA '
                       WS-PEND-DATA '/' WS-PEND-RUN-ID
                       ' ABANDONADA PELO OPERADOR'
           END-READ
           MOVE 'N' TO WS-PEND-FLAG.

      *-----------------------------------------------------------------
      * Retoma a execucao incompleta: o cabecalho conta mais um
      * inicio, os registros dos passos dela sao recolhidos na tabela
      * da ordem do job e cada passo e listado no log com o que vai
      * acontecer com ele na rerodada. O primeiro passo com falha
      * (sem fim registrado ou com RC 16 ou maior) e todos os que o
      * seguem no job sao reabertos (situacao 'I', RC 0): os que
      * rodaram depois da falha, como o DIARIO, trabalharam sobre os
      * arquivos da tentativa falha e precisam ser refeitos.
      *-----------------------------------------------------------------
       4000-RETOMA-EXECUCAO.
           MOVE WS-PEND-DATA TO WS-EXEC-DATA
           MOVE WS-PEND-RUN-ID TO WS-EXEC-RUN-ID
           MOVE 'R' TO WS-EXEC-SITUACAO
           DISPLAY 'CONTROLE-EXECUCAO: EXECUCAO ' WS-EXEC-DATA '/'
               WS-EXEC-RUN-ID ' NAO CHEGOU AO FIM - RETOMADA'
           MOVE WS-EXEC-DATA TO RCT-DATA-EXECUCAO
           MOVE WS-EXEC-RUN-ID TO RCT-RUN-ID
           MOVE SPACES TO RCT-PASSO
           READ RUN-CTL
               INVALID KEY
                   DISPLAY 'CONTROLE-EXECUCAO: CABECALHO DA EXECUCAO '
                       'NAO ENCONTRADO'
               NOT INVALID KEY
                   ADD 1 TO RCT-QTDE-INICIOS
                   MOVE WS-DATA-HOJE TO RCT-DATA-FIM
                   MOVE WS-HORA-AGORA TO RCT-HORA-FIM
                   REWRITE RCT-REGISTRO
           END-READ
           PERFORM 4050-LIMPA-ORDEM
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > 10
           MOVE WS-EXEC-DATA TO RCT-DATA-EXECUCAO
           MOVE WS-EXEC-RUN-ID TO RCT-RUN-ID
           MOVE SPACES TO RCT-PASSO
           MOVE 'N' TO WS-RCT-FIM-FLAG
           START RUN-CTL KEY NOT < RCT-CHAVE
               INVALID KEY MOVE 'S' TO WS-RCT-FIM-FLAG
           END-START
           PERFORM 4100-RECOLHE-PASSO
               UNTIL WS-RCT-FIM
           MOVE ZEROS TO WS-ORD-PRIMEIRA-FALHA
           PERFORM 4200-PROCURA-FALHA
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > 10 OR WS-ORD-PRIMEIRA-FALHA > 0
           PERFORM 4300-TRATA-PASSO
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > 10
           DISPLAY 'CONTROLE-EXECUCAO: PASSOS A PULAR '
               WS-QTDE-PULADOS ' A REEXECUTAR ' WS-QTDE-REEXECUTADOS.

       4050-LIMPA-ORDEM.
           MOVE SPACE TO WS-ORD-SITUACAO (WS-ORD-SUB)
           MOVE ZEROS TO WS-ORD-RC (WS-ORD-SUB).

       4100-RECOLHE-PASSO.
           READ RUN-CTL NEXT
               AT END MOVE 'S' TO WS-RCT-FIM-FLAG
           END-READ
           IF NOT WS-RCT-FIM
               IF RCT-DATA-EXECUCAO NOT = WS-EXEC-DATA
                   OR RCT-RUN-ID NOT = WS-EXEC-RUN-ID
                   MOVE 'S' TO WS-RCT-FIM-FLAG
               ELSE
                   IF RCT-PASSO NOT = SPACES
                       PERFORM 4110-GUARDA-PASSO
                   END-IF
               END-IF
           END-IF.

       4110-GUARDA-PASSO.
           SET WS-ORD-IDX TO 1
           SEARCH WS-ORD-PASSO
               AT END
                   DISPLAY 'CONTROLE-EXECUCAO:   PASSO ' RCT-PASSO
                       ' FORA DA ORDEM DO JOB - IGNORADO'
               WHEN WS-ORD-PASSO (WS-ORD-IDX) = RCT-PASSO
                   SET WS-ORD-SUB TO WS-ORD-IDX
                   MOVE RCT-SITUACAO TO WS-ORD-SITUACAO (WS-ORD-SUB)
                   MOVE RCT-RC TO WS-ORD-RC (WS-ORD-SUB)
           END-SEARCH.

       4200-PROCURA-FALHA.
           IF WS-ORD-SITUACAO (WS-ORD-SUB) = 'I'
               OR (WS-ORD-SITUACAO (WS-ORD-SUB) = 'F'
                   AND WS-ORD-RC (WS-ORD-SUB) NOT < 16)
               MOVE WS-ORD-SUB TO WS-ORD-PRIMEIRA-FALHA
           END-IF.

      *-----------------------------------------------------------------
      * Lista um passo da execucao retomada, na ordem do job, e
      * reabre o que terminou a partir do primeiro passo com falha.
      * Passo sem registro no livro nao rodou e roda normalmente.
      *-----------------------------------------------------------------
       4300-TRATA-PASSO.
           IF WS-ORD-SITUACAO (WS-ORD-SUB) NOT = SPACE
               IF WS-ORD-PRIMEIRA-FALHA > 0
                   AND WS-ORD-SUB NOT < WS-ORD-PRIMEIRA-FALHA
                   ADD 1 TO WS-QTDE-REEXECUTADOS
                   PERFORM 4310-EXIBE-REEXECUCAO
                   IF WS-ORD-SITUACAO (WS-ORD-SUB) = 'F'
                       PERFORM 4320-REABRE-PASSO
                   END-IF
               ELSE
                   ADD 1 TO WS-QTDE-PULADOS
                   DISPLAY 'CONTROLE-EXECUCAO:   '
                       WS-ORD-PASSO (WS-ORD-SUB) ' TERMINOU COM RC '
                       WS-ORD-RC (WS-ORD-SUB) ' - SERA PULADO'
               END-IF
           END-IF.

       4310-EXIBE-REEXECUCAO.
           IF WS-ORD-SITUACAO (WS-ORD-SUB) = 'I'
               DISPLAY 'CONTROLE-EXECUCAO:   '
                   WS-ORD-PASSO (WS-ORD-SUB)
                   ' NAO TERMINOU - SERA REEXECUTADO'
           ELSE
               IF WS-ORD-RC (WS-ORD-SUB) NOT < 16
                   DISPLAY 'CONTROLE-EXECUCAO:   '
                       WS-ORD-PASSO (WS-ORD-SUB) ' FALHOU COM RC '
                       WS-ORD-RC (WS-ORD-SUB) ' - SERA REEXECUTADO'
               ELSE
                   DISPLAY 'CONTROLE-EXECUCAO:   '
                       WS-ORD-PASSO (WS-ORD-SUB) ' TERMINOU COM RC '
                       WS-ORD-RC (WS-ORD-SUB) ' DEPOIS DA FALHA - '
                       'SERA REEXECUTADO'
               END-IF
           END-IF.

       4320-REABRE-PASSO.
           MOVE WS-EXEC-DATA TO RCT-DATA-EXECUCAO
           MOVE WS-EXEC-RUN-ID TO RCT-RUN-ID
           MOVE WS-ORD-PASSO (WS-ORD-SUB) TO RCT-PASSO
           READ RUN-CTL
               INVALID KEY
                   DISPLAY 'CONTROLE-EXECUCAO: PASSO '
                       WS-ORD-PASSO (WS-ORD-SUB)
                       ' NAO ENCONTRADO PARA REABRIR'
               NOT INVALID KEY
                   MOVE 'I' TO RCT-SITUACAO
                   MOVE ZEROS TO RCT-RC
                   MOVE ZEROS TO RCT-DATA-FIM
                   MOVE ZEROS TO RCT-HORA-FIM
                   REWRITE RCT-REGISTRO
                       INVALID KEY
                           DISPLAY 'CONTROLE-EXECUCAO: ERRO AO '
                               'REABRIR O PASSO ' RCT-PASSO
                               ' (STATUS ' WS-RCT-STATUS ')'
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * Recusa a submissao para uma data ja publicada: a tentativa
      * fica registrada no livro com a situacao 'X' e os passos
      * seguintes, ao lerem RUNATUAL.TXT, terminam sem processar.
      *-----------------------------------------------------------------
       5000-RECUSA-SUBMISSAO.
           MOVE WS-DATA-HOJE TO WS-EXEC-DATA
           MOVE WS-HORA-AGORA TO WS-EXEC-RUN-ID
           MOVE 'X' TO WS-EXEC-SITUACAO
           MOVE 'X' TO RCT-SITUACAO
           PERFORM 6100-GRAVA-CABECALHO
           DISPLAY 'CONTROLE-EXECUCAO: DATA ' WS-DATA-HOJE
               ' JA PUBLICADA PELA EXECUCAO ' WS-DATA-HOJE '/'
               WS-PUB-RUN-ID ' - SUBMISSAO RECUSADA'
           DISPLAY 'CONTROLE-EXECUCAO: PARA REPROCESSAR A DATA, '
               'ESTORNAR A EXECUCAO PUBLICADA PELO JOB RESTVID'.

      *-----------------------------------------------------------------
      * Recusa a submissao quando a execucao incompleta e de uma data
      * anterior: retoma-la sem ordem do operador processaria o lote
      * de hoje sob a data e o run-id antigos. A tentativa fica
      * registrada no livro com a situacao 'X'.
      *-----------------------------------------------------------------
       5100-RECUSA-PENDENTE-ANTIGA.
           MOVE WS-DATA-HOJE TO WS-EXEC-DATA
           MOVE WS-HORA-AGORA TO WS-EXEC-RUN-ID
           MOVE 'X' TO WS-EXEC-SITUACAO
           MOVE 'X' TO RCT-SITUACAO
           PERFORM 6100-GRAVA-CABECALHO
           DISPLAY 'CONTROLE-EXECUCAO: EXECUCAO INCOMPLETA DE OUTRA '
               'DATA ' WS-PEND-DATA '/' WS-PEND-RUN-ID
               ' - SUBMISSAO RECUSADA'
           DISPLAY 'CONTROLE-EXECUCAO: INCLUIR O CARTAO ABANDONA PARA '
               'DESISTIR DELA OU O CARTAO RETOMA PARA RETOMA-LA'.

      *-----------------------------------------------------------------
      * Abre uma execucao nova com a data de hoje e o run-id da hora
      * da submissao.
      *-----------------------------------------------------------------
       6000-ABRE-NOVA-EXECUCAO.
           MOVE WS-DATA-HOJE TO WS-EXEC-DATA
           MOVE WS-HORA-AGORA TO WS-EXEC-RUN-ID
           MOVE 'N' TO WS-EXEC-SITUACAO
           MOVE 'A' TO RCT-SITUACAO
           PERFORM 6100-GRAVA-CABECALHO
           DISPLAY 'CONTROLE-EXECUCAO: EXECUCAO ' WS-EXEC-DATA '/'
               WS-EXEC-RUN-ID ' ABERTA'.

       6100-GRAVA-CABECALHO.
           MOVE WS-EXEC-DATA TO RCT-DATA-EXECUCAO
           MOVE WS-EXEC-RUN-ID TO RCT-RUN-ID
           MOVE SPACES TO RCT-PASSO
           MOVE ZEROS TO RCT-RC
           MOVE 1 TO RCT-QTDE-INICIOS
           MOVE WS-DATA-HOJE TO RCT-DATA-INICIO
           MOVE WS-HORA-AGORA TO RCT-HORA-INICIO
           MOVE ZEROS TO RCT-DATA-FIM
           MOVE ZEROS TO RCT-HORA-FIM
           WRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'CONTROLE-EXECUCAO: ERRO AO GRAVAR O '
                       'CABECALHO DA EXECUCAO (STATUS ' WS-RCT-STATUS
                       ')'
                   MOVE 'X' TO WS-EXEC-SITUACAO
           END-WRITE.

      *-----------------------------------------------------------------
      * Grava a identidade e a situacao da execucao corrente em
      * RUNATUAL.TXT.
      *-----------------------------------------------------------------
       7000-GRAVA-EXECUCAO-ATUAL.
           OPEN OUTPUT RUN-ATUAL
           MOVE SPACES TO RAT-REGISTRO
           MOVE WS-EXEC-DATA TO RAT-DATA-EXECUCAO
           MOVE WS-EXEC-RUN-ID TO RAT-RUN-ID
           MOVE WS-EXEC-SITUACAO TO RAT-SITUACAO
           WRITE RAT-REGISTRO
           CLOSE RUN-ATUAL.

       9000-FINALIZA.
           CLOSE RUN-CTL
           IF WS-EXEC-SITUACAO = 'X'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
