      *         RESULTADOS.TXT QUANDO FONTES.TXT NAO EXISTIR. FONTE
      *         QUE NAO ABRIR E REGISTRADA E IGNORADA EM VEZ DE
      *         ENCERRAR O PASSO DE CONTROLE.
      *     2026-10-15 EBV     O PASSO REGISTRA O SEU INICIO E O
      *         RETURN-CODE COM QUE TERMINOU NO LIVRO DE CONTROLE DE
      *         EXECUCOES (RUNCTL), SOB A IDENTIDADE DA EXECUCAO EM
      *         RUNATUAL.TXT. EM UMA RERODADA DA MESMA EXECUCAO, PASSO
      *         JA TERMINADO LIMPO NAO E REEXECUTADO E DEVOLVE O RC
      *         ANTERIOR; SUBMISSAO RECUSADA NAO PROCESSA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CONTAGEM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      * Identidade da execucao corrente do job, gravada pelo passo
      * de abertura (CONTROLE-EXECUCAO)
           SELECT RUN-ATUAL ASSIGN TO 'RUNATUAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAT-STATUS.
      * Livro de controle de execucoes do job, no qual o passo
      * registra o seu inicio e o RETURN-CODE com que terminou
           SELECT RUN-CTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-RCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARTAO.
       01 CNT-REGISTRO.
           05 CNT-QTDE-RECICLADOS  PIC 9(08).

      * Estrutura da identidade da execucao corrente (mesmo layout
      * de RAT-REGISTRO em CONTROLE-EXECUCAO)
       FD RUN-ATUAL.
       01 RAT-REGISTRO.
           05 RAT-DATA-EXECUCAO   PIC 9(08).
           05 FILLER              PIC X(01).
           05 RAT-RUN-ID          PIC 9(08).
           05 FILLER              PIC X(01).
           05 RAT-SITUACAO        PIC X(01).

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

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
           05 WS-RECICLO-FONTE-FLAG PIC X(01) VALUE 'N'.
              88 WS-RECICLO-E-FONTE           VALUE 'S'.

      * Registro do passo no livro de controle de execucoes do job.
      * Sem RUNATUAL.TXT o programa roda fora do controle, como
      * antes da criacao do livro.
       01 WS-CONTROLE-PASSO.
           05 WS-RCT-PASSO          PIC X(08) VALUE 'CTLCNT'.
           05 WS-RAT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RCT-STATUS         PIC X(02) VALUE SPACES.
           05 WS-RAT-FIM-FLAG       PIC X(01) VALUE 'N'.
              88 WS-RAT-FIM                   VALUE 'S'.
           05 WS-RCT-CONTROLADO-FLAG PIC X(01) VALUE 'N'.
              88 WS-RCT-CONTROLADO            VALUE 'S'.
           05 WS-RCT-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-RCT-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-RCT-DATA-AGORA     PIC 9(08) VALUE ZEROS.
           05 WS-RCT-HORA-AGORA     PIC 9(08) VALUE ZEROS.
           05 WS-RCT-RC-FINAL       PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 0100-REGISTRA-INICIO-PASSO.
           PERFORM 1000-LE-CARTAO-CONTROLE.
           PERFORM 2000-CONTA-REGISTROS.
           PERFORM 2500-SOMA-RECICLADOS.
           PERFORM 3000-CONFERE-CONTAGEM.
           PERFORM 9000-FINALIZA.
           PERFORM 9900-REGISTRA-FIM-PASSO.
           STOP RUN.

      *-----------------------------------------------------------------
      * Registra o inicio do passo no livro de controle de execucoes
      * (RUNCTL) sob a identidade da execucao corrente do job
      * (RUNATUAL.TXT). Submissao recusada pelo passo de abertura
      * termina com RETURN-CODE 16 sem processar. Passo que ja
      * terminou limpo (RC menor que 16) na mesma execucao - uma
      * rerodada apos abend de um passo posterior - nao e
      * reexecutado: devolve o RETURN-CODE registrado, para que os
      * COND= dos passos seguintes avaliem o mesmo resultado.
      *-----------------------------------------------------------------
       0100-REGISTRA-INICIO-PASSO.
           OPEN INPUT RUN-ATUAL
           IF WS-RAT-STATUS = '00'
               READ RUN-ATUAL
                   AT END MOVE 'S' TO WS-RAT-FIM-FLAG
               END-READ
               CLOSE RUN-ATUAL
               IF NOT WS-RAT-FIM
                   PERFORM 0110-CONFERE-LIVRO-PASSO
               END-IF
           END-IF.

       0110-CONFERE-LIVRO-PASSO.
           IF RAT-SITUACAO = 'X'
               DISPLAY 'VALIDA-CONTAGEM: SUBMISSAO RECUSADA PELO '
                   'CONTROLE DE EXECUCAO - PASSO NAO EXECUTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RAT-DATA-EXECUCAO TO WS-RCT-DATA-EXECUCAO
           MOVE RAT-RUN-ID TO WS-RCT-RUN-ID
           OPEN I-O RUN-CTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'VALIDA-CONTAGEM: ERRO AO ABRIR RUNCTL (STATUS '
                   WS-RCT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-RCT-CONTROLADO-FLAG
           ACCEPT WS-RCT-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-RCT-HORA-AGORA FROM TIME
           MOVE WS-RCT-DATA-EXECUCAO TO RCT-DATA-EXECUCAO
           MOVE WS-RCT-RUN-ID TO RCT-RUN-ID
           MOVE WS-RCT-PASSO TO RCT-PASSO
           READ RUN-CTL
               INVALID KEY
                   PERFORM 0120-INCLUI-PASSO
               NOT INVALID KEY
                   PERFORM 0130-RETOMA-PASSO
           END-READ
           CLOSE RUN-CTL.

       0120-INCLUI-PASSO.
           MOVE 'I' TO RCT-SITUACAO
           MOVE ZEROS TO RCT-RC
           MOVE 1 TO RCT-QTDE-INICIOS
           MOVE WS-RCT-DATA-AGORA TO RCT-DATA-INICIO
           MOVE WS-RCT-HORA-AGORA TO RCT-HORA-INICIO
           MOVE ZEROS TO RCT-DATA-FIM
           MOVE ZEROS TO RCT-HORA-FIM
           WRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'VALIDA-CONTAGEM: ERRO AO REGISTRAR O PASSO '
                       'EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-WRITE.

       0130-RETOMA-PASSO.
           IF RCT-SITUACAO = 'F' AND RCT-RC < 16
               DISPLAY 'VALIDA-CONTAGEM: PASSO ' WS-RCT-PASSO
                   ' JA TERMINADO NA EXECUCAO ' WS-RCT-DATA-EXECUCAO
                   '/' WS-RCT-RUN-ID ' COM RC ' RCT-RC
                   ' - NAO REEXECUTADO'
               MOVE RCT-RC TO RETURN-CODE
               CLOSE RUN-CTL
               STOP RUN
           END-IF
           ADD 1 TO RCT-QTDE-INICIOS
           MOVE 'I' TO RCT-SITUACAO
           MOVE ZEROS TO RCT-RC
           MOVE WS-RCT-DATA-AGORA TO RCT-DATA-INICIO
           MOVE WS-RCT-HORA-AGORA TO RCT-HORA-INICIO
           MOVE ZEROS TO RCT-DATA-FIM
           MOVE ZEROS TO RCT-HORA-FIM
           REWRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'VALIDA-CONTAGEM: ERRO AO REGISTRAR O PASSO '
                       'EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.

      *-----------------------------------------------------------------
      * Le a quantidade de registros esperada informada no cartao de
      * controle (SYSIN).

       9000-FINALIZA.
           CONTINUE.

      *-----------------------------------------------------------------
      * Registra no livro de controle de execucoes o fim do passo e
      * o RETURN-CODE com que ele terminou.
      *-----------------------------------------------------------------
       9900-REGISTRA-FIM-PASSO.
           IF WS-RCT-CONTROLADO
               MOVE RETURN-CODE TO WS-RCT-RC-FINAL
               OPEN I-O RUN-CTL
               IF WS-RCT-STATUS = '00'
                   MOVE WS-RCT-DATA-EXECUCAO TO RCT-DATA-EXECUCAO
                   MOVE WS-RCT-RUN-ID TO RCT-RUN-ID
                   MOVE WS-RCT-PASSO TO RCT-PASSO
                   READ RUN-CTL
                       INVALID KEY
                           DISPLAY 'VALIDA-CONTAGEM: PASSO NAO '
                               'ENCONTRADO EM RUNCTL NO FIM'
                       NOT INVALID KEY
                           PERFORM 9910-GRAVA-FIM-PASSO
                   END-READ
                   CLOSE RUN-CTL
               ELSE
                   DISPLAY 'VALIDA-CONTAGEM: ERRO AO ABRIR RUNCTL '
                       '(STATUS ' WS-RCT-STATUS ')'
                       ' - FIM DO PASSO NAO REGISTRADO'
               END-IF
               MOVE WS-RCT-RC-FINAL TO RETURN-CODE
           END-IF.

       9910-GRAVA-FIM-PASSO.
           ACCEPT WS-RCT-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-RCT-HORA-AGORA FROM TIME
           MOVE 'F' TO RCT-SITUACAO
           MOVE WS-RCT-RC-FINAL TO RCT-RC
           MOVE WS-RCT-DATA-AGORA TO RCT-DATA-FIM
           MOVE WS-RCT-HORA-AGORA TO RCT-HORA-FIM
           REWRITE RCT-REGISTRO
               INVALID KEY
                   DISPLAY 'VALIDA-CONTAGEM: ERRO AO REGISTRAR O FIM '
                       'DO PASSO EM RUNCTL (STATUS ' WS-RCT-STATUS ')'
           END-REWRITE.
