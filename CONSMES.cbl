      * HISTORICO DE ALTERACOES
      *     DATA       AUTOR   DESCRICAO
      *     2026-09-02 EBV     VERSAO INICIAL.
      *     2026-10-15 EBV     AO FINAL DA EXECUCAO O PROGRAMA
      *                        ACRESCENTA EM CAPACID.TXT A MAIOR
      *                        OCUPACAO DAS TABELAS DE MESES E DAS
      *                        QUEBRAS POR CATEGORIA (ANTES DO BUCKET
      *                        OUTRAS) E POR FONTE DE CADA MES, COM AS
      *                        LINHAS QUE FICARAM SEM ENTRADA PROPRIA,
      *                        PARA O RELATORIO DE CAPACIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDA-MENSAL.
           SELECT SUM-OUT ASSIGN TO 'MENSUMO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
      * Registro de capacidade das tabelas internas, acumulado por
      * todos os programas e lido pelo relatorio de capacidade
           SELECT CAP-OUT ASSIGN TO 'CAPACID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(01).
           05 SUM-SEG             PIC 9(10).

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
           05 FILLER              PIC X(20) VALUE 'Veredicto Final:   '.
           05 WS-BAL-FINAL        PIC X(12).

      * Linha de capacidade em montagem: identidade da execucao,
      * tabela, limite, maior ocupacao na execucao e ocorrencias que
      * ficaram sem entrada propria por falta de espaco
       01 WS-CAPACIDADE.
           05 WS-CAP-STATUS         PIC X(02) VALUE SPACES.
           05 WS-CAP-PROGRAMA       PIC X(08) VALUE 'CONSMES'.
           05 WS-CAP-DATA-EXECUCAO  PIC 9(08) VALUE ZEROS.
           05 WS-CAP-RUN-ID         PIC 9(08) VALUE ZEROS.
           05 WS-CAP-TABELA         PIC X(20) VALUE SPACES.
           05 WS-CAP-LIMITE         PIC 9(07) VALUE ZEROS.
           05 WS-CAP-MAXIMO         PIC 9(10) VALUE ZEROS.
           05 WS-CAP-EXCEDENTES     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-MES-IGNORADAS  PIC 9(10) VALUE ZEROS.
           05 WS-CAP-CAT-MAXIMO     PIC 9(02) COMP VALUE ZERO.
           05 WS-CAP-CAT-OUTRAS     PIC 9(10) VALUE ZEROS.
           05 WS-CAP-FON-MAXIMO     PIC 9(03) COMP VALUE ZERO.
           05 WS-CAP-FON-EXCEDENTES PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 3000-GRAVA-RESUMO.
           PERFORM 4000-GRAVA-RELATORIO.
           PERFORM 9000-FINALIZA.
           PERFORM 8900-GRAVA-CAPACIDADE.
           STOP RUN.

      *-----------------------------------------------------------------
               MOVE ZERO TO WS-MES-FON-OCUP (WS-MES-IDX)
               MOVE 'S' TO WS-MES-ACHOU-FLAG
           ELSE
               ADD 1 TO WS-CAP-MES-IGNORADAS
               IF NOT WS-MES-CHEIO
                   MOVE 'S' TO WS-MES-CHEIO-FLAG
                   DISPLAY 'CONSOLIDA-MENSAL: TABELA DE MESES CHEIA '
               MOVE ZEROS TO
                   WS-MES-CAT-SEG (WS-MES-IDX, WS-CAT-SUB)
           ELSE
               ADD 1 TO WS-CAP-CAT-OUTRAS
               IF WS-MES-CAT-OCUP (WS-MES-IDX) < 20
                   ADD 1 TO WS-MES-CAT-OCUP (WS-MES-IDX)
                   MOVE WS-MES-CAT-OCUP (WS-MES-IDX) TO WS-CAT-SUB
               MOVE ZEROS TO
                   WS-MES-FON-SEG (WS-MES-IDX, WS-FON-SUB)
           ELSE
               ADD 1 TO WS-CAP-FON-EXCEDENTES
               MOVE 50 TO WS-FON-SUB
           END-IF.

           MOVE WS-LINHA-EQUACAO TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------------------
      * Acrescenta ao registro de capacidade (CAPACID.TXT) uma linha
      * por tabela interna com a maior ocupacao desta execucao. As
      * quebras por categoria e por fonte existem em cada mes: vale
      * a maior ocupacao entre os meses consolidados. A quebra por
      * categoria e medida contra as 19 entradas proprias (a
      * vigesima e o bucket OUTRAS). Excedentes sao as linhas do
      * extrato mantidas por falta de mes livre, acumuladas em
      * OUTRAS ou somadas a quinquagesima fonte. Falha ao abrir o
      * arquivo nao altera o RETURN-CODE.
      *-----------------------------------------------------------------
       8900-GRAVA-CAPACIDADE.
           ACCEPT WS-CAP-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-CAP-RUN-ID FROM TIME
           OPEN EXTEND CAP-OUT
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAP-OUT
           END-IF
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'CONSOLIDA-MENSAL: ERRO AO ABRIR CAPACID.TXT '
                   '(STATUS ' WS-CAP-STATUS ') - CAPACIDADE NAO '
                   'REGISTRADA'
           ELSE
               PERFORM 8920-APURA-MAXIMO-MES
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MES-QTDE-OCUP
               MOVE 'MESES' TO WS-CAP-TABELA
               MOVE 24 TO WS-CAP-LIMITE
               MOVE WS-MES-QTDE-OCUP TO WS-CAP-MAXIMO
               MOVE WS-CAP-MES-IGNORADAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'CATEGORIAS POR MES' TO WS-CAP-TABELA
               MOVE 19 TO WS-CAP-LIMITE
               MOVE WS-CAP-CAT-MAXIMO TO WS-CAP-MAXIMO
               MOVE WS-CAP-CAT-OUTRAS TO WS-CAP-EXCEDENTES
               PERFORM 8910-GRAVA-LINHA-CAPACIDADE
               MOVE 'FONTES POR MES' TO WS-CAP-TABELA
               MOVE 50 TO WS-CAP-LIMITE
               MOVE WS-CAP-FON-MAXIMO TO WS-CAP-MAXIMO
               MOVE WS-CAP-FON-EXCEDENTES TO WS-CAP-EXCEDENTES
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

       8920-APURA-MAXIMO-MES.
           IF WS-MES-CAT-OCUP (WS-MES-IDX) > 19
               MOVE 19 TO WS-CAP-CAT-MAXIMO
           ELSE
               IF WS-MES-CAT-OCUP (WS-MES-IDX) > WS-CAP-CAT-MAXIMO
                   MOVE WS-MES-CAT-OCUP (WS-MES-IDX)
                       TO WS-CAP-CAT-MAXIMO
               END-IF
           END-IF
           IF WS-MES-FON-OCUP (WS-MES-IDX) > WS-CAP-FON-MAXIMO
               MOVE WS-MES-FON-OCUP (WS-MES-IDX) TO WS-CAP-FON-MAXIMO
           END-IF.

      *-----------------------------------------------------------------
      * Encerra os arquivos. Divergencia no fechamento termina com
      * RETURN-CODE 16, para que o passo de troca do extrato nao
