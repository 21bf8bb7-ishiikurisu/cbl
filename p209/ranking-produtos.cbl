      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-09-02
      * Purpose: Product sales ranking over the item lines of
      *          LOG-TRANSACOES.TXT and, for the days the rollover has
      *          archived, the daily summary VENDAS-DIARIAS.TXT: units
      *          and value per product for a
      *          date range (P209-DATA-INI / P209-DATA-FIM, AAAAMMDD;
      *          without them the whole log), description resolved
      *          from CATALOGO-PRODUTOS.IDX, sorted by value with each
      *          product's share of total sales
      * Tectonics: cobc
      ******************************************************************
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * resumo diario dos dias fechados, gravado pela rolagem do log;
      * o log vivo so traz o movimento ainda em aberto.
       SELECT OPTIONAL VENDAS-DIARIAS
           ASSIGN TO '.\VENDAS-DIARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDAS.
      * catalogo indexado por codigo, consultado produto a produto.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT RELAT-RANKING
           ASSIGN TO '.\RELAT-RANKING-PRODUTOS.TXT'
           05 PIC X.
           05 LOG-DATA-X PIC X(8).

      * mesmo leiaute gravado por ROLAGEM-LOG, lido como texto.
       FD VENDAS-DIARIAS LABEL RECORDS ARE STANDARD.
       01 REG-VENDA-DIARIA.
           05 VD-DATA PIC 9(8).
           05 PIC X.
           05 VD-CAIXA PIC XX.
           05 PIC X.
           05 VD-OPERADOR PIC X(5).
           05 PIC X.
           05 VD-CODIGO-PRODUTO PIC X(6).
           05 PIC X.
           05 VD-FORMA-PAGTO PIC X.
           05 PIC X.
           05 VD-QUANTIDADE-X PIC X(8).
           05 PIC X.
           05 VD-VALOR-X PIC X(14).

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

       FD RELAT-RANKING LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-VENDAS PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.

      * periodo pedido; zero nos dois lados significa o log inteiro.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-FLAG-NO-PERIODO PIC X VALUE 'S'.
           88 LINHA-NO-PERIODO VALUE 'S'.

       01 WS-CODIGO-LINHA PIC X(6) VALUE SPACES.
       01 WS-QUANTIDADE PIC S9(5) VALUE 0.
       01 WS-TOTAL PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-GERAL-APURADO PIC S9(10)V99 VALUE 0.
       01 WS-DESCRICAO-RESOLVIDA PIC X(20) VALUE SPACES.

       01 WS-TAB-RANKING.
           05 QTD-RANKING PIC 999 VALUE 0.
           05 RANKING-TAB OCCURS 500 TIMES INDEXED BY IX-RK.
               10 RK-CODIGO PIC X(6).
               10 RK-UNIDADES PIC S9(7).
               10 RK-VALOR PIC S9(9)V99.
               10 RK-USADO PIC X.
       01 WS-ORDEM PIC 999.
       01 WS-MAIOR-IX PIC 999.
       01 WS-MAIOR-VALOR PIC S9(9)V99.
       01 WS-IX-BUSCA PIC 999.

       01 CABECALHO-RANKING.
           05 PIC X(33) VALUE '# RANKING DE PRODUTOS - PERIODO  '.
           05 PIC X(3) VALUE ' A '.
           05 CAB-DATA-FIM PIC 9(8).
       01 LINHA-RANKING.
           05 LR-POSICAO PIC ZZ9.
           05 PIC X(3) VALUE ' - '.
           05 LR-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
                   'NADA A CLASSIFICAR'
               STOP RUN
           END-IF
           PERFORM 150-ABRIR-CATALOGO
           PERFORM 200-ACUMULAR-PRODUTOS
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES
           PERFORM 160-LER-VENDAS-DIARIAS
           OPEN OUTPUT RELAT-RANKING
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-GERAL
               AFTER ADVANCING 2 LINES
           CLOSE RELAT-RANKING
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           STOP RUN.

      *****************************************************************
               MOVE FUNCTION NUMVAL(WS-DATA-ENV) TO WS-DATA-FIM
           END-IF.

       150-ABRIR-CATALOGO.
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF.

      *****************************************************************
      * os dias fechados entram pelo resumo diario: as linhas de
      * produto do periodo, com unidades e valor ja liquidos das
      * reversoes.
      *****************************************************************
       160-LER-VENDAS-DIARIAS.
           OPEN INPUT VENDAS-DIARIAS
           IF WS-STATUS-VENDAS = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 170-LER-VENDA-DIARIA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
           END-IF
           CLOSE VENDAS-DIARIAS.

       170-LER-VENDA-DIARIA.
           READ VENDAS-DIARIAS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF VD-CODIGO-PRODUTO NOT = SPACES
                           AND VD-DATA NOT < WS-DATA-INI
                           AND VD-DATA NOT > WS-DATA-FIM
                       MOVE VD-CODIGO-PRODUTO TO WS-CODIGO-LINHA
                       COMPUTE WS-QUANTIDADE =
                           FUNCTION NUMVAL-C(VD-QUANTIDADE-X)
                       COMPUTE WS-TOTAL = FUNCTION NUMVAL-C(VD-VALOR-X)
                       PERFORM 225-SOMAR-PRODUTO
                   END-IF
           END-READ.

           IF LOG-ESTORNO-X = 'E'
               COMPUTE WS-QUANTIDADE = 0 - WS-QUANTIDADE
           END-IF
           MOVE LOG-CODIGO-PRODUTO-X TO WS-CODIGO-LINHA
           PERFORM 225-SOMAR-PRODUTO.

       225-SOMAR-PRODUTO.
           SET IX-RK TO 1
           SEARCH RANKING-TAB
               AT END
                   IF QTD-RANKING < 500
                       ADD 1 TO QTD-RANKING
                       SET IX-RK TO QTD-RANKING
                       MOVE WS-CODIGO-LINHA TO RK-CODIGO(IX-RK)
                       MOVE WS-QUANTIDADE TO RK-UNIDADES(IX-RK)
                       MOVE WS-TOTAL TO RK-VALOR(IX-RK)
                       MOVE 'N' TO RK-USADO(IX-RK)
                       ADD WS-TOTAL TO WS-TOTAL-GERAL-APURADO
                   ELSE
                       DISPLAY 'PRODUTO IGNORADO, TABELA CHEIA: '
                           WS-CODIGO-LINHA
                   END-IF
               WHEN RK-CODIGO(IX-RK) = WS-CODIGO-LINHA
                   ADD WS-QUANTIDADE TO RK-UNIDADES(IX-RK)
                   ADD WS-TOTAL TO RK-VALOR(IX-RK)
                   ADD WS-TOTAL TO WS-TOTAL-GERAL-APURADO

       320-RESOLVER-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO-RESOLVIDA
           IF CATALOGO-ABERTO
               MOVE RK-CODIGO(WS-MAIOR-IX) TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRICAO-IN TO WS-DESCRICAO-RESOLVIDA
               END-READ
           END-IF.

       END PROGRAM RANKING-PRODUTOS.
