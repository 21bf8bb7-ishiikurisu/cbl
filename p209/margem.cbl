      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Monthly gross margin by product over the item lines
      *          of LOG-TRANSACOES.TXT (and, for the days the rollover
      *          has archived, the daily summary VENDAS-DIARIAS.TXT)
      *          for the month chosen by
      *          P209-COMPETENCIA (AAAAMM, default the current month):
      *          quantity sold, revenue, cost of goods sold at the
      *          weighted average cost kept in ESTOQUE.IDX by
      *          ENTRADA-MERCADORIA, gross margin and margin %, with
      *          products sold below cost flagged and a store total
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM-PRODUTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOG-TRANSACOES
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * resumo diario dos dias fechados, gravado pela rolagem do log.
       SELECT OPTIONAL VENDAS-DIARIAS
           ASSIGN TO '.\VENDAS-DIARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDAS.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
      * posicao de estoque, de onde sai o custo medio de cada produto.
       SELECT ARQ-ESTOQUE
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CODIGO
           FILE STATUS IS WS-STATUS-ESTOQUE.
       SELECT RELAT-MARGEM
           ASSIGN TO '.\RELAT-MARGEM-PRODUTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesma largura de colunas gravada por CALC4, com a data do
      * movimento no fim da linha.
       FD LOG-TRANSACOES LABEL RECORDS ARE STANDARD.
       01 REG-LOG-IN.
           05 LOG-QUANTIDADE-X  PIC X(6).
           05 PIC X.
           05 LOG-PRECO-X       PIC X(6).
           05 PIC X.
           05 LOG-TOTAL-X       PIC X(13).
           05 PIC X.
           05 LOG-VALOR-TAXA-X  PIC X(13).
           05 PIC X.
           05 LOG-TOTAL-GERAL-X PIC X(14).
           05 PIC X.
           05 LOG-CODIGO-PRODUTO-X PIC X(6).
           05 PIC X.
           05 LOG-PRECO-MANUAL-X PIC X.
           05 PIC X.
           05 LOG-CLIENTE-X PIC X(5).
           05 PIC X.
           05 LOG-NR-NOTA-X PIC X(6).
           05 PIC X.
           05 LOG-DESCONTO-X PIC X(13).
           05 PIC X.
           05 LOG-FORMA-PAGTO-X PIC X.
           05 PIC X.
           05 LOG-PARCELAS-X PIC XX.
           05 PIC X.
           05 LOG-OPERADOR-X PIC X(5).
           05 PIC X.
           05 LOG-ESTORNO-X PIC X.
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

       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
           05 EST-CODIGO PIC X(6).
           05 PIC X.
           05 EST-QUANTIDADE PIC 9(7).
           05 PIC X.
           05 EST-PONTO-REENCOMENDA PIC 9(7).
           05 PIC X.
           05 EST-CUSTO-MEDIO PIC 9(5)V9(4).
           05 PIC X(48).

       FD RELAT-MARGEM LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-VENDAS PIC XX.
       01 WS-STATUS-ESTOQUE PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.
       01 WS-FLAG-ESTOQUE PIC X VALUE 'N'.
           88 ESTOQUE-ABERTO VALUE 'S'.

       01 WS-COMPETENCIA PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-ENV PIC X(6).
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-ANOMES-LINHA PIC 9(6) VALUE 0.

       01 WS-CODIGO-LINHA PIC X(6) VALUE SPACES.
       01 WS-QUANTIDADE PIC S9(5) VALUE 0.
       01 WS-TOTAL PIC S9(7)V99 VALUE 0.
       01 WS-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-CUSTO-MEDIO PIC 9(5)V9(4) VALUE 0.
       01 WS-FLAG-CUSTO PIC X VALUE 'N'.
           88 CUSTO-CONHECIDO VALUE 'S'.
       01 WS-CUSTO-VENDAS PIC S9(9)V99 VALUE 0.
       01 WS-MARGEM PIC S9(9)V99 VALUE 0.
       01 WS-PCT-MARGEM PIC S9(5)V9 VALUE 0.
       01 WS-IX-LISTA PIC 999 VALUE 0.
       01 WS-CONTAGEM-SEM-CUSTO PIC 999 VALUE 0.

       01 WS-TOTAIS-LOJA.
           05 WS-RECEITA-LOJA PIC S9(10)V99 VALUE 0.
           05 WS-CUSTO-LOJA PIC S9(10)V99 VALUE 0.
           05 WS-MARGEM-LOJA PIC S9(10)V99 VALUE 0.

       01 WS-TAB-MARGEM.
           05 QTD-MARGEM PIC 999 VALUE 0.
           05 MARGEM-TAB OCCURS 500 TIMES INDEXED BY IX-MG.
               10 MG-CODIGO PIC X(6).
               10 MG-UNIDADES PIC S9(7).
               10 MG-RECEITA PIC S9(9)V99.

       01 CABECALHO-MARGEM.
           05 PIC X(37) VALUE
               '# MARGEM BRUTA POR PRODUTO - COMPET. '.
           05 CAB-COMPETENCIA PIC 9(6).
       01 TITULO-MARGEM.
           05 PIC X(50) VALUE
               'CODIGO DESCRICAO            UNIDADES        RECEIT'.
           05 PIC X(51) VALUE
               'A CUSTO MEDIO   CUSTO VENDAS   MARGEM BRUTA MARGEM%'.
       01 LINHA-MARGEM.
           05 LM-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 LM-DESCRICAO PIC X(20).
           05 PIC X VALUE SPACE.
           05 LM-UNIDADES PIC ZZZZZZ9-.
           05 PIC X VALUE SPACE.
           05 LM-RECEITA PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LM-CUSTO-MEDIO PIC ZZ,ZZ9.9999.
           05 PIC X VALUE SPACE.
           05 LM-CUSTO-VENDAS PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LM-MARGEM PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LM-PCT PIC ZZZ9.9-.
           05 PIC X VALUE SPACE.
           05 LM-AVISO PIC X(12).
       01 LINHA-TOTAL-LOJA.
           05 PIC X(37) VALUE 'TOTAL DA LOJA'.
           05 LT-RECEITA PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X(13) VALUE SPACES.
           05 LT-CUSTO-VENDAS PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LT-MARGEM PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LT-PCT PIC ZZZ9.9-.
       01 LINHA-SEM-CUSTO.
           05 PIC X(40) VALUE
               'PRODUTOS SEM CUSTO MEDIO (CUSTO ZERO):  '.
           05 LS-QTD PIC ZZ9.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           MOVE SPACES TO WS-COMPETENCIA-ENV
           ACCEPT WS-COMPETENCIA-ENV FROM ENVIRONMENT
               'P209-COMPETENCIA'
           IF WS-COMPETENCIA-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-COMPETENCIA-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-COMPETENCIA-ENV)
                   TO WS-COMPETENCIA
           END-IF
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'SEM MARGEM A APURAR'
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF
           OPEN INPUT ARQ-ESTOQUE
           IF WS-STATUS-ESTOQUE = '00'
               SET ESTOQUE-ABERTO TO TRUE
           END-IF
           PERFORM 200-ACUMULAR-PRODUTOS
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES
           PERFORM 250-LER-VENDAS-DIARIAS
           OPEN OUTPUT RELAT-MARGEM
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA
           WRITE REG-RELAT-OUT FROM CABECALHO-MARGEM
           WRITE REG-RELAT-OUT FROM TITULO-MARGEM
               AFTER ADVANCING 2 LINES
           PERFORM 300-ESCREVER-PRODUTO
               VARYING WS-IX-LISTA FROM 1 BY 1
               UNTIL WS-IX-LISTA > QTD-MARGEM
           PERFORM 400-ESCREVER-TOTAL-LOJA
           CLOSE RELAT-MARGEM
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           IF ESTOQUE-ABERTO
               CLOSE ARQ-ESTOQUE
           END-IF
           STOP RUN.

      *****************************************************************
      * acumula unidades e receita por produto das linhas de item da
      * competencia; linhas de reversao 'E' (estorno e devolucao)
      * abatem as unidades e entram com o total ja negativo. a
      * receita e a do item, antes do desconto dado no total da nota.
      *****************************************************************
       200-ACUMULAR-PRODUTOS.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LOG-CODIGO-PRODUTO-X NOT = SPACES
                           AND LOG-DATA-X IS NUMERIC
                       MOVE FUNCTION NUMVAL(LOG-DATA-X)
                           TO WS-DATA-LINHA
                       DIVIDE WS-DATA-LINHA BY 100
                           GIVING WS-ANOMES-LINHA
                       IF WS-ANOMES-LINHA = WS-COMPETENCIA
                           PERFORM 210-ACUMULAR-ITEM
                       END-IF
                   END-IF
           END-READ.

       210-ACUMULAR-ITEM.
           COMPUTE WS-QUANTIDADE =
               FUNCTION NUMVAL-C(LOG-QUANTIDADE-X)
           COMPUTE WS-TOTAL = FUNCTION NUMVAL-C(LOG-TOTAL-X)
           IF LOG-ESTORNO-X = 'E'
               COMPUTE WS-QUANTIDADE = 0 - WS-QUANTIDADE
           END-IF
           MOVE LOG-CODIGO-PRODUTO-X TO WS-CODIGO-LINHA
           PERFORM 220-SOMAR-PRODUTO.

       220-SOMAR-PRODUTO.
           SET IX-MG TO 1
           SEARCH MARGEM-TAB
               AT END
                   IF QTD-MARGEM < 500
                       ADD 1 TO QTD-MARGEM
                       SET IX-MG TO QTD-MARGEM
                       MOVE WS-CODIGO-LINHA TO MG-CODIGO(IX-MG)
                       MOVE WS-QUANTIDADE TO MG-UNIDADES(IX-MG)
                       MOVE WS-TOTAL TO MG-RECEITA(IX-MG)
                   ELSE
                       DISPLAY 'PRODUTO IGNORADO, TABELA CHEIA: '
                           WS-CODIGO-LINHA
                   END-IF
               WHEN MG-CODIGO(IX-MG) = WS-CODIGO-LINHA
                   ADD WS-QUANTIDADE TO MG-UNIDADES(IX-MG)
                   ADD WS-TOTAL TO MG-RECEITA(IX-MG)
           END-SEARCH.

      *****************************************************************
      * os dias fechados da competencia entram pelo resumo diario,
      * com unidades e receita por produto ja liquidas das reversoes.
      *****************************************************************
       250-LER-VENDAS-DIARIAS.
           OPEN INPUT VENDAS-DIARIAS
           IF WS-STATUS-VENDAS = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 255-LER-VENDA-DIARIA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
           END-IF
           CLOSE VENDAS-DIARIAS.

       255-LER-VENDA-DIARIA.
           READ VENDAS-DIARIAS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   DIVIDE VD-DATA BY 100 GIVING WS-ANOMES-LINHA
                   IF VD-CODIGO-PRODUTO NOT = SPACES
                           AND WS-ANOMES-LINHA = WS-COMPETENCIA
                       MOVE VD-CODIGO-PRODUTO TO WS-CODIGO-LINHA
                       COMPUTE WS-QUANTIDADE =
                           FUNCTION NUMVAL-C(VD-QUANTIDADE-X)
                       COMPUTE WS-TOTAL = FUNCTION NUMVAL-C(VD-VALOR-X)
                       PERFORM 220-SOMAR-PRODUTO
                   END-IF
           END-READ.

      *****************************************************************
      * uma linha por produto: o custo das vendas e as unidades
      * liquidas ao custo medio ponderado corrente. produto vendido
      * abaixo do custo sai marcado; produto sem custo medio (nenhuma
      * entrega registrada ainda) entra com custo zero e tambem sai
      * marcado.
      *****************************************************************
       300-ESCREVER-PRODUTO.
           SET IX-MG TO WS-IX-LISTA
           PERFORM 310-RESOLVER-PRODUTO
           COMPUTE WS-CUSTO-VENDAS ROUNDED =
               MG-UNIDADES(IX-MG) * WS-CUSTO-MEDIO
           COMPUTE WS-MARGEM = MG-RECEITA(IX-MG) - WS-CUSTO-VENDAS
           IF MG-RECEITA(IX-MG) NOT = 0
               COMPUTE WS-PCT-MARGEM ROUNDED =
                   WS-MARGEM / MG-RECEITA(IX-MG) * 100
           ELSE
               MOVE 0 TO WS-PCT-MARGEM
           END-IF
           ADD MG-RECEITA(IX-MG) TO WS-RECEITA-LOJA
           ADD WS-CUSTO-VENDAS TO WS-CUSTO-LOJA
           ADD WS-MARGEM TO WS-MARGEM-LOJA
           MOVE MG-CODIGO(IX-MG) TO LM-CODIGO
           MOVE WS-DESCRICAO TO LM-DESCRICAO
           MOVE MG-UNIDADES(IX-MG) TO LM-UNIDADES
           MOVE MG-RECEITA(IX-MG) TO LM-RECEITA
           MOVE WS-CUSTO-MEDIO TO LM-CUSTO-MEDIO
           MOVE WS-CUSTO-VENDAS TO LM-CUSTO-VENDAS
           MOVE WS-MARGEM TO LM-MARGEM
           MOVE WS-PCT-MARGEM TO LM-PCT
           MOVE SPACES TO LM-AVISO
           IF NOT CUSTO-CONHECIDO
               ADD 1 TO WS-CONTAGEM-SEM-CUSTO
               MOVE '** SEM CUSTO' TO LM-AVISO
           ELSE
               IF WS-MARGEM < 0
                   MOVE '** PREJUIZO' TO LM-AVISO
               END-IF
           END-IF
           WRITE REG-RELAT-OUT FROM LINHA-MARGEM
               AFTER ADVANCING 1 LINE.

       310-RESOLVER-PRODUTO.
           MOVE SPACES TO WS-DESCRICAO
           MOVE 0 TO WS-CUSTO-MEDIO
           MOVE 'N' TO WS-FLAG-CUSTO
           IF CATALOGO-ABERTO
               MOVE MG-CODIGO(IX-MG) TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRICAO-IN TO WS-DESCRICAO
               END-READ
           END-IF
           IF ESTOQUE-ABERTO
               MOVE MG-CODIGO(IX-MG) TO EST-CODIGO
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EST-CUSTO-MEDIO IS NUMERIC
                               AND EST-CUSTO-MEDIO > 0
                           MOVE EST-CUSTO-MEDIO TO WS-CUSTO-MEDIO
                           SET CUSTO-CONHECIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

       400-ESCREVER-TOTAL-LOJA.
           IF WS-RECEITA-LOJA NOT = 0
               COMPUTE WS-PCT-MARGEM ROUNDED =
                   WS-MARGEM-LOJA / WS-RECEITA-LOJA * 100
           ELSE
               MOVE 0 TO WS-PCT-MARGEM
           END-IF
           MOVE WS-RECEITA-LOJA TO LT-RECEITA
           MOVE WS-CUSTO-LOJA TO LT-CUSTO-VENDAS
           MOVE WS-MARGEM-LOJA TO LT-MARGEM
           MOVE WS-PCT-MARGEM TO LT-PCT
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-LOJA
               AFTER ADVANCING 2 LINES
           IF WS-CONTAGEM-SEM-CUSTO > 0
               MOVE WS-CONTAGEM-SEM-CUSTO TO LS-QTD
               WRITE REG-RELAT-OUT FROM LINHA-SEM-CUSTO
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM MARGEM-PRODUTOS.
