      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Per-product stock ledger (kardex) over the movement
      *          file MOVIMENTOS-ESTOQUE.TXT written by CALC4 (sales,
      *          reversals, returns), ENTRADA-MERCADORIA (receipts)
      *          and INVENTARIO-FISICO (count adjustments): for a date
      *          range (P209-DATA-INI / P209-DATA-FIM, AAAAMMDD;
      *          without them the whole file) and optionally a single
      *          product (P209-PRODUTO), lists each product's
      *          movements in the order they happened with the
      *          balance left by each one
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX-ESTOQUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMENTOS-ESTOQUE
           ASSIGN TO '.\MOVIMENTOS-ESTOQUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT ARQ-SORT
           ASSIGN TO '.\SORT-KARDEX.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-KARDEX
           ASSIGN TO '.\RELAT-KARDEX.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por CALC4, ENTRADA-MERCADORIA e
      * INVENTARIO-FISICO.
       FD MOVIMENTOS-ESTOQUE LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO.
           05 MOV-DATA PIC 9(8).
           05 PIC X.
           05 MOV-HORA PIC 9(6).
           05 PIC X.
           05 MOV-CODIGO PIC X(6).
           05 PIC X.
           05 MOV-TIPO PIC X.
           05 PIC X.
           05 MOV-DOCUMENTO PIC X(10).
           05 PIC X.
           05 MOV-OPERADOR PIC X(5).
           05 PIC X.
           05 MOV-CAIXA PIC 99.
           05 PIC X.
           05 MOV-QUANTIDADE PIC S9(7) SIGN LEADING SEPARATE.
           05 PIC X.
           05 MOV-SALDO PIC 9(7).

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

      * ordenado por produto e, dentro do produto, pela ordem de
      * gravacao no arquivo de movimentos, que e a ordem em que os
      * movimentos aconteceram.
       SD ARQ-SORT LABEL RECORDS ARE STANDARD.
       01 REG-SORT.
           05 S-CODIGO PIC X(6).
           05 S-SEQUENCIA PIC 9(9).
           05 S-DATA PIC 9(8).
           05 S-TIPO PIC X.
           05 S-DOCUMENTO PIC X(10).
           05 S-OPERADOR PIC X(5).
           05 S-CAIXA PIC 99.
           05 S-QUANTIDADE PIC S9(7) SIGN LEADING SEPARATE.
           05 S-SALDO PIC 9(7).

       FD RELAT-KARDEX LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MOVIMENTOS PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.

      * periodo pedido; sem as variaveis, o arquivo inteiro.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 99999999.
       01 WS-DATA-ENV PIC X(8).
      * produto pedido; em branco, todos os produtos.
       01 WS-PRODUTO-PEDIDO PIC X(6) VALUE SPACES.

       01 WS-SEQUENCIA PIC 9(9) VALUE 0.
       01 WS-CODIGO-ATUAL PIC X(6) VALUE SPACES.
       01 WS-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-SALDO-ANTERIOR PIC S9(8) VALUE 0.
       01 WS-SALDO-FINAL PIC 9(7) VALUE 0.
       01 WS-TOTAL-ENTRADAS PIC 9(9) VALUE 0.
       01 WS-TOTAL-SAIDAS PIC 9(9) VALUE 0.
       01 WS-CONTAGEM-MOVIMENTOS PIC 9(7) VALUE 0.
       01 WS-CONTAGEM-PRODUTOS PIC 9(5) VALUE 0.

       01 CABECALHO-KARDEX.
           05 PIC X(29) VALUE '# KARDEX DE ESTOQUE - PERIODO'.
           05 PIC X VALUE SPACE.
           05 CAB-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 CAB-DATA-FIM PIC 9(8).
       01 CABECALHO-PRODUTO.
           05 PIC X(9) VALUE 'PRODUTO: '.
           05 CP-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 CP-DESCRICAO PIC X(20).
           05 PIC X(18) VALUE '  SALDO ANTERIOR: '.
           05 CP-SALDO-ANTERIOR PIC ZZZZZZ9-.
       01 TITULO-MOVIMENTOS.
           05 PIC X(49) VALUE
               '  DATA     | TIPO       | DOCUMENTO  | OPER  | CX'.
           05 PIC X(33) VALUE
               ' |  ENTRADA |    SAIDA |    SALDO'.
       01 LINHA-MOVIMENTO.
           05 PIC XX VALUE SPACES.
           05 LM-DATA PIC 9(8).
           05 PIC X(3) VALUE ' | '.
           05 LM-TIPO PIC X(10).
           05 PIC X(3) VALUE ' | '.
           05 LM-DOCUMENTO PIC X(10).
           05 PIC X(3) VALUE ' | '.
           05 LM-OPERADOR PIC X(5).
           05 PIC X(3) VALUE ' | '.
           05 LM-CAIXA PIC 99.
           05 PIC X(3) VALUE ' | '.
           05 LM-ENTRADA PIC ZZZZZZZ9.
           05 PIC X(3) VALUE ' | '.
           05 LM-SAIDA PIC ZZZZZZZ9.
           05 PIC X(3) VALUE ' | '.
           05 LM-SALDO PIC ZZZZZZZ9.
       01 RODAPE-PRODUTO.
           05 PIC X(13) VALUE '  ENTRADAS:  '.
           05 RP-ENTRADAS PIC ZZZZZZZZ9.
           05 PIC X(11) VALUE '  SAIDAS:  '.
           05 RP-SAIDAS PIC ZZZZZZZZ9.
           05 PIC X(16) VALUE '  SALDO FINAL:  '.
           05 RP-SALDO-FINAL PIC ZZZZZZ9.
       01 LINHA-RESUMO.
           05 PIC X(22) VALUE 'PRODUTOS LISTADOS:    '.
           05 LR-PRODUTOS PIC ZZZZ9.
           05 PIC X(22) VALUE '   MOVIMENTOS:        '.
           05 LR-MOVIMENTOS PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-PARAMETROS
           OPEN INPUT MOVIMENTOS-ESTOQUE
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'MOVIMENTOS-ESTOQUE.TXT NAO ENCONTRADO, '
                   'NADA A LISTAR'
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT RELAT-KARDEX
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           WRITE REG-RELAT-OUT FROM CABECALHO-KARDEX
           SORT ARQ-SORT
               ON ASCENDING KEY S-CODIGO
               ON ASCENDING KEY S-SEQUENCIA
               INPUT PROCEDURE IS 200-SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 300-LISTAR-KARDEX
           MOVE WS-CONTAGEM-PRODUTOS TO LR-PRODUTOS
           MOVE WS-CONTAGEM-MOVIMENTOS TO LR-MOVIMENTOS
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           CLOSE MOVIMENTOS-ESTOQUE RELAT-KARDEX
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           STOP RUN.

      *****************************************************************
      * le o periodo de P209-DATA-INI / P209-DATA-FIM e o produto de
      * P209-PRODUTO; sem elas, todo o arquivo e todos os produtos.
      *****************************************************************
       110-LER-PARAMETROS.
           MOVE SPACES TO WS-DATA-ENV
           ACCEPT WS-DATA-ENV FROM ENVIRONMENT 'P209-DATA-INI'
           IF WS-DATA-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-DATA-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DATA-ENV) TO WS-DATA-INI
           END-IF
           MOVE SPACES TO WS-DATA-ENV
           ACCEPT WS-DATA-ENV FROM ENVIRONMENT 'P209-DATA-FIM'
           IF WS-DATA-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-DATA-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DATA-ENV) TO WS-DATA-FIM
           END-IF
           ACCEPT WS-PRODUTO-PEDIDO FROM ENVIRONMENT 'P209-PRODUTO'.

      *****************************************************************
      * libera para a ordenacao os movimentos do periodo (e do
      * produto pedido), numerados na ordem em que foram gravados.
      *****************************************************************
       200-SELECIONAR-MOVIMENTOS.
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           PERFORM 210-LER-MOVIMENTO
               UNTIL WS-ULTIMO-REGISTRO = 'S'.

       210-LER-MOVIMENTO.
           READ MOVIMENTOS-ESTOQUE
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   ADD 1 TO WS-SEQUENCIA
                   IF MOV-DATA NOT < WS-DATA-INI
                           AND MOV-DATA NOT > WS-DATA-FIM
                           AND (WS-PRODUTO-PEDIDO = SPACES
                               OR MOV-CODIGO = WS-PRODUTO-PEDIDO)
                       MOVE MOV-CODIGO TO S-CODIGO
                       MOVE WS-SEQUENCIA TO S-SEQUENCIA
                       MOVE MOV-DATA TO S-DATA
                       MOVE MOV-TIPO TO S-TIPO
                       MOVE MOV-DOCUMENTO TO S-DOCUMENTO
                       MOVE MOV-OPERADOR TO S-OPERADOR
                       MOVE MOV-CAIXA TO S-CAIXA
                       MOVE MOV-QUANTIDADE TO S-QUANTIDADE
                       MOVE MOV-SALDO TO S-SALDO
                       RELEASE REG-SORT
                   END-IF
           END-READ.

      *****************************************************************
      * lista os movimentos produto a produto. o saldo anterior ao
      * periodo sai do primeiro movimento listado (saldo que ele
      * deixou menos a sua quantidade); cada linha traz o saldo que o
      * movimento deixou.
      *****************************************************************
       300-LISTAR-KARDEX.
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           MOVE SPACES TO WS-CODIGO-ATUAL
           PERFORM 310-LISTAR-MOVIMENTO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           IF WS-CODIGO-ATUAL NOT = SPACES
               PERFORM 330-FECHAR-PRODUTO
           END-IF.

       310-LISTAR-MOVIMENTO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF S-CODIGO NOT = WS-CODIGO-ATUAL
                       IF WS-CODIGO-ATUAL NOT = SPACES
                           PERFORM 330-FECHAR-PRODUTO
                       END-IF
                       PERFORM 320-ABRIR-PRODUTO
                   END-IF
                   PERFORM 340-ESCREVER-MOVIMENTO
           END-RETURN.

       320-ABRIR-PRODUTO.
           MOVE S-CODIGO TO WS-CODIGO-ATUAL
           ADD 1 TO WS-CONTAGEM-PRODUTOS
           MOVE 0 TO WS-TOTAL-ENTRADAS WS-TOTAL-SAIDAS
           COMPUTE WS-SALDO-ANTERIOR = S-SALDO - S-QUANTIDADE
           PERFORM 350-RESOLVER-DESCRICAO
           MOVE S-CODIGO TO CP-CODIGO
           MOVE WS-DESCRICAO TO CP-DESCRICAO
           MOVE WS-SALDO-ANTERIOR TO CP-SALDO-ANTERIOR
           WRITE REG-RELAT-OUT FROM CABECALHO-PRODUTO
               AFTER ADVANCING 2 LINES
           WRITE REG-RELAT-OUT FROM TITULO-MOVIMENTOS
               AFTER ADVANCING 1 LINE.

       330-FECHAR-PRODUTO.
           MOVE WS-TOTAL-ENTRADAS TO RP-ENTRADAS
           MOVE WS-TOTAL-SAIDAS TO RP-SAIDAS
           MOVE WS-SALDO-FINAL TO RP-SALDO-FINAL
           WRITE REG-RELAT-OUT FROM RODAPE-PRODUTO
               AFTER ADVANCING 1 LINE.

       340-ESCREVER-MOVIMENTO.
           ADD 1 TO WS-CONTAGEM-MOVIMENTOS
           MOVE S-DATA TO LM-DATA
           EVALUATE S-TIPO
               WHEN 'V'
                   MOVE 'VENDA' TO LM-TIPO
               WHEN 'E'
                   MOVE 'ESTORNO' TO LM-TIPO
               WHEN 'D'
                   MOVE 'DEVOLUCAO' TO LM-TIPO
               WHEN 'R'
                   MOVE 'RECEBIMENT' TO LM-TIPO
               WHEN 'A'
                   MOVE 'AJUSTE INV' TO LM-TIPO
               WHEN OTHER
                   MOVE S-TIPO TO LM-TIPO
           END-EVALUATE
           MOVE S-DOCUMENTO TO LM-DOCUMENTO
           MOVE S-OPERADOR TO LM-OPERADOR
           MOVE S-CAIXA TO LM-CAIXA
           MOVE 0 TO LM-ENTRADA LM-SAIDA
           IF S-QUANTIDADE < 0
               COMPUTE LM-SAIDA = 0 - S-QUANTIDADE
               SUBTRACT S-QUANTIDADE FROM WS-TOTAL-SAIDAS
           ELSE
               MOVE S-QUANTIDADE TO LM-ENTRADA
               ADD S-QUANTIDADE TO WS-TOTAL-ENTRADAS
           END-IF
           MOVE S-SALDO TO LM-SALDO
           MOVE S-SALDO TO WS-SALDO-FINAL
           WRITE REG-RELAT-OUT FROM LINHA-MOVIMENTO
               AFTER ADVANCING 1 LINE.

       350-RESOLVER-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO
           IF CATALOGO-ABERTO
               MOVE S-CODIGO TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRICAO-IN TO WS-DESCRICAO
               END-READ
           END-IF.

       END PROGRAM KARDEX-ESTOQUE.
