      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-09-02
      * Purpose: Daily low-stock report over the stock position kept
      *          beside CALC4's catalog (ESTOQUE.IDX): lists every
      *          product whose on-hand quantity is at or below its
      *          reorder point, with the description resolved from
      *          CATALOGO-PRODUTOS.IDX, so purchasing reorders from a
      *          listing instead of from memory. Runs as a step of
      *          DRIVER-LOJA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * posicao de estoque indexada, percorrida em ordem de codigo.
       SELECT ARQ-ESTOQUE
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EST-CODIGO-IN
           FILE STATUS IS WS-STATUS-ESTOQUE.
      * catalogo indexado por codigo, consultado produto a produto.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT RELAT-ESTOQUE
           ASSIGN TO '.\RELAT-ESTOQUE-BAIXO.TXT'

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute regravado por CALC4 e pela rotina de
      * recebimento de mercadoria.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE-IN.
           05 EST-CODIGO-IN PIC X(6).
           05 PIC X.
           05 EST-QUANTIDADE-IN PIC 9(7).
           05 PIC X.
           05 EST-PONTO-IN PIC 9(7).
           05 PIC X.
           05 EST-CUSTO-MEDIO-IN PIC 9(5)V9(4).
           05 PIC X(48).

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

       FD RELAT-ESTOQUE LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(80).
       01 WS-STATUS-ESTOQUE PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-FIM-ESTOQUE PIC X VALUE 'N'.
       01 WS-CONTAGEM-PRODUTOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-BAIXOS PIC 9(5) VALUE 0.
       01 WS-DESCRICAO-RESOLVIDA PIC X(20) VALUE SPACES.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.

       01 WS-DATA.
           05 WS-ANO PIC 9(4).
       100-COMECA-PROGRAMA.
           OPEN INPUT ARQ-ESTOQUE
           IF WS-STATUS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE.IDX NAO ENCONTRADO, '
                   'SEM POSICAO DE ESTOQUE A LISTAR'
               GOBACK
           END-IF
           PERFORM 150-ABRIR-CATALOGO
           OPEN OUTPUT RELAT-ESTOQUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA
           MOVE WS-DIA TO DIA-ATUAL
               UNTIL WS-FIM-ESTOQUE = 'S'
           PERFORM 300-IMPRIMIR-RESUMO
           CLOSE ARQ-ESTOQUE RELAT-ESTOQUE
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           GOBACK.

      *****************************************************************
      * abre o catalogo para resolver a descricao de cada produto;
      * sem o arquivo a listagem sai so com os codigos.
      *****************************************************************
       150-ABRIR-CATALOGO.
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF.

      *****************************************************************
      * le uma posicao de estoque e lista o produto quando o saldo
      * esta no ponto de reencomenda ou abaixo dele.

       250-RESOLVER-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO-RESOLVIDA
           IF CATALOGO-ABERTO
               MOVE EST-CODIGO-IN TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRICAO-IN TO WS-DESCRICAO-RESOLVIDA
               END-READ
           END-IF.

       300-IMPRIMIR-RESUMO.
