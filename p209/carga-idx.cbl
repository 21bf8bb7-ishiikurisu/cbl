      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Builds the indexed product catalog
      *          (CATALOGO-PRODUTOS.IDX) and the indexed stock
      *          position (ESTOQUE.IDX), both keyed by product code,
      *          from the old line sequential CATALOGO-PRODUTOS.TXT
      *          and ESTOQUE.TXT, in the mold of CARGA-MESTRE-IDX, so
      *          CALC4, ENTRADA-MERCADORIA and CADASTRO-PRODUTOS can
      *          read and update one product at a time
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-ESTOQUE-IDX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CATALOGO-SEQUENCIAL
           ASSIGN TO '.\CATALOGO-PRODUTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEQ.
       SELECT ESTOQUE-SEQUENCIAL
           ASSIGN TO '.\ESTOQUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEQ.
      * gravados por acesso chaveado aleatorio, entao o texto de
      * origem nao precisa vir ordenado por codigo.
       SELECT CATALOGO-INDEXADO
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IDX
           FILE STATUS IS WS-STATUS-IDX.
       SELECT ESTOQUE-INDEXADO
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CODIGO-IDX
           FILE STATUS IS WS-STATUS-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-SEQUENCIAL LABEL RECORDS ARE STANDARD.
       01 REG-CATALOGO-SEQ PIC X(80).

       FD ESTOQUE-SEQUENCIAL LABEL RECORDS ARE STANDARD.
       01 REG-ESTOQUE-SEQ PIC X(80).

      * os primeiros campos repetem o leiaute do texto; o restante do
      * registro fica em branco, reservado para os dados que o
      * catalogo e a posicao ainda venham a carregar.
       FD CATALOGO-INDEXADO.
       01 REG-CATALOGO-IDX.
           05 CODIGO-PRODUTO-IDX PIC X(6).
           05 PIC X(74).

       FD ESTOQUE-INDEXADO.
       01 REG-ESTOQUE-IDX.
           05 EST-CODIGO-IDX PIC X(6).
           05 PIC X(74).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SEQ PIC XX.
       01 WS-STATUS-IDX PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-CONTAGEM-CARGA PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-ERROS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 200-CARREGAR-CATALOGO
           PERFORM 300-CARREGAR-ESTOQUE
           STOP RUN.

      *****************************************************************
      * copia o catalogo texto para o indexado, registro a registro.
      * codigos duplicados sao avisados e ignorados.
      *****************************************************************
       200-CARREGAR-CATALOGO.
           OPEN INPUT CATALOGO-SEQUENCIAL
           IF WS-STATUS-SEQ NOT = '00'
               DISPLAY 'CATALOGO-PRODUTOS.TXT NAO ENCONTRADO, '
                   'CATALOGO NAO CARREGADO'
           ELSE
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               MOVE 0 TO WS-CONTAGEM-CARGA WS-CONTAGEM-ERROS
               OPEN OUTPUT CATALOGO-INDEXADO
               PERFORM 210-LER-PRODUTO
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               DISPLAY 'CARGA DO CATALOGO INDEXADO: '
                   WS-CONTAGEM-CARGA ' CARREGADOS, '
                   WS-CONTAGEM-ERROS ' REJEITADOS'
               CLOSE CATALOGO-SEQUENCIAL CATALOGO-INDEXADO
           END-IF.

       210-LER-PRODUTO.
           READ CATALOGO-SEQUENCIAL
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   MOVE REG-CATALOGO-SEQ TO REG-CATALOGO-IDX
                   WRITE REG-CATALOGO-IDX
                       INVALID KEY
                           ADD 1 TO WS-CONTAGEM-ERROS
                           DISPLAY 'PRODUTO REJEITADO NA CARGA (CODIGO '
                               'DUPLICADO): ' CODIGO-PRODUTO-IDX
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTAGEM-CARGA
                   END-WRITE
           END-READ.

      *****************************************************************
      * copia a posicao de estoque texto para o indexado, nos mesmos
      * moldes do catalogo.
      *****************************************************************
       300-CARREGAR-ESTOQUE.
           OPEN INPUT ESTOQUE-SEQUENCIAL
           IF WS-STATUS-SEQ NOT = '00'
               DISPLAY 'ESTOQUE.TXT NAO ENCONTRADO, '
                   'POSICAO NAO CARREGADA'
           ELSE
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               MOVE 0 TO WS-CONTAGEM-CARGA WS-CONTAGEM-ERROS
               OPEN OUTPUT ESTOQUE-INDEXADO
               PERFORM 310-LER-POSICAO
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               DISPLAY 'CARGA DO ESTOQUE INDEXADO: '
                   WS-CONTAGEM-CARGA ' CARREGADOS, '
                   WS-CONTAGEM-ERROS ' REJEITADOS'
               CLOSE ESTOQUE-SEQUENCIAL ESTOQUE-INDEXADO
           END-IF.

       310-LER-POSICAO.
           READ ESTOQUE-SEQUENCIAL
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   MOVE REG-ESTOQUE-SEQ TO REG-ESTOQUE-IDX
                   WRITE REG-ESTOQUE-IDX
                       INVALID KEY
                           ADD 1 TO WS-CONTAGEM-ERROS
                           DISPLAY 'POSICAO REJEITADA NA CARGA (CODIGO '
                               'DUPLICADO): ' EST-CODIGO-IDX
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTAGEM-CARGA
                   END-WRITE
           END-READ.

       END PROGRAM CARGA-ESTOQUE-IDX.
