      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Purchasing: turns the products at or below their
      *          reorder point in ESTOQUE.IDX (the same test as
      *          RELATORIO-ESTOQUE-BAIXO) into suggested purchase
      *          orders, one per default supplier of the catalog, net
      *          of what is still pending on open orders. The buyer
      *          reviews each quantity and confirms or drops each
      *          order; confirmed orders get a number, are kept item
      *          by item in PEDIDOS-COMPRA.IDX (where
      *          ENTRADA-MERCADORIA receives against them) and are
      *          printed to PEDIDOS-IMPRESSOS.TXT. Also lists the open
      *          orders and cancels an order
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOS-COMPRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ESTOQUE
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EST-CODIGO
           FILE STATUS IS WS-STATUS-ESTOQUE.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT FORNECEDORES-ARQ
           ASSIGN TO '.\FORNECEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.
      * pedidos de compra, um registro por item, chaveados pelo
      * numero do pedido mais o codigo do produto.
       SELECT ARQ-PEDIDOS
           ASSIGN TO '.\PEDIDOS-COMPRA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           FILE STATUS IS WS-STATUS-PEDIDOS.
      * sequencia persistente de numeracao dos pedidos, nos moldes da
      * sequencia de notas de CALC4.
       SELECT SEQUENCIA-PEDIDO
           ASSIGN TO '.\SEQUENCIA-PEDIDO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEQUENCIA.
       SELECT OPTIONAL PEDIDOS-IMPRESSOS
           ASSIGN TO '.\PEDIDOS-IMPRESSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-PEDIDOS
           ASSIGN TO '.\RELAT-PEDIDOS-ABERTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

      * mesmo leiaute mantido por CADASTRO-FORNECEDORES.
       FD FORNECEDORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-FORNECEDOR-IN.
           05 FOR-CODIGO-IN PIC X(5).
           05 FOR-NOME-IN PIC X(20).
           05 FOR-CNPJ-IN PIC X(14).
           05 FOR-PRAZO-IN PIC 999.
           05 FOR-STATUS-IN PIC X.

      * mesmo leiaute atualizado por ENTRADA-MERCADORIA a cada
      * entrega recebida contra o pedido.
       FD ARQ-PEDIDOS.
       01 REG-PEDIDO.
           05 PED-CHAVE.
               10 PED-NUMERO PIC 9(6).
               10 PED-CODIGO PIC X(6).
           05 PED-FORNECEDOR PIC X(5).
           05 PED-DATA PIC 9(8).
           05 PED-QTD-PEDIDA PIC 9(7).
           05 PED-QTD-RECEBIDA PIC 9(7).
           05 PED-CUSTO-PREVISTO PIC 9(5)V99.
      * 'A' = aberto, 'F' = recebido por completo, 'C' = cancelado
           05 PED-SITUACAO PIC X.
           05 PIC X(33).

       FD SEQUENCIA-PEDIDO LABEL RECORDS ARE STANDARD.
       01 REG-SEQUENCIA.
           05 PROXIMO-PEDIDO PIC 9(6).

       FD PEDIDOS-IMPRESSOS LABEL RECORDS ARE OMITTED.
       01 REG-IMPRESSO PIC X(80).

       FD RELAT-PEDIDOS LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ESTOQUE PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-FORNECEDORES PIC XX.
       01 WS-STATUS-PEDIDOS PIC XX.
       01 WS-STATUS-SEQUENCIA PIC XX.
       01 WS-FIM-ESTOQUE PIC X VALUE 'N'.
       01 WS-FIM-FORNECEDORES PIC X VALUE 'N'.
       01 WS-FIM-PEDIDOS PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-RESPOSTA PIC X VALUE SPACE.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.

       01 WS-NR-PEDIDO PIC 9(6) VALUE 1.
       01 WS-NR-CANCELAR PIC 9(6) VALUE 0.
       01 WS-CONTAGEM-PEDIDOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-ITENS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-SEM-FORNECEDOR PIC 9(5) VALUE 0.
       01 WS-PENDENTE PIC S9(8) VALUE 0.
       01 WS-SUGERIDA PIC S9(8) VALUE 0.

      * fornecedores do cadastro
       01 WS-QTD-FORNECEDORES PIC 999 VALUE 0.
       01 WS-TAB-FORNECEDORES.
           05 FORNECEDOR-TAB OCCURS 100 TIMES INDEXED BY IX-FO.
               10 FOR-CODIGO-TAB PIC X(5).
               10 FOR-NOME-TAB PIC X(20).
               10 FOR-STATUS-TAB PIC X.
       01 WS-NOME-FORNECEDOR PIC X(20) VALUE SPACES.

      * quantidade ainda por receber nos pedidos abertos, por produto
       01 WS-QTD-PENDENTES PIC 999 VALUE 0.
       01 WS-TAB-PENDENTES.
           05 PENDENTE-TAB OCCURS 500 TIMES INDEXED BY IX-PE.
               10 PE-CODIGO PIC X(6).
               10 PE-QUANTIDADE PIC 9(8).

      * itens sugeridos, de todos os fornecedores; cada pedido e
      * montado com os itens de um mesmo fornecedor.
       01 WS-QTD-SUGESTOES PIC 999 VALUE 0.
       01 WS-TAB-SUGESTOES.
           05 SUGESTAO-TAB OCCURS 500 TIMES INDEXED BY IX-SG.
               10 SG-FORNECEDOR PIC X(5).
               10 SG-CODIGO PIC X(6).
               10 SG-DESCRICAO PIC X(20).
               10 SG-SALDO PIC 9(7).
               10 SG-PONTO PIC 9(7).
               10 SG-PENDENTE PIC 9(8).
               10 SG-QUANTIDADE PIC 9(7).
               10 SG-CUSTO PIC 9(5)V99.
               10 SG-USADO PIC X.
       01 WS-IX-PEDIDO PIC 999 VALUE 0.
       01 WS-FORNECEDOR-ATUAL PIC X(5) VALUE SPACES.
       01 WS-QTD-ITENS-PEDIDO PIC 999 VALUE 0.
       01 WS-VALOR-PEDIDO PIC 9(9)V99 VALUE 0.

      * item mostrado na tela de revisao
       01 WS-ITEM-CODIGO PIC X(6) VALUE SPACES.
       01 WS-ITEM-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-ITEM-SALDO PIC 9(7) VALUE 0.
       01 WS-ITEM-PONTO PIC 9(7) VALUE 0.
       01 WS-ITEM-PENDENTE PIC 9(8) VALUE 0.
       01 WS-ITEM-QUANTIDADE PIC 9(7) VALUE 0.

       01 IMP-SEPARADOR.
           05 PIC X(60) VALUE ALL '='.
       01 IMP-CABECALHO.
           05 PIC X(18) VALUE 'PEDIDO DE COMPRA: '.
           05 IC-NUMERO PIC 9(6).
           05 PIC X(7) VALUE '  DIA: '.
           05 IC-DATA PIC 9(8).
       01 IMP-FORNECEDOR.
           05 PIC X(12) VALUE 'FORNECEDOR: '.
           05 IF-CODIGO PIC X(5).
           05 PIC X VALUE SPACE.
           05 IF-NOME PIC X(20).
       01 IMP-ITEM.
           05 II-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 II-DESCRICAO PIC X(20).
           05 PIC X(6) VALUE ' QTD: '.
           05 II-QUANTIDADE PIC ZZZZZZ9.
           05 PIC X(8) VALUE ' CUSTO: '.
           05 II-CUSTO PIC ZZ,ZZ9.99.
       01 IMP-TOTAL.
           05 PIC X(36) VALUE 'VALOR ESTIMADO DO PEDIDO (CUSTO):  '.
           05 IT-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01 IMP-SEM-FORNECEDOR-CAB.
           05 PIC X(50) VALUE
               'ABAIXO DO PONTO, SEM FORNECEDOR PADRAO ATIVO:'.
       01 IMP-SEM-FORNECEDOR.
           05 PIC XX VALUE SPACES.
           05 IS-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 IS-DESCRICAO PIC X(20).
           05 PIC X(8) VALUE ' SALDO: '.
           05 IS-SALDO PIC ZZZZZZ9.
           05 PIC X(8) VALUE ' PONTO: '.
           05 IS-PONTO PIC ZZZZZZ9.

       01 CABECALHO-ABERTOS.
           05 PIC X(32) VALUE '# PEDIDOS DE COMPRA EM ABERTO - '.
           05 CA-DATA PIC 9(8).
       01 TITULO-ABERTOS.
           05 PIC X(50) VALUE
               'PEDIDO DATA     FORN. PRODUTO    PEDIDA  RECEBIDA'.
           05 PIC X(10) VALUE '  PENDENTE'.
       01 LINHA-ABERTO.
           05 LA-NUMERO PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LA-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LA-FORNECEDOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 LA-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 LA-PEDIDA PIC ZZZZZZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-RECEBIDA PIC ZZZZZZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-PENDENTE PIC ZZZZZZZZ9.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'PEDIDOS-COMPRA'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'PEDIDOS DE COMPRA'
              LINE 2 COLUMN 20 HIGHLIGHT.
           05 'ACAO (G=gerar pela reencomenda R=relacao em aberto C=c
      -'ancelar S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-ITEM.
           05 'FORNECEDOR:'
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC X(5) FROM WS-FORNECEDOR-ATUAL
               REVERSE-VIDEO.
           05 LINE 7 COLUMN 23 PIC X(20) FROM WS-NOME-FORNECEDOR
               REVERSE-VIDEO.
           05 'PRODUTO:   '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC X(6) FROM WS-ITEM-CODIGO
               REVERSE-VIDEO.
           05 LINE 9 COLUMN 24 PIC X(20) FROM WS-ITEM-DESCRICAO
               REVERSE-VIDEO.
           05 'SALDO:     '
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC ZZZZZZ9 FROM WS-ITEM-SALDO
               REVERSE-VIDEO.
           05 'PONTO:     '
              LINE 11 COLUMN 30 HIGHLIGHT.
           05 LINE 11 COLUMN 42 PIC ZZZZZZ9 FROM WS-ITEM-PONTO
               REVERSE-VIDEO.
           05 'PENDENTE:  '
              LINE 12 COLUMN 5 HIGHLIGHT.
           05 LINE 12 COLUMN 17 PIC ZZZZZZZ9 FROM WS-ITEM-PENDENTE
               REVERSE-VIDEO.
           05 'COMPRAR:   '
              LINE 14 COLUMN 5 HIGHLIGHT.
           05 LINE 14 COLUMN 17 PIC ZZZZZZ9 USING WS-ITEM-QUANTIDADE
               REVERSE-VIDEO.
       01 TELA-CONFIRMA.
           05 LINE 16 COLUMN 5 VALUE
               'Confirma e imprime o pedido? (S/N): ' BLANK LINE.
           05 LINE 16 COLUMN 42 PIC X TO WS-RESPOSTA
               REVERSE-VIDEO AUTO.
       01 TELA-CANCELAR.
           05 'PEDIDO:    '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC ZZZZZ9 TO WS-NR-CANCELAR
               REVERSE-VIDEO REQUIRED.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 150-CARREGAR-FORNECEDORES
           PERFORM 160-ABRIR-PEDIDOS
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF
           PERFORM 180-LER-SEQUENCIA
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           CLOSE ARQ-PEDIDOS
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

       150-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDORES-ARQ
           IF WS-STATUS-FORNECEDORES = '00'
               PERFORM 155-LER-FORNECEDOR
                   UNTIL WS-FIM-FORNECEDORES = 'S'
               CLOSE FORNECEDORES-ARQ
           END-IF.

       155-LER-FORNECEDOR.
           READ FORNECEDORES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-FORNECEDORES
               NOT AT END
                   IF WS-QTD-FORNECEDORES < 100
                       ADD 1 TO WS-QTD-FORNECEDORES
                       SET IX-FO TO WS-QTD-FORNECEDORES
                       MOVE FOR-CODIGO-IN TO FOR-CODIGO-TAB(IX-FO)
                       MOVE FOR-NOME-IN TO FOR-NOME-TAB(IX-FO)
                       MOVE FOR-STATUS-IN TO FOR-STATUS-TAB(IX-FO)
                   END-IF
           END-READ.

      *****************************************************************
      * abre os pedidos para atualizacao; na primeira vez o arquivo
      * nasce vazio.
      *****************************************************************
       160-ABRIR-PEDIDOS.
           OPEN I-O ARQ-PEDIDOS
           IF WS-STATUS-PEDIDOS = '35'
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN I-O ARQ-PEDIDOS
           END-IF
           IF WS-STATUS-PEDIDOS NOT = '00'
               DISPLAY 'PEDIDOS-COMPRA.IDX INACESSIVEL (STATUS '
                   WS-STATUS-PEDIDOS ')'
               STOP RUN
           END-IF.

       180-LER-SEQUENCIA.
           OPEN INPUT SEQUENCIA-PEDIDO
           IF WS-STATUS-SEQUENCIA = '00'
               READ SEQUENCIA-PEDIDO
                   NOT AT END
                       MOVE PROXIMO-PEDIDO TO WS-NR-PEDIDO
               END-READ
               CLOSE SEQUENCIA-PEDIDO
           END-IF.

      *****************************************************************
      * avanca a sequencia de pedidos e a persiste imediatamente, para
      * que um reinicio do programa nao repita numero de pedido.
      *****************************************************************
       185-AVANCAR-SEQUENCIA.
           ADD 1 TO WS-NR-PEDIDO
           OPEN OUTPUT SEQUENCIA-PEDIDO
           MOVE WS-NR-PEDIDO TO PROXIMO-PEDIDO
           WRITE REG-SEQUENCIA
           CLOSE SEQUENCIA-PEDIDO.

      *****************************************************************
      * cada acao passa antes pela permissao do operador em
      * CONTROLE-ACESSO: consultar, alterar ou excluir; letra
      * desconhecida segue para a mensagem de sempre.
      *****************************************************************
       190-VERIFICAR-PERMISSAO.
           MOVE SPACE TO ACS-ACAO
           EVALUATE WS-ACAO
               WHEN 'G'
               WHEN 'g'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'R'
               WHEN 'r'
                   MOVE 'C' TO ACS-ACAO
               WHEN 'C'
               WHEN 'c'
                   MOVE 'E' TO ACS-ACAO
           END-EVALUATE
           IF ACS-ACAO = SPACE
               MOVE 'S' TO ACS-RESULTADO
           ELSE
               MOVE 'P' TO ACS-FUNCAO
               CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
               IF NOT ACESSO-PERMITIDO
                   MOVE ACS-MENSAGEM TO WS-MENSAGEM
               END-IF
           END-IF.

       200-PROCESSAR-ACAO.
           MOVE SPACES TO WS-MENSAGEM
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACAO
           PERFORM 190-VERIFICAR-PERMISSAO
           EVALUATE TRUE
               WHEN NOT ACESSO-PERMITIDO
                   CONTINUE
               WHEN WS-ACAO = 'G' OR 'g'
                   PERFORM 300-GERAR-PEDIDOS
               WHEN WS-ACAO = 'R' OR 'r'
                   PERFORM 500-LISTAR-ABERTOS
               WHEN WS-ACAO = 'C' OR 'c'
                   PERFORM 600-CANCELAR-PEDIDO
               WHEN WS-ACAO = 'S' OR 's'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
           END-EVALUATE
           DISPLAY TELA-FUNDO
           DISPLAY TELA-MENSAGEM.

      *****************************************************************
      * geracao: apura o que ja esta pedido e nao chegou, monta as
      * sugestoes a partir da posicao de estoque e apresenta um
      * pedido por fornecedor para o comprador revisar e confirmar.
      *****************************************************************
       300-GERAR-PEDIDOS.
           MOVE 0 TO WS-CONTAGEM-PEDIDOS WS-CONTAGEM-SEM-FORNECEDOR
           PERFORM 310-APURAR-PENDENTES
           OPEN EXTEND PEDIDOS-IMPRESSOS
           PERFORM 320-MONTAR-SUGESTOES
           IF WS-QTD-SUGESTOES = 0
               MOVE 'NADA A COMPRAR PELA REENCOMENDA' TO WS-MENSAGEM
           ELSE
               PERFORM 400-REVISAR-PEDIDO
                   VARYING WS-IX-PEDIDO FROM 1 BY 1
                   UNTIL WS-IX-PEDIDO > WS-QTD-SUGESTOES
               MOVE 'PEDIDOS CONFIRMADOS:' TO WS-MENSAGEM
               MOVE WS-CONTAGEM-PEDIDOS TO WS-MENSAGEM(22:5)
           END-IF
           CLOSE PEDIDOS-IMPRESSOS.

       310-APURAR-PENDENTES.
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE 'N' TO WS-FIM-PEDIDOS
           MOVE LOW-VALUES TO PED-CHAVE
           START ARQ-PEDIDOS KEY NOT < PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PEDIDOS
           END-START
           PERFORM 315-ACUMULAR-PENDENTE
               UNTIL WS-FIM-PEDIDOS = 'S'.

       315-ACUMULAR-PENDENTE.
           READ ARQ-PEDIDOS NEXT
               AT END
                   MOVE 'S' TO WS-FIM-PEDIDOS
               NOT AT END
                   IF PED-SITUACAO = 'A'
                           AND PED-QTD-PEDIDA > PED-QTD-RECEBIDA
                       COMPUTE WS-PENDENTE =
                           PED-QTD-PEDIDA - PED-QTD-RECEBIDA
                       SET IX-PE TO 1
                       SEARCH PENDENTE-TAB
                           AT END
                               IF WS-QTD-PENDENTES < 500
                                   ADD 1 TO WS-QTD-PENDENTES
                                   SET IX-PE TO WS-QTD-PENDENTES
                                   MOVE PED-CODIGO TO PE-CODIGO(IX-PE)
                                   MOVE WS-PENDENTE
                                       TO PE-QUANTIDADE(IX-PE)
                               END-IF
                           WHEN PE-CODIGO(IX-PE) = PED-CODIGO
                               ADD WS-PENDENTE TO PE-QUANTIDADE(IX-PE)
                       END-SEARCH
                   END-IF
           END-READ.

      *****************************************************************
      * produto com ponto de reencomenda definido e saldo no ponto ou
      * abaixo dele vira sugestao de compra ate o dobro do ponto,
      * descontado o que ja esta pedido e nao chegou. produto sem
      * fornecedor padrao ativo nao tem a quem ser pedido e sai
      * listado a parte no impresso.
      *****************************************************************
       320-MONTAR-SUGESTOES.
           MOVE 0 TO WS-QTD-SUGESTOES
           OPEN INPUT ARQ-ESTOQUE
           IF WS-STATUS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE.IDX INACESSIVEL (STATUS '
                   WS-STATUS-ESTOQUE ') - EXECUTE CARGA-ESTOQUE-IDX'
           ELSE
               MOVE 'N' TO WS-FIM-ESTOQUE
               PERFORM 325-AVALIAR-PRODUTO
                   UNTIL WS-FIM-ESTOQUE = 'S'
               CLOSE ARQ-ESTOQUE
           END-IF.

       325-AVALIAR-PRODUTO.
           READ ARQ-ESTOQUE
               AT END
                   MOVE 'S' TO WS-FIM-ESTOQUE
               NOT AT END
                   IF EST-PONTO-REENCOMENDA > 0
                           AND EST-QUANTIDADE <= EST-PONTO-REENCOMENDA
                       PERFORM 330-SUGERIR-PRODUTO
                   END-IF
           END-READ.

       330-SUGERIR-PRODUTO.
           MOVE SPACES TO DESCRICAO-IN FORNECEDOR-PADRAO-IN
           MOVE SPACE TO STATUS-PRODUTO-IN
           IF CATALOGO-ABERTO
               MOVE EST-CODIGO TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO DESCRICAO-IN
                           FORNECEDOR-PADRAO-IN
               END-READ
           END-IF
           MOVE 0 TO WS-PENDENTE
           SET IX-PE TO 1
           SEARCH PENDENTE-TAB
               AT END
                   CONTINUE
               WHEN PE-CODIGO(IX-PE) = EST-CODIGO
                   MOVE PE-QUANTIDADE(IX-PE) TO WS-PENDENTE
           END-SEARCH
           COMPUTE WS-SUGERIDA = EST-PONTO-REENCOMENDA * 2
               - EST-QUANTIDADE - WS-PENDENTE
           IF STATUS-PRODUTO-IN = 'I' OR WS-SUGERIDA NOT > 0
               CONTINUE
           ELSE
               MOVE FORNECEDOR-PADRAO-IN TO WS-FORNECEDOR-ATUAL
               PERFORM 340-PROCURAR-FORNECEDOR
               IF WS-NOME-FORNECEDOR = SPACES
                   PERFORM 335-LISTAR-SEM-FORNECEDOR
               ELSE
                   IF WS-QTD-SUGESTOES < 500
                       ADD 1 TO WS-QTD-SUGESTOES
                       SET IX-SG TO WS-QTD-SUGESTOES
                       MOVE FORNECEDOR-PADRAO-IN TO SG-FORNECEDOR(IX-SG)
                       MOVE EST-CODIGO TO SG-CODIGO(IX-SG)
                       MOVE DESCRICAO-IN TO SG-DESCRICAO(IX-SG)
                       MOVE EST-QUANTIDADE TO SG-SALDO(IX-SG)
                       MOVE EST-PONTO-REENCOMENDA TO SG-PONTO(IX-SG)
                       MOVE WS-PENDENTE TO SG-PENDENTE(IX-SG)
                       MOVE WS-SUGERIDA TO SG-QUANTIDADE(IX-SG)
                       IF EST-CUSTO-MEDIO IS NUMERIC
                           COMPUTE SG-CUSTO(IX-SG) ROUNDED =
                               EST-CUSTO-MEDIO
                       ELSE
                           MOVE 0 TO SG-CUSTO(IX-SG)
                       END-IF
                       MOVE 'N' TO SG-USADO(IX-SG)
                   ELSE
                       DISPLAY 'PRODUTO IGNORADO, TABELA CHEIA: '
                           EST-CODIGO
                   END-IF
               END-IF
           END-IF.

       335-LISTAR-SEM-FORNECEDOR.
           IF WS-CONTAGEM-SEM-FORNECEDOR = 0
               WRITE REG-IMPRESSO FROM IMP-SEPARADOR
               WRITE REG-IMPRESSO FROM IMP-SEM-FORNECEDOR-CAB
           END-IF
           ADD 1 TO WS-CONTAGEM-SEM-FORNECEDOR
           MOVE EST-CODIGO TO IS-CODIGO
           MOVE DESCRICAO-IN TO IS-DESCRICAO
           MOVE EST-QUANTIDADE TO IS-SALDO
           MOVE EST-PONTO-REENCOMENDA TO IS-PONTO
           WRITE REG-IMPRESSO FROM IMP-SEM-FORNECEDOR.

      * nome do fornecedor em WS-FORNECEDOR-ATUAL; fica em branco
      * quando o codigo esta vazio, nao existe ou esta inativo.
       340-PROCURAR-FORNECEDOR.
           MOVE SPACES TO WS-NOME-FORNECEDOR
           IF WS-FORNECEDOR-ATUAL NOT = SPACES
               SET IX-FO TO 1
               SEARCH FORNECEDOR-TAB
                   AT END
                       CONTINUE
                   WHEN FOR-CODIGO-TAB(IX-FO) = WS-FORNECEDOR-ATUAL
                       IF FOR-STATUS-TAB(IX-FO) NOT = 'I'
                           MOVE FOR-NOME-TAB(IX-FO)
                               TO WS-NOME-FORNECEDOR
                       END-IF
               END-SEARCH
           END-IF.

      *****************************************************************
      * a primeira sugestao ainda nao usada abre o pedido do seu
      * fornecedor: o comprador revisa a quantidade de cada item
      * desse fornecedor (zero retira o item) e confirma ou descarta
      * o pedido inteiro.
      *****************************************************************
       400-REVISAR-PEDIDO.
           IF SG-USADO(WS-IX-PEDIDO) = 'N'
               MOVE SG-FORNECEDOR(WS-IX-PEDIDO) TO WS-FORNECEDOR-ATUAL
               PERFORM 340-PROCURAR-FORNECEDOR
               MOVE 0 TO WS-QTD-ITENS-PEDIDO
               PERFORM 410-REVISAR-ITEM
                   VARYING IX-SG FROM WS-IX-PEDIDO BY 1
                   UNTIL IX-SG > WS-QTD-SUGESTOES
               IF WS-QTD-ITENS-PEDIDO > 0
                   MOVE SPACE TO WS-RESPOSTA
                   ACCEPT TELA-CONFIRMA
                   IF WS-RESPOSTA = 'S' OR 's'
                       PERFORM 420-GRAVAR-PEDIDO
                   END-IF
               END-IF
           END-IF.

       410-REVISAR-ITEM.
           IF SG-USADO(IX-SG) = 'N'
                   AND SG-FORNECEDOR(IX-SG) = WS-FORNECEDOR-ATUAL
               MOVE 'S' TO SG-USADO(IX-SG)
               MOVE SG-CODIGO(IX-SG) TO WS-ITEM-CODIGO
               MOVE SG-DESCRICAO(IX-SG) TO WS-ITEM-DESCRICAO
               MOVE SG-SALDO(IX-SG) TO WS-ITEM-SALDO
               MOVE SG-PONTO(IX-SG) TO WS-ITEM-PONTO
               MOVE SG-PENDENTE(IX-SG) TO WS-ITEM-PENDENTE
               MOVE SG-QUANTIDADE(IX-SG) TO WS-ITEM-QUANTIDADE
               DISPLAY TELA-FUNDO
               ACCEPT TELA-ITEM
               MOVE WS-ITEM-QUANTIDADE TO SG-QUANTIDADE(IX-SG)
               IF WS-ITEM-QUANTIDADE > 0
                   ADD 1 TO WS-QTD-ITENS-PEDIDO
               END-IF
           END-IF.

      *****************************************************************
      * o pedido confirmado recebe o proximo numero da sequencia,
      * grava um registro aberto por item e sai impresso.
      *****************************************************************
       420-GRAVAR-PEDIDO.
           MOVE 0 TO WS-VALOR-PEDIDO
           WRITE REG-IMPRESSO FROM IMP-SEPARADOR
           MOVE WS-NR-PEDIDO TO IC-NUMERO
           MOVE WS-DATA-HOJE TO IC-DATA
           WRITE REG-IMPRESSO FROM IMP-CABECALHO
           MOVE WS-FORNECEDOR-ATUAL TO IF-CODIGO
           MOVE WS-NOME-FORNECEDOR TO IF-NOME
           WRITE REG-IMPRESSO FROM IMP-FORNECEDOR
           PERFORM 425-GRAVAR-ITEM
               VARYING IX-SG FROM WS-IX-PEDIDO BY 1
               UNTIL IX-SG > WS-QTD-SUGESTOES
           MOVE WS-VALOR-PEDIDO TO IT-VALOR
           WRITE REG-IMPRESSO FROM IMP-TOTAL
           ADD 1 TO WS-CONTAGEM-PEDIDOS
           PERFORM 185-AVANCAR-SEQUENCIA.

       425-GRAVAR-ITEM.
           IF SG-FORNECEDOR(IX-SG) = WS-FORNECEDOR-ATUAL
                   AND SG-QUANTIDADE(IX-SG) > 0
               MOVE SPACES TO REG-PEDIDO
               MOVE WS-NR-PEDIDO TO PED-NUMERO
               MOVE SG-CODIGO(IX-SG) TO PED-CODIGO
               MOVE WS-FORNECEDOR-ATUAL TO PED-FORNECEDOR
               MOVE WS-DATA-HOJE TO PED-DATA
               MOVE SG-QUANTIDADE(IX-SG) TO PED-QTD-PEDIDA
               MOVE 0 TO PED-QTD-RECEBIDA
               MOVE SG-CUSTO(IX-SG) TO PED-CUSTO-PREVISTO
               MOVE 'A' TO PED-SITUACAO
               WRITE REG-PEDIDO
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR ITEM DO PEDIDO: '
                           PED-CHAVE
               END-WRITE
               COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO
                   + SG-QUANTIDADE(IX-SG) * SG-CUSTO(IX-SG)
               MOVE SG-CODIGO(IX-SG) TO II-CODIGO
               MOVE SG-DESCRICAO(IX-SG) TO II-DESCRICAO
               MOVE SG-QUANTIDADE(IX-SG) TO II-QUANTIDADE
               MOVE SG-CUSTO(IX-SG) TO II-CUSTO
               WRITE REG-IMPRESSO FROM IMP-ITEM
           END-IF.

      *****************************************************************
      * relacao dos itens de pedido ainda abertos, com o que ja
      * chegou e o que falta, para o comprador cobrar o fornecedor.
      *****************************************************************
       500-LISTAR-ABERTOS.
           OPEN OUTPUT RELAT-PEDIDOS
           MOVE WS-DATA-HOJE TO CA-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-ABERTOS
           WRITE REG-RELAT-OUT FROM TITULO-ABERTOS
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-CONTAGEM-ITENS
           MOVE 'N' TO WS-FIM-PEDIDOS
           MOVE LOW-VALUES TO PED-CHAVE
           START ARQ-PEDIDOS KEY NOT < PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PEDIDOS
           END-START
           PERFORM 510-LISTAR-ITEM
               UNTIL WS-FIM-PEDIDOS = 'S'
           CLOSE RELAT-PEDIDOS
           MOVE 'RELACAO EMITIDA, ITENS ABERTOS:' TO WS-MENSAGEM
           MOVE WS-CONTAGEM-ITENS TO WS-MENSAGEM(33:5).

       510-LISTAR-ITEM.
           READ ARQ-PEDIDOS NEXT
               AT END
                   MOVE 'S' TO WS-FIM-PEDIDOS
               NOT AT END
                   IF PED-SITUACAO = 'A'
                       ADD 1 TO WS-CONTAGEM-ITENS
                       MOVE PED-NUMERO TO LA-NUMERO
                       MOVE PED-DATA TO LA-DATA
                       MOVE PED-FORNECEDOR TO LA-FORNECEDOR
                       MOVE PED-CODIGO TO LA-CODIGO
                       MOVE PED-QTD-PEDIDA TO LA-PEDIDA
                       MOVE PED-QTD-RECEBIDA TO LA-RECEBIDA
                       IF PED-QTD-PEDIDA > PED-QTD-RECEBIDA
                           COMPUTE LA-PENDENTE =
                               PED-QTD-PEDIDA - PED-QTD-RECEBIDA
                       ELSE
                           MOVE 0 TO LA-PENDENTE
                       END-IF
                       WRITE REG-RELAT-OUT FROM LINHA-ABERTO
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

      *****************************************************************
      * cancela os itens ainda abertos de um pedido; o que ja foi
      * recebido fica registrado como esta.
      *****************************************************************
       600-CANCELAR-PEDIDO.
           MOVE 0 TO WS-NR-CANCELAR WS-CONTAGEM-ITENS
           ACCEPT TELA-CANCELAR
           MOVE 'N' TO WS-FIM-PEDIDOS
           MOVE WS-NR-CANCELAR TO PED-NUMERO
           MOVE LOW-VALUES TO PED-CODIGO
           START ARQ-PEDIDOS KEY NOT < PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PEDIDOS
           END-START
           PERFORM 610-CANCELAR-ITEM
               UNTIL WS-FIM-PEDIDOS = 'S'
           IF WS-CONTAGEM-ITENS = 0
               MOVE 'PEDIDO SEM ITENS ABERTOS' TO WS-MENSAGEM
           ELSE
               MOVE 'PEDIDO CANCELADO' TO WS-MENSAGEM
           END-IF.

       610-CANCELAR-ITEM.
           READ ARQ-PEDIDOS NEXT
               AT END
                   MOVE 'S' TO WS-FIM-PEDIDOS
               NOT AT END
                   IF PED-NUMERO NOT = WS-NR-CANCELAR
                       MOVE 'S' TO WS-FIM-PEDIDOS
                   ELSE
                       IF PED-SITUACAO = 'A'
                           MOVE 'C' TO PED-SITUACAO
                           REWRITE REG-PEDIDO
                               INVALID KEY
                                   DISPLAY 'FALHA AO CANCELAR ITEM: '
                                       PED-CHAVE
                           END-REWRITE
                           ADD 1 TO WS-CONTAGEM-ITENS
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM PEDIDOS-COMPRA.
