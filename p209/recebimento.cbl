      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-09-02
      * Purpose: Goods receiving for the stockroom: deliveries are
      *          keyed against CATALOGO-PRODUTOS.IDX (product code,
      *          quantity, unit cost, supplier, delivery note number),
      *          posted into the stock position ESTOQUE.IDX consumed
      *          by CALC4, and journaled to RECEBIMENTOS.TXT so what
      *          came in can be reconciled against what the register
      *          sells. A delivery is received against an open purchase
      *          order of PEDIDOS-COMPRA.IDX and flagged as short, over
      *          or unordered, and becomes a payable title in
      *          CONTAS-PAGAR.TXT due by the supplier's payment terms
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * catalogo e posicao de estoque indexados por codigo de
      * produto, lidos e atualizados um produto por vez.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT ARQ-ESTOQUE
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CODIGO
           FILE STATUS IS WS-STATUS-ESTOQUE.
      * diario de recebimentos: uma linha por entrega lancada, com
      * data, nota de entrega, fornecedor, produto, quantidade e
       SELECT OPTIONAL ARQ-RECEBIMENTOS
           ASSIGN TO '.\RECEBIMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * kardex: cada entrega postada vira um movimento de entrada
      * com o saldo resultante do produto.
       SELECT OPTIONAL MOVIMENTOS-ESTOQUE
           ASSIGN TO '.\MOVIMENTOS-ESTOQUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * contas a pagar: cada entrega lancada e uma divida com o
      * fornecedor, liquidada depois por BAIXA-PAGAR.
       SELECT OPTIONAL CONTAS-PAGAR
           ASSIGN TO '.\CONTAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * cadastro de fornecedores, para validar quem entrega, e os
      * pedidos de compra emitidos por PEDIDOS-COMPRA, que recebem a
      * quantidade entregue item a item.
       SELECT FORNECEDORES-ARQ
           ASSIGN TO '.\FORNECEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.
       SELECT ARQ-PEDIDOS
           ASSIGN TO '.\PEDIDOS-COMPRA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PED-CHAVE
           FILE STATUS IS WS-STATUS-PEDIDOS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
      * 'I' = produto desativado; entrega para codigo desativado e
      * recusada como a de um codigo desconhecido.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

      * mesmo leiaute consumido e regravado por CALC4.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
           05 EST-CODIGO PIC X(6).
           05 PIC X.
           05 EST-QUANTIDADE PIC 9(7).
           05 PIC X.
           05 EST-PONTO-REENCOMENDA PIC 9(7).
      * custo medio ponderado do produto, recalculado a cada entrega
      * sobre o saldo anterior; em branco nas posicoes que ainda nao
      * receberam entrega depois da sua criacao.
           05 PIC X.
           05 EST-CUSTO-MEDIO PIC 9(5)V9(4).
           05 PIC X(48).

       FD ARQ-RECEBIMENTOS LABEL RECORDS ARE STANDARD.
       01 REG-RECEBIMENTO.
           05 REC-QUANTIDADE PIC 9(7).
           05 PIC X VALUE SPACE.
           05 REC-CUSTO-UNITARIO PIC 9(5)V99.
           05 PIC X VALUE SPACE.
           05 REC-COD-FORNECEDOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 REC-NR-PEDIDO PIC 9(6).
      * ' ' = conforme o pedido, 'F' = falta, 'E' = excesso,
      * 'N' = entrega sem pedido
           05 PIC X VALUE SPACE.
           05 REC-DIVERGENCIA PIC X.

      * mesmo leiaute gravado por CALC4.
       FD MOVIMENTOS-ESTOQUE LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO.
           05 MOV-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 MOV-HORA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 MOV-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 MOV-TIPO PIC X.
           05 PIC X VALUE SPACE.
           05 MOV-DOCUMENTO PIC X(10).
           05 PIC X VALUE SPACE.
           05 MOV-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 MOV-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 MOV-QUANTIDADE PIC S9(7) SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 MOV-SALDO PIC 9(7).

      * um registro por linha de produto lancada (quantidade vezes
      * custo unitario); o titulo e o fornecedor mais a nota de
      * entrega, e BAIXA-PAGAR, POSICAO-PAGAR e CONFERE-PAGAR somam
      * as linhas pela mesma chave.
       FD CONTAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-PAGAR-OUT.
           05 CP-FORNECEDOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 CP-NOTA-ENTREGA PIC X(10).
           05 PIC X VALUE SPACE.
           05 CP-VALOR PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 CP-EMISSAO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 CP-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 CP-NR-PEDIDO PIC 9(6).

      * mesmo leiaute mantido por CADASTRO-FORNECEDORES.
       FD FORNECEDORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-FORNECEDOR-IN.
           05 FOR-CODIGO-IN PIC X(5).
           05 FOR-NOME-IN PIC X(20).
           05 FOR-CNPJ-IN PIC X(14).
           05 FOR-PRAZO-IN PIC 999.
           05 FOR-STATUS-IN PIC X.

      * mesmo leiaute gravado por PEDIDOS-COMPRA.
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
           05 PED-SITUACAO PIC X.
           05 PIC X(33).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-ESTOQUE PIC XX.
       01 WS-STATUS-FORNECEDORES PIC XX.
       01 WS-STATUS-PEDIDOS PIC XX.
       01 WS-FIM-FORNECEDORES PIC X VALUE 'N'.
       01 WS-RESPOSTA PIC X VALUE 'S'.
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-CONTAGEM-LANCADOS PIC 9(5) VALUE 0.
       01 WS-SALDO-ESTOQUE PIC 9(7) VALUE 0.
       01 WS-CUSTO-MEDIO PIC 9(5)V9(4) VALUE 0.
       01 WS-VALOR-ESTOQUE PIC 9(12)V9(4) VALUE 0.

      * campos da entrega sendo digitada
       01 WS-CODIGO-PRODUTO PIC X(6) VALUE SPACES.
       01 WS-CUSTO-UNITARIO PIC 9(5)V99 VALUE 0.
       01 WS-FORNECEDOR PIC X(20) VALUE SPACES.
       01 WS-NOTA-ENTREGA PIC X(10) VALUE SPACES.
       01 WS-COD-FORNECEDOR PIC X(5) VALUE SPACES.
       01 WS-NR-PEDIDO PIC 9(6) VALUE 0.
       01 WS-DIVERGENCIA PIC X VALUE SPACE.
       01 WS-PRAZO-FORNECEDOR PIC 999 VALUE 30.
       01 WS-DIAS-VENCIMENTO PIC 9(7) VALUE 0.
       01 WS-FLAG-PRODUTO PIC X VALUE 'N'.
           88 PRODUTO-ENCONTRADO VALUE 'S'.
       01 WS-FLAG-FORNECEDOR PIC X VALUE 'N'.
           88 FORNECEDOR-VALIDO VALUE 'S'.
       01 WS-FLAG-ITEM-PEDIDO PIC X VALUE 'N'.
           88 ITEM-PEDIDO-ENCONTRADO VALUE 'S'.

      * fornecedores do cadastro; sem o arquivo o codigo digitado
      * nao e validado.
       01 WS-QTD-FORNECEDORES PIC 999 VALUE 0.
       01 WS-TAB-FORNECEDORES.
           05 FORNECEDOR-TAB OCCURS 100 TIMES INDEXED BY IX-FO.
               10 FOR-CODIGO-TAB PIC X(5).
               10 FOR-NOME-TAB PIC X(20).
               10 FOR-PRAZO-TAB PIC 999.
               10 FOR-STATUS-TAB PIC X.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de alterar para lancar entregas.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'ENTRADA-MERCADORIA'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 20 PIC ZZ,ZZ9.99 TO WS-CUSTO-UNITARIO
               REVERSE-VIDEO REQUIRED.
           05 'PEDIDO COMPRA:'
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 20 PIC ZZZZZ9 TO WS-NR-PEDIDO
               REVERSE-VIDEO.
           05 '(zero = sem pedido)'
              LINE 11 COLUMN 30.
           05 'FORNECEDOR:   '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 20 PIC X(5) TO WS-COD-FORNECEDOR
               REVERSE-VIDEO.
           05 '(vem do pedido quando informado)'
              LINE 13 COLUMN 30.
           05 'NOTA ENTREGA: '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 20 PIC X(10) TO WS-NOTA-ENTREGA
               REVERSE-VIDEO REQUIRED.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 140-VERIFICAR-ACESSO
           PERFORM 150-ABRIR-CATALOGO
           PERFORM 170-ABRIR-ESTOQUE
           PERFORM 180-CARREGAR-FORNECEDORES
           PERFORM 190-ABRIR-PEDIDOS
           OPEN EXTEND ARQ-RECEBIMENTOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           DISPLAY TELA-FUNDO
           PERFORM 200-LANCAR-ENTREGA
               UNTIL WS-RESPOSTA = 'N' OR 'n'
           CLOSE ARQ-RECEBIMENTOS CATALOGO-PRODUTOS ARQ-ESTOQUE
               ARQ-PEDIDOS
           DISPLAY ' ' LINE 1 COLUMN 1
           DISPLAY 'ENTREGAS LANCADAS: ' WS-CONTAGEM-LANCADOS
           STOP RUN.

      *****************************************************************
      * o lancamento exige o operador identificado e com permissao de
      * alterar neste programa; a recusa encerra antes de abrir os
      * arquivos.
      *****************************************************************
       140-VERIFICAR-ACESSO.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF ACESSO-PERMITIDO
               MOVE 'A' TO ACS-ACAO
               MOVE 'P' TO ACS-FUNCAO
               CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
               IF NOT ACESSO-PERMITIDO
                   MOVE ACS-MENSAGEM TO WS-MENSAGEM
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF.

      *****************************************************************
      * abre o catalogo indexado, para que so produto cadastrado entre
      * no estoque; sem ele nao ha como validar os codigos.
      *****************************************************************
       150-ABRIR-CATALOGO.
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO NOT = '00'
               DISPLAY 'CATALOGO-PRODUTOS.IDX INACESSIVEL (STATUS '
                   WS-STATUS-CATALOGO ') - EXECUTE CARGA-ESTOQUE-IDX'
               STOP RUN
           END-IF.

      *****************************************************************
      * abre a posicao de estoque indexada para atualizacao. os
      * caixas baixam o mesmo arquivo enquanto o almoxarifado lanca,
      * e cada entrega regrava so o registro do seu produto, lido na
      * hora. sem o arquivo a posicao nasce vazia com as entregas.
      *****************************************************************
       170-ABRIR-ESTOQUE.
           OPEN I-O ARQ-ESTOQUE
           IF WS-STATUS-ESTOQUE = '35'
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF
           IF WS-STATUS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE.IDX INACESSIVEL (STATUS '
                   WS-STATUS-ESTOQUE ') - EXECUTE CARGA-ESTOQUE-IDX'
               CLOSE CATALOGO-PRODUTOS
               STOP RUN
           END-IF.

       180-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDORES-ARQ
           IF WS-STATUS-FORNECEDORES = '00'
               PERFORM 185-LER-FORNECEDOR
                   UNTIL WS-FIM-FORNECEDORES = 'S'
               CLOSE FORNECEDORES-ARQ
           END-IF.

       185-LER-FORNECEDOR.
           READ FORNECEDORES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-FORNECEDORES
               NOT AT END
                   IF WS-QTD-FORNECEDORES < 100
                       ADD 1 TO WS-QTD-FORNECEDORES
                       SET IX-FO TO WS-QTD-FORNECEDORES
                       MOVE FOR-CODIGO-IN TO FOR-CODIGO-TAB(IX-FO)
                       MOVE FOR-NOME-IN TO FOR-NOME-TAB(IX-FO)
                       MOVE FOR-PRAZO-IN TO FOR-PRAZO-TAB(IX-FO)
                       MOVE FOR-STATUS-IN TO FOR-STATUS-TAB(IX-FO)
                   END-IF
           END-READ.

      *****************************************************************
      * pedidos de compra abertos para atualizacao; sem o arquivo
      * ainda nenhum pedido foi emitido e ele nasce vazio.
      *****************************************************************
       190-ABRIR-PEDIDOS.
           OPEN I-O ARQ-PEDIDOS
           IF WS-STATUS-PEDIDOS = '35'
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN I-O ARQ-PEDIDOS
           END-IF
           IF WS-STATUS-PEDIDOS NOT = '00'
               DISPLAY 'PEDIDOS-COMPRA.IDX INACESSIVEL (STATUS '
                   WS-STATUS-PEDIDOS ')'
               CLOSE CATALOGO-PRODUTOS ARQ-ESTOQUE
               STOP RUN
           END-IF.

      *****************************************************************
      * um ciclo de lancamento: valida o produto contra o catalogo,
      * aceita quantidade, custo, pedido, fornecedor e nota de
      * entrega, confere a entrega com o pedido, posta a quantidade no
      * saldo e grava a linha do diario com a divergencia apurada.
      *****************************************************************
       200-LANCAR-ENTREGA.
           MOVE SPACES TO WS-MENSAGEM
               DISPLAY TELA-DESCRICAO
               MOVE 0 TO WS-QUANTIDADE
               MOVE 0 TO WS-CUSTO-UNITARIO
               MOVE 0 TO WS-NR-PEDIDO
               MOVE SPACES TO WS-FORNECEDOR WS-NOTA-ENTREGA
                   WS-COD-FORNECEDOR
               ACCEPT TELA-DADOS-ENTREGA
               PERFORM 212-CONFERIR-PEDIDO
               PERFORM 215-VALIDAR-FORNECEDOR
               EVALUATE TRUE
                   WHEN WS-QUANTIDADE = 0
                       MOVE 'QUANTIDADE DEVE SER MAIOR QUE ZERO'
                           TO WS-MENSAGEM
                   WHEN NOT FORNECEDOR-VALIDO
                       MOVE 'FORNECEDOR NAO CADASTRADO OU INATIVO'
                           TO WS-MENSAGEM
                   WHEN OTHER
                       PERFORM 220-POSTAR-NO-ESTOQUE
                       PERFORM 228-ATUALIZAR-PEDIDO
                       PERFORM 230-GRAVAR-DIARIO
                       PERFORM 235-GRAVAR-TITULO-PAGAR
                       ADD 1 TO WS-CONTAGEM-LANCADOS
                       EVALUATE WS-DIVERGENCIA
                           WHEN 'F'
                               MOVE 'ENTREGA LANCADA - FALTA NO PEDIDO'
                                   TO WS-MENSAGEM
                           WHEN 'E'
                               MOVE
                                   'ENTREGA LANCADA - EXCESSO NO PEDIDO'
                                   TO WS-MENSAGEM
                           WHEN 'N'
                               MOVE 'ENTREGA LANCADA - SEM PEDIDO'
                                   TO WS-MENSAGEM
                           WHEN OTHER
                               MOVE 'ENTREGA LANCADA NO ESTOQUE'
                                   TO WS-MENSAGEM
                       END-EVALUATE
               END-EVALUATE
               DISPLAY TELA-MENSAGEM
           END-IF
           DISPLAY TELA-CONTINUA
           ACCEPT WS-RESPOSTA

       210-PROCURAR-PRODUTO.
           MOVE 'N' TO WS-FLAG-PRODUTO
           MOVE WS-CODIGO-PRODUTO TO CODIGO-PRODUTO-IN
           READ CATALOGO-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-PRODUTO-IN NOT = 'I'
                       SET PRODUTO-ENCONTRADO TO TRUE
                       MOVE DESCRICAO-IN TO WS-DESCRICAO-PRODUTO
                   END-IF
           END-READ.

      *****************************************************************
      * entrega com numero de pedido procura o item do produto nesse
      * pedido; achado e nao cancelado, o fornecedor passa a ser o do
      * pedido. entrega sem pedido, ou de produto que o pedido nao
      * tem, e marcada como nao pedida.
      *****************************************************************
       212-CONFERIR-PEDIDO.
           MOVE 'N' TO WS-FLAG-ITEM-PEDIDO
           MOVE 'N' TO WS-DIVERGENCIA
           IF WS-NR-PEDIDO > 0
               MOVE WS-NR-PEDIDO TO PED-NUMERO
               MOVE WS-CODIGO-PRODUTO TO PED-CODIGO
               READ ARQ-PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PED-SITUACAO NOT = 'C'
                           SET ITEM-PEDIDO-ENCONTRADO TO TRUE
                           MOVE PED-FORNECEDOR TO WS-COD-FORNECEDOR
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * o fornecedor tem de estar ativo no cadastro; o nome dele vai
      * ao diario e o prazo de pagamento dele ao titulo a pagar. sem
      * cadastro de fornecedores o codigo e aceito como digitado, com
      * o prazo usual de 30 dias.
      *****************************************************************
       215-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WS-FLAG-FORNECEDOR
           MOVE SPACES TO WS-FORNECEDOR
           MOVE 30 TO WS-PRAZO-FORNECEDOR
           IF WS-QTD-FORNECEDORES = 0
               SET FORNECEDOR-VALIDO TO TRUE
           ELSE
               IF WS-COD-FORNECEDOR NOT = SPACES
                   SET IX-FO TO 1
                   SEARCH FORNECEDOR-TAB
                       AT END
                           CONTINUE
                       WHEN FOR-CODIGO-TAB(IX-FO) = WS-COD-FORNECEDOR
                           IF FOR-STATUS-TAB(IX-FO) NOT = 'I'
                               SET FORNECEDOR-VALIDO TO TRUE
                               MOVE FOR-NOME-TAB(IX-FO)
                                   TO WS-FORNECEDOR
                               IF FOR-PRAZO-TAB(IX-FO) IS NUMERIC
                                   MOVE FOR-PRAZO-TAB(IX-FO)
                                       TO WS-PRAZO-FORNECEDOR
                               END-IF
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

      *****************************************************************
      * soma a quantidade recebida no saldo do produto, lido e
      * regravado na hora; produto ainda sem posicao ganha um
      * registro novo com ponto de reencomenda zerado, a acertar
      * depois. o custo medio ponderado passa a ser o valor do saldo
      * anterior ao custo medio vigente mais o valor da entrega, sobre
      * o novo saldo; posicao sem custo ainda (ou com saldo zerado)
      * assume o custo da entrega. a entrada postada vai ao kardex.
      *****************************************************************
       220-POSTAR-NO-ESTOQUE.
           MOVE WS-CODIGO-PRODUTO TO EST-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   MOVE SPACES TO REG-ESTOQUE
                   MOVE WS-CODIGO-PRODUTO TO EST-CODIGO
                   MOVE WS-QUANTIDADE TO EST-QUANTIDADE
                   MOVE 0 TO EST-PONTO-REENCOMENDA
                   MOVE WS-CUSTO-UNITARIO TO EST-CUSTO-MEDIO
                   WRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY 'FALHA AO CRIAR POSICAO: '
                               WS-CODIGO-PRODUTO
                       NOT INVALID KEY
                           MOVE EST-QUANTIDADE TO WS-SALDO-ESTOQUE
                           PERFORM 225-REGISTRAR-MOVIMENTO
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 222-CALCULAR-CUSTO-MEDIO
                   ADD WS-QUANTIDADE TO EST-QUANTIDADE
                   MOVE WS-CUSTO-MEDIO TO EST-CUSTO-MEDIO
                   REWRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY 'FALHA AO REGRAVAR POSICAO: '
                               WS-CODIGO-PRODUTO
                       NOT INVALID KEY
                           MOVE EST-QUANTIDADE TO WS-SALDO-ESTOQUE
                           PERFORM 225-REGISTRAR-MOVIMENTO
                   END-REWRITE
           END-READ.

       222-CALCULAR-CUSTO-MEDIO.
           IF EST-CUSTO-MEDIO IS NOT NUMERIC OR EST-QUANTIDADE = 0
               MOVE WS-CUSTO-UNITARIO TO WS-CUSTO-MEDIO
           ELSE
               COMPUTE WS-VALOR-ESTOQUE =
                   EST-QUANTIDADE * EST-CUSTO-MEDIO
                   + WS-QUANTIDADE * WS-CUSTO-UNITARIO
               COMPUTE WS-CUSTO-MEDIO ROUNDED =
                   WS-VALOR-ESTOQUE / (EST-QUANTIDADE + WS-QUANTIDADE)
           END-IF.

       225-REGISTRAR-MOVIMENTO.
           MOVE SPACES TO REG-MOVIMENTO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO MOV-HORA
           MOVE WS-CODIGO-PRODUTO TO MOV-CODIGO
           MOVE 'R' TO MOV-TIPO
           MOVE WS-NOTA-ENTREGA TO MOV-DOCUMENTO
           MOVE ACS-OPERADOR TO MOV-OPERADOR
           MOVE 0 TO MOV-CAIXA
           MOVE WS-QUANTIDADE TO MOV-QUANTIDADE
           MOVE WS-SALDO-ESTOQUE TO MOV-SALDO
           OPEN EXTEND MOVIMENTOS-ESTOQUE
           WRITE REG-MOVIMENTO
           CLOSE MOVIMENTOS-ESTOQUE.

      *****************************************************************
      * soma a entrega no recebido do item do pedido e compara o
      * acumulado com o pedido: abaixo fica em aberto com falta; no
      * total ou acima o item e encerrado, acima com excesso.
      *****************************************************************
       228-ATUALIZAR-PEDIDO.
           IF ITEM-PEDIDO-ENCONTRADO
               ADD WS-QUANTIDADE TO PED-QTD-RECEBIDA
               EVALUATE TRUE
                   WHEN PED-QTD-RECEBIDA < PED-QTD-PEDIDA
                       MOVE 'F' TO WS-DIVERGENCIA
                   WHEN PED-QTD-RECEBIDA > PED-QTD-PEDIDA
                       MOVE 'E' TO WS-DIVERGENCIA
                       MOVE 'F' TO PED-SITUACAO
                   WHEN OTHER
                       MOVE SPACE TO WS-DIVERGENCIA
                       MOVE 'F' TO PED-SITUACAO
               END-EVALUATE
               REWRITE REG-PEDIDO
                   INVALID KEY
                       DISPLAY 'FALHA AO ATUALIZAR PEDIDO: ' PED-CHAVE
               END-REWRITE
           END-IF.

       230-GRAVAR-DIARIO.
           MOVE SPACES TO REG-RECEBIMENTO
           MOVE WS-CODIGO-PRODUTO TO REC-CODIGO
           MOVE WS-QUANTIDADE TO REC-QUANTIDADE
           MOVE WS-CUSTO-UNITARIO TO REC-CUSTO-UNITARIO
           MOVE WS-COD-FORNECEDOR TO REC-COD-FORNECEDOR
           IF ITEM-PEDIDO-ENCONTRADO
               MOVE WS-NR-PEDIDO TO REC-NR-PEDIDO
           ELSE
               MOVE 0 TO REC-NR-PEDIDO
           END-IF
           MOVE WS-DIVERGENCIA TO REC-DIVERGENCIA
           WRITE REG-RECEBIMENTO.

      *****************************************************************
      * titulo a pagar da entrega: valor ao custo digitado, vencimento
      * no prazo do fornecedor contado da data do lancamento.
      *****************************************************************
       235-GRAVAR-TITULO-PAGAR.
           MOVE SPACES TO REG-PAGAR-OUT
           COMPUTE WS-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-PRAZO-FORNECEDOR
           MOVE WS-COD-FORNECEDOR TO CP-FORNECEDOR
           MOVE WS-NOTA-ENTREGA TO CP-NOTA-ENTREGA
           COMPUTE CP-VALOR ROUNDED =
               WS-QUANTIDADE * WS-CUSTO-UNITARIO
           MOVE WS-DATA-HOJE TO CP-EMISSAO
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-VENCIMENTO)
               TO CP-VENCIMENTO
           MOVE REC-NR-PEDIDO TO CP-NR-PEDIDO
           OPEN EXTEND CONTAS-PAGAR
           WRITE REG-PAGAR-OUT
           CLOSE CONTAS-PAGAR.

       END PROGRAM ENTRADA-MERCADORIA.
