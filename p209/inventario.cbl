      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Physical inventory count over the stock position
      *          (ESTOQUE.IDX): freezes the book quantity of every
      *          product in INVENTARIO.IDX and prints the blind count
      *          sheets, accepts the counted quantities, prints the
      *          variance report by product valued at the catalog
      *          price (the listing handed to the auditors) and, after
      *          a supervisor confirms, posts the differences to the
      *          stock position as adjustments journaled to
      *          AJUSTES-INVENTARIO.TXT. Sign-on and each action go
      *          through CONTROLE-ACESSO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-FISICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * posicao de estoque e catalogo indexados por codigo de produto.
       SELECT ARQ-ESTOQUE
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CODIGO
           FILE STATUS IS WS-STATUS-ESTOQUE.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
      * inventario em curso: um registro por produto com o saldo do
      * livro congelado na abertura e a quantidade contada.
       SELECT ARQ-INVENTARIO
           ASSIGN TO '.\INVENTARIO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-CODIGO
           FILE STATUS IS WS-STATUS-INVENTARIO.
       SELECT OPERADORES-ARQ
           ASSIGN TO '.\OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPERADORES.
       SELECT TAB-DESCONTO
           ASSIGN TO '.\TAB-DESCONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESCONTO.
       SELECT FOLHAS-CONTAGEM
           ASSIGN TO '.\FOLHAS-CONTAGEM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-DIVERGENCIAS
           ASSIGN TO '.\RELAT-DIVERGENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * diario dos ajustes postados: data, produto, saldo do livro,
      * contado, diferenca e supervisor que confirmou.
       SELECT OPTIONAL AJUSTES-INVENTARIO
           ASSIGN TO '.\AJUSTES-INVENTARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * kardex: cada ajuste postado vira um movimento com o saldo
      * resultante do produto.
       SELECT OPTIONAL MOVIMENTOS-ESTOQUE
           ASSIGN TO '.\MOVIMENTOS-ESTOQUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute regravado por CALC4 e pela rotina de
      * recebimento de mercadoria.
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

       FD ARQ-INVENTARIO.
       01 REG-INVENTARIO.
           05 INV-CODIGO PIC X(6).
           05 INV-DATA-CONGELAMENTO PIC 9(8).
           05 INV-QTD-LIVRO PIC 9(7).
           05 INV-QTD-CONTADA PIC 9(7).
      * 'S' = produto ja contado; 'N' = ainda sem contagem
           05 INV-CONTADO PIC X.
      * 'A' = inventario aberto; 'P' = diferencas ja postadas
           05 INV-SITUACAO PIC X.

       FD OPERADORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-OPERADOR-IN.
           05 OPE-CODIGO-IN PIC X(5).
           05 OPE-NOME-IN PIC X(20).
           05 OPE-SENHA-IN PIC X(5).
           05 OPE-NIVEL-IN PIC X.
           05 OPE-STATUS-IN PIC X.

       FD TAB-DESCONTO LABEL RECORDS ARE STANDARD.
       01 REG-DESCONTO-IN.
           05 TETO-DESCONTO-IN      PIC 99V9.
           05 CODIGO-SUPERVISOR-IN  PIC X(5).

       FD FOLHAS-CONTAGEM LABEL RECORDS ARE OMITTED.
       01 REG-FOLHA-OUT PIC X(80).

       FD RELAT-DIVERGENCIAS LABEL RECORDS ARE OMITTED.
       01 REG-DIVERGENCIA-OUT PIC X(100).

       FD AJUSTES-INVENTARIO LABEL RECORDS ARE STANDARD.
       01 REG-AJUSTE.
           05 AJU-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 AJU-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 AJU-QTD-LIVRO PIC 9(7).
           05 PIC X VALUE SPACE.
           05 AJU-QTD-CONTADA PIC 9(7).
           05 PIC X VALUE SPACE.
           05 AJU-DIFERENCA PIC S9(7) SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 AJU-SUPERVISOR PIC X(5).

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ESTOQUE PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-INVENTARIO PIC XX.
       01 WS-STATUS-OPERADORES PIC XX.
       01 WS-STATUS-DESCONTO PIC XX.
       01 WS-FIM-ESTOQUE PIC X VALUE 'N'.
       01 WS-FIM-INVENTARIO PIC X VALUE 'N'.
       01 WS-FIM-OPERADORES PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.

      * situacao do inventario em INVENTARIO.IDX, apurada pelo
      * primeiro registro: ' ' = nenhum, 'A' = aberto, 'P' = postado.
       01 WS-SITUACAO-INVENTARIO PIC X VALUE SPACE.
           88 SEM-INVENTARIO VALUE SPACE.
           88 INVENTARIO-ABERTO VALUE 'A'.
           88 INVENTARIO-POSTADO VALUE 'P'.
       01 WS-DATA-CONGELAMENTO PIC 9(8) VALUE 0.

      * contagem sendo digitada
       01 WS-CODIGO PIC X(6) VALUE SPACES.
       01 WS-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-QTD-CONTADA PIC 9(7) VALUE 0.

       01 WS-DIFERENCA PIC S9(7) VALUE 0.
       01 WS-VALOR-DIFERENCA PIC S9(9)V99 VALUE 0.
       01 WS-PRECO PIC 99V99 VALUE 0.
       01 WS-SALDO-NOVO PIC S9(8) VALUE 0.
       01 WS-CONTAGEM-PRODUTOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-CONTADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-DIVERGENTES PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-NAO-CONTADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-AJUSTES PIC 9(5) VALUE 0.
       01 WS-SOMA-FALTAS PIC S9(9)V99 VALUE 0.
       01 WS-SOMA-SOBRAS PIC S9(9)V99 VALUE 0.
       01 WS-SOMA-LIQUIDA PIC S9(9)V99 VALUE 0.

      * confirmacao do supervisor para a postagem, com a mesma regra
      * de CALC4: operador ativo de nivel 'S' com a senha correta ou,
      * sem OPERADORES.TXT, o codigo unico de TAB-DESCONTO.TXT.
       01 WS-CODIGO-SUP-DIG PIC X(5) VALUE SPACES.
       01 WS-SENHA-DIG PIC X(5) VALUE SPACES.
       01 WS-CODIGO-SUPERVISOR PIC X(5) VALUE 'SUPER'.
       01 WS-FLAG-SUP-OK PIC X VALUE 'N'.
           88 SUPERVISOR-OK VALUE 'S'.
       01 WS-QTD-OPERADORES PIC 99 VALUE 0.
       01 WS-TAB-OPERADORES.
           05 OPERADOR-TAB OCCURS 50 TIMES INDEXED BY IX-OPE.
               10 OPE-CODIGO-TAB PIC X(5).
               10 OPE-SENHA-TAB PIC X(5).
               10 OPE-NIVEL-TAB PIC X.
               10 OPE-STATUS-TAB PIC X.

       01 CABECALHO-FOLHA.
           05 PIC X(37) VALUE '# FOLHA DE CONTAGEM - CONGELADO EM  '.
           05 CF-DATA PIC 9(8).
       01 LINHA-FOLHA.
           05 LF-CODIGO PIC X(6).
           05 PIC X(3) VALUE ' | '.
           05 LF-DESCRICAO PIC X(20).
           05 PIC X(30) VALUE ' | CONTADO: ______________   '.
       01 CABECALHO-DIVERGENCIA.
           05 PIC X(41) VALUE
               '# DIVERGENCIAS DE INVENTARIO - CONGELADO '.
           05 CD-DATA PIC 9(8).
       01 TITULO-DIVERGENCIA.
           05 PIC X(50) VALUE
               'CODIGO | DESCRICAO            |   LIVRO | CONTADO'.
           05 PIC X(40) VALUE
               ' | DIFERENCA |  PRECO |         VALOR'.
       01 LINHA-DIVERGENCIA.
           05 LD-CODIGO PIC X(6).
           05 PIC X(3) VALUE ' | '.
           05 LD-DESCRICAO PIC X(20).
           05 PIC X(3) VALUE ' | '.
           05 LD-LIVRO PIC ZZZZZZ9.
           05 PIC X(3) VALUE ' | '.
           05 LD-CONTADO PIC ZZZZZZ9.
           05 PIC X(3) VALUE ' | '.
           05 LD-DIFERENCA PIC ------9.
           05 PIC X(5) VALUE SPACES.
           05 LD-PRECO PIC Z9.99.
           05 PIC X(3) VALUE ' | '.
           05 LD-VALOR PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-NAO-CONTADO.
           05 LN-CODIGO PIC X(6).
           05 PIC X(3) VALUE ' | '.
           05 LN-DESCRICAO PIC X(20).
           05 PIC X(3) VALUE ' | '.
           05 LN-LIVRO PIC ZZZZZZ9.
           05 PIC X(36) VALUE
               ' | NAO CONTADO - FICA SEM AJUSTE    '.
       01 LINHA-RESUMO.
           05 LR-ROTULO PIC X(30).
           05 LR-VALOR PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-CONTAGEM.
           05 LC-ROTULO PIC X(30).
           05 LC-QTD PIC ZZZZ9.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'INVENTARIO-FISICO'.
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
           05 'INVENTARIO FISICO DO ESTOQUE'
              LINE 2 COLUMN 20 HIGHLIGHT.
           05 'ACAO (A=abrir/congelar D=digitar contagem R=divergenc
      -'ias P=postar S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-CODIGO.
           05 'PRODUTO:   '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC X(6) TO WS-CODIGO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-DESCRICAO.
           05 LINE 7 COLUMN 25 PIC X(20) FROM WS-DESCRICAO
               REVERSE-VIDEO.
       01 TELA-CONTAGEM.
           05 'CONTADO:   '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC ZZZZZZ9 USING WS-QTD-CONTADA
               REVERSE-VIDEO.
       01 TELA-SUPERVISOR.
           05 'SUPERVISOR:'
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC X(5) TO WS-CODIGO-SUP-DIG
               REVERSE-VIDEO REQUIRED AUTO.
           05 'SENHA:     '
              LINE 12 COLUMN 5 HIGHLIGHT.
           05 LINE 12 COLUMN 17 PIC X(5) TO WS-SENHA-DIG
               SECURE AUTO.
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
           OPEN I-O ARQ-ESTOQUE
           IF WS-STATUS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE.IDX INACESSIVEL (STATUS '
                   WS-STATUS-ESTOQUE ') - EXECUTE CARGA-ESTOQUE-IDX'
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF
           PERFORM 150-LER-OPERADORES
           PERFORM 160-LER-PARAM-DESCONTO
           PERFORM 170-ABRIR-INVENTARIO
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           CLOSE ARQ-ESTOQUE ARQ-INVENTARIO
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

       150-LER-OPERADORES.
           OPEN INPUT OPERADORES-ARQ
           IF WS-STATUS-OPERADORES = '00'
               PERFORM 155-CARREGAR-OPERADOR
                   UNTIL WS-FIM-OPERADORES = 'S'
               CLOSE OPERADORES-ARQ
           END-IF.

       155-CARREGAR-OPERADOR.
           READ OPERADORES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-OPERADORES
               NOT AT END
                   IF WS-QTD-OPERADORES < 50
                       ADD 1 TO WS-QTD-OPERADORES
                       MOVE OPE-CODIGO-IN
                           TO OPE-CODIGO-TAB(WS-QTD-OPERADORES)
                       MOVE OPE-SENHA-IN
                           TO OPE-SENHA-TAB(WS-QTD-OPERADORES)
                       MOVE OPE-NIVEL-IN
                           TO OPE-NIVEL-TAB(WS-QTD-OPERADORES)
                       MOVE OPE-STATUS-IN
                           TO OPE-STATUS-TAB(WS-QTD-OPERADORES)
                   END-IF
           END-READ.

       160-LER-PARAM-DESCONTO.
           OPEN INPUT TAB-DESCONTO
           IF WS-STATUS-DESCONTO = '00'
               READ TAB-DESCONTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CODIGO-SUPERVISOR-IN NOT = SPACES
                           MOVE CODIGO-SUPERVISOR-IN
                               TO WS-CODIGO-SUPERVISOR
                       END-IF
               END-READ
               CLOSE TAB-DESCONTO
           END-IF.

      *****************************************************************
      * abre o inventario em curso e apura a sua situacao pelo
      * primeiro registro; sem o arquivo ele nasce vazio e espera a
      * abertura (acao A).
      *****************************************************************
       170-ABRIR-INVENTARIO.
           OPEN I-O ARQ-INVENTARIO
           IF WS-STATUS-INVENTARIO = '35'
               OPEN OUTPUT ARQ-INVENTARIO
               CLOSE ARQ-INVENTARIO
               OPEN I-O ARQ-INVENTARIO
           END-IF
           PERFORM 180-APURAR-SITUACAO.

       180-APURAR-SITUACAO.
           MOVE SPACE TO WS-SITUACAO-INVENTARIO
           MOVE 0 TO WS-DATA-CONGELAMENTO
           MOVE LOW-VALUES TO INV-CODIGO
           START ARQ-INVENTARIO KEY NOT < INV-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-INVENTARIO NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE INV-SITUACAO TO WS-SITUACAO-INVENTARIO
                           MOVE INV-DATA-CONGELAMENTO
                               TO WS-DATA-CONGELAMENTO
                   END-READ
           END-START.

      *****************************************************************
      * cada acao passa antes pela permissao do operador em
      * CONTROLE-ACESSO: consultar, alterar ou excluir; letra
      * desconhecida segue para a mensagem de sempre.
      *****************************************************************
       190-VERIFICAR-PERMISSAO.
           MOVE SPACE TO ACS-ACAO
           EVALUATE WS-ACAO
               WHEN 'A'
               WHEN 'a'
               WHEN 'D'
               WHEN 'd'
               WHEN 'P'
               WHEN 'p'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'R'
               WHEN 'r'
                   MOVE 'C' TO ACS-ACAO
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

      *****************************************************************
      * um ciclo de trabalho: abrir (congelar e imprimir as folhas),
      * digitar contagens, emitir as divergencias ou postar ajustes.
      *****************************************************************
       200-PROCESSAR-ACAO.
           MOVE SPACES TO WS-MENSAGEM
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACAO
           PERFORM 190-VERIFICAR-PERMISSAO
           EVALUATE TRUE
               WHEN NOT ACESSO-PERMITIDO
                   CONTINUE
               WHEN WS-ACAO = 'A' OR 'a'
                   PERFORM 210-CONGELAR-LIVRO
               WHEN WS-ACAO = 'D' OR 'd'
                   PERFORM 220-DIGITAR-CONTAGEM
               WHEN WS-ACAO = 'R' OR 'r'
                   PERFORM 230-EMITIR-DIVERGENCIAS
               WHEN WS-ACAO = 'P' OR 'p'
                   PERFORM 240-POSTAR-AJUSTES
               WHEN WS-ACAO = 'S' OR 's'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
           END-EVALUATE
           DISPLAY TELA-MENSAGEM.

      *****************************************************************
      * abertura do inventario: copia o saldo do livro de cada
      * produto da posicao para INVENTARIO.IDX e imprime as folhas de
      * contagem, sem o saldo, para a contagem ser as cegas. um
      * inventario aberto e ainda nao postado nao e sobreposto.
      *****************************************************************
       210-CONGELAR-LIVRO.
           IF INVENTARIO-ABERTO
               MOVE 'INVENTARIO ABERTO AINDA NAO POSTADO'
                   TO WS-MENSAGEM
           ELSE
               CLOSE ARQ-INVENTARIO
               OPEN OUTPUT ARQ-INVENTARIO
               OPEN OUTPUT FOLHAS-CONTAGEM
               MOVE WS-DATA-HOJE TO CF-DATA
               WRITE REG-FOLHA-OUT FROM CABECALHO-FOLHA
               MOVE 0 TO WS-CONTAGEM-PRODUTOS
               MOVE 'N' TO WS-FIM-ESTOQUE
               MOVE LOW-VALUES TO EST-CODIGO
               START ARQ-ESTOQUE KEY NOT < EST-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ESTOQUE
               END-START
               PERFORM 215-CONGELAR-PRODUTO
                   UNTIL WS-FIM-ESTOQUE = 'S'
               CLOSE FOLHAS-CONTAGEM ARQ-INVENTARIO
               OPEN I-O ARQ-INVENTARIO
               PERFORM 180-APURAR-SITUACAO
               MOVE 'LIVRO CONGELADO, FOLHAS IMPRESSAS'
                   TO WS-MENSAGEM
           END-IF.

       215-CONGELAR-PRODUTO.
           READ ARQ-ESTOQUE NEXT
               AT END
                   MOVE 'S' TO WS-FIM-ESTOQUE
               NOT AT END
                   MOVE SPACES TO REG-INVENTARIO
                   MOVE EST-CODIGO TO INV-CODIGO
                   MOVE WS-DATA-HOJE TO INV-DATA-CONGELAMENTO
                   MOVE EST-QUANTIDADE TO INV-QTD-LIVRO
                   MOVE 0 TO INV-QTD-CONTADA
                   MOVE 'N' TO INV-CONTADO
                   MOVE 'A' TO INV-SITUACAO
                   WRITE REG-INVENTARIO
                       INVALID KEY
                           DISPLAY 'FALHA AO CONGELAR: ' INV-CODIGO
                   END-WRITE
                   ADD 1 TO WS-CONTAGEM-PRODUTOS
                   MOVE EST-CODIGO TO WS-CODIGO
                   PERFORM 290-RESOLVER-PRODUTO
                   MOVE EST-CODIGO TO LF-CODIGO
                   MOVE WS-DESCRICAO TO LF-DESCRICAO
                   WRITE REG-FOLHA-OUT FROM LINHA-FOLHA
                       AFTER ADVANCING 1 LINE
           END-READ.

      *****************************************************************
      * digitacao da quantidade contada de um produto do inventario
      * aberto; recontagem simplesmente substitui a anterior.
      *****************************************************************
       220-DIGITAR-CONTAGEM.
           IF NOT INVENTARIO-ABERTO
               MOVE 'NENHUM INVENTARIO ABERTO' TO WS-MENSAGEM
           ELSE
               ACCEPT TELA-CODIGO
               MOVE WS-CODIGO TO INV-CODIGO
               READ ARQ-INVENTARIO
                   INVALID KEY
                       MOVE 'PRODUTO FORA DO INVENTARIO'
                           TO WS-MENSAGEM
                   NOT INVALID KEY
                       PERFORM 290-RESOLVER-PRODUTO
                       DISPLAY TELA-DESCRICAO
                       MOVE INV-QTD-CONTADA TO WS-QTD-CONTADA
                       ACCEPT TELA-CONTAGEM
                       MOVE WS-QTD-CONTADA TO INV-QTD-CONTADA
                       MOVE 'S' TO INV-CONTADO
                       REWRITE REG-INVENTARIO
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR A CONTAGEM'
                                   TO WS-MENSAGEM
                           NOT INVALID KEY
                               MOVE 'CONTAGEM REGISTRADA'
                                   TO WS-MENSAGEM
                       END-REWRITE
               END-READ
           END-IF.

      *****************************************************************
      * relatorio de divergencias: por produto contado, livro contra
      * contado e a diferenca valorizada ao preco do catalogo; os
      * produtos sem contagem saem listados a parte, sem valor.
      *****************************************************************
       230-EMITIR-DIVERGENCIAS.
           IF SEM-INVENTARIO
               MOVE 'NENHUM INVENTARIO A RELATAR' TO WS-MENSAGEM
           ELSE
               OPEN OUTPUT RELAT-DIVERGENCIAS
               MOVE WS-DATA-CONGELAMENTO TO CD-DATA
               WRITE REG-DIVERGENCIA-OUT FROM CABECALHO-DIVERGENCIA
               WRITE REG-DIVERGENCIA-OUT FROM TITULO-DIVERGENCIA
                   AFTER ADVANCING 2 LINES
               MOVE 0 TO WS-CONTAGEM-PRODUTOS WS-CONTAGEM-CONTADOS
                   WS-CONTAGEM-DIVERGENTES WS-CONTAGEM-NAO-CONTADOS
               MOVE 0 TO WS-SOMA-FALTAS WS-SOMA-SOBRAS
                   WS-SOMA-LIQUIDA
               MOVE 'N' TO WS-FIM-INVENTARIO
               MOVE LOW-VALUES TO INV-CODIGO
               START ARQ-INVENTARIO KEY NOT < INV-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-INVENTARIO
               END-START
               PERFORM 235-RELATAR-PRODUTO
                   UNTIL WS-FIM-INVENTARIO = 'S'
               PERFORM 238-ESCREVER-TOTAIS
               CLOSE RELAT-DIVERGENCIAS
               MOVE 'RELATORIO DE DIVERGENCIAS EMITIDO'
                   TO WS-MENSAGEM
           END-IF.

       235-RELATAR-PRODUTO.
           READ ARQ-INVENTARIO NEXT
               AT END
                   MOVE 'S' TO WS-FIM-INVENTARIO
               NOT AT END
                   ADD 1 TO WS-CONTAGEM-PRODUTOS
                   MOVE INV-CODIGO TO WS-CODIGO
                   PERFORM 290-RESOLVER-PRODUTO
                   IF INV-CONTADO = 'S'
                       ADD 1 TO WS-CONTAGEM-CONTADOS
                       PERFORM 236-RELATAR-CONTADO
                   ELSE
                       ADD 1 TO WS-CONTAGEM-NAO-CONTADOS
                       MOVE INV-CODIGO TO LN-CODIGO
                       MOVE WS-DESCRICAO TO LN-DESCRICAO
                       MOVE INV-QTD-LIVRO TO LN-LIVRO
                       WRITE REG-DIVERGENCIA-OUT FROM LINHA-NAO-CONTADO
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       236-RELATAR-CONTADO.
           COMPUTE WS-DIFERENCA = INV-QTD-CONTADA - INV-QTD-LIVRO
           IF WS-DIFERENCA NOT = 0
               ADD 1 TO WS-CONTAGEM-DIVERGENTES
               COMPUTE WS-VALOR-DIFERENCA = WS-DIFERENCA * WS-PRECO
               IF WS-DIFERENCA < 0
                   ADD WS-VALOR-DIFERENCA TO WS-SOMA-FALTAS
               ELSE
                   ADD WS-VALOR-DIFERENCA TO WS-SOMA-SOBRAS
               END-IF
               ADD WS-VALOR-DIFERENCA TO WS-SOMA-LIQUIDA
               MOVE INV-CODIGO TO LD-CODIGO
               MOVE WS-DESCRICAO TO LD-DESCRICAO
               MOVE INV-QTD-LIVRO TO LD-LIVRO
               MOVE INV-QTD-CONTADA TO LD-CONTADO
               MOVE WS-DIFERENCA TO LD-DIFERENCA
               MOVE WS-PRECO TO LD-PRECO
               MOVE WS-VALOR-DIFERENCA TO LD-VALOR
               WRITE REG-DIVERGENCIA-OUT FROM LINHA-DIVERGENCIA
                   AFTER ADVANCING 1 LINE
           END-IF.

       238-ESCREVER-TOTAIS.
           MOVE 'PRODUTOS NO INVENTARIO:       ' TO LC-ROTULO
           MOVE WS-CONTAGEM-PRODUTOS TO LC-QTD
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 2 LINES
           MOVE 'PRODUTOS CONTADOS:            ' TO LC-ROTULO
           MOVE WS-CONTAGEM-CONTADOS TO LC-QTD
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'PRODUTOS COM DIVERGENCIA:     ' TO LC-ROTULO
           MOVE WS-CONTAGEM-DIVERGENTES TO LC-QTD
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'PRODUTOS NAO CONTADOS:        ' TO LC-ROTULO
           MOVE WS-CONTAGEM-NAO-CONTADOS TO LC-QTD
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR DAS FALTAS:             ' TO LR-ROTULO
           MOVE WS-SOMA-FALTAS TO LR-VALOR
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           MOVE 'VALOR DAS SOBRAS:             ' TO LR-ROTULO
           MOVE WS-SOMA-SOBRAS TO LR-VALOR
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'DIFERENCA LIQUIDA:            ' TO LR-ROTULO
           MOVE WS-SOMA-LIQUIDA TO LR-VALOR
           WRITE REG-DIVERGENCIA-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * postagem dos ajustes, so com a confirmacao do supervisor: a
      * diferenca entre contado e livro congelado de cada produto
      * contado e somada ao saldo corrente da posicao, de modo que as
      * vendas e entradas lancadas depois do congelamento continuam
      * valendo. o inventario fica marcado como postado.
      *****************************************************************
       240-POSTAR-AJUSTES.
           IF NOT INVENTARIO-ABERTO
               MOVE 'NENHUM INVENTARIO ABERTO' TO WS-MENSAGEM
           ELSE
               MOVE SPACES TO WS-CODIGO-SUP-DIG WS-SENHA-DIG
               ACCEPT TELA-SUPERVISOR
               PERFORM 280-VALIDAR-SUPERVISOR
               IF NOT SUPERVISOR-OK
                   MOVE 'POSTAGEM RECUSADA - SUPERVISOR INVALIDO'
                       TO WS-MENSAGEM
               ELSE
                   OPEN EXTEND AJUSTES-INVENTARIO
                   MOVE 0 TO WS-CONTAGEM-AJUSTES
                   MOVE 'N' TO WS-FIM-INVENTARIO
                   MOVE LOW-VALUES TO INV-CODIGO
                   START ARQ-INVENTARIO KEY NOT < INV-CODIGO
                       INVALID KEY
                           MOVE 'S' TO WS-FIM-INVENTARIO
                   END-START
                   PERFORM 245-POSTAR-PRODUTO
                       UNTIL WS-FIM-INVENTARIO = 'S'
                   CLOSE AJUSTES-INVENTARIO
                   PERFORM 180-APURAR-SITUACAO
                   MOVE 'AJUSTES POSTADOS NO ESTOQUE' TO WS-MENSAGEM
               END-IF
           END-IF.

       245-POSTAR-PRODUTO.
           READ ARQ-INVENTARIO NEXT
               AT END
                   MOVE 'S' TO WS-FIM-INVENTARIO
               NOT AT END
                   IF INV-CONTADO = 'S'
                       COMPUTE WS-DIFERENCA =
                           INV-QTD-CONTADA - INV-QTD-LIVRO
                       IF WS-DIFERENCA NOT = 0
                           PERFORM 250-AJUSTAR-POSICAO
                       END-IF
                   END-IF
                   MOVE 'P' TO INV-SITUACAO
                   REWRITE REG-INVENTARIO
                       INVALID KEY
                           DISPLAY 'FALHA AO MARCAR POSTADO: '
                               INV-CODIGO
                   END-REWRITE
           END-READ.

       250-AJUSTAR-POSICAO.
           MOVE INV-CODIGO TO EST-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   DISPLAY 'PRODUTO SEM POSICAO, NAO AJUSTADO: '
                       INV-CODIGO
               NOT INVALID KEY
                   COMPUTE WS-SALDO-NOVO =
                       EST-QUANTIDADE + WS-DIFERENCA
                   IF WS-SALDO-NOVO < 0
                       MOVE 0 TO WS-SALDO-NOVO
                   END-IF
                   MOVE WS-SALDO-NOVO TO EST-QUANTIDADE
                   REWRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY 'FALHA AO REGRAVAR ESTOQUE: '
                               EST-CODIGO
                       NOT INVALID KEY
                           PERFORM 255-REGISTRAR-MOVIMENTO
                   END-REWRITE
                   MOVE SPACES TO REG-AJUSTE
                   MOVE WS-DATA-HOJE TO AJU-DATA
                   MOVE INV-CODIGO TO AJU-CODIGO
                   MOVE INV-QTD-LIVRO TO AJU-QTD-LIVRO
                   MOVE INV-QTD-CONTADA TO AJU-QTD-CONTADA
                   MOVE WS-DIFERENCA TO AJU-DIFERENCA
                   MOVE WS-CODIGO-SUP-DIG TO AJU-SUPERVISOR
                   WRITE REG-AJUSTE
                   ADD 1 TO WS-CONTAGEM-AJUSTES
           END-READ.

      * o ajuste vai ao kardex como movimento 'A', documentado pela
      * data de congelamento do inventario.
       255-REGISTRAR-MOVIMENTO.
           MOVE SPACES TO REG-MOVIMENTO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO MOV-HORA
           MOVE INV-CODIGO TO MOV-CODIGO
           MOVE 'A' TO MOV-TIPO
           MOVE INV-DATA-CONGELAMENTO TO MOV-DOCUMENTO
           MOVE WS-CODIGO-SUP-DIG TO MOV-OPERADOR
           MOVE 0 TO MOV-CAIXA
           MOVE WS-DIFERENCA TO MOV-QUANTIDADE
           MOVE EST-QUANTIDADE TO MOV-SALDO
           OPEN EXTEND MOVIMENTOS-ESTOQUE
           WRITE REG-MOVIMENTO
           CLOSE MOVIMENTOS-ESTOQUE.

       280-VALIDAR-SUPERVISOR.
           MOVE 'N' TO WS-FLAG-SUP-OK
           IF WS-QTD-OPERADORES > 0
               SET IX-OPE TO 1
               SEARCH OPERADOR-TAB
                   AT END
                       CONTINUE
                   WHEN OPE-CODIGO-TAB(IX-OPE) = WS-CODIGO-SUP-DIG
                       IF OPE-NIVEL-TAB(IX-OPE) = 'S'
                               AND OPE-STATUS-TAB(IX-OPE) NOT = 'I'
                               AND OPE-SENHA-TAB(IX-OPE) = WS-SENHA-DIG
                           SET SUPERVISOR-OK TO TRUE
                       END-IF
               END-SEARCH
           ELSE
               IF WS-CODIGO-SUP-DIG = WS-CODIGO-SUPERVISOR
                   SET SUPERVISOR-OK TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * descricao e preco de catalogo do produto em WS-CODIGO; sem o
      * catalogo a folha e o relatorio saem so com os codigos.
      *****************************************************************
       290-RESOLVER-PRODUTO.
           MOVE SPACES TO WS-DESCRICAO
           MOVE 0 TO WS-PRECO
           IF CATALOGO-ABERTO
               MOVE WS-CODIGO TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRICAO-IN TO WS-DESCRICAO
                       MOVE PRECO-UNITARIO-IN TO WS-PRECO
               END-READ
           END-IF.

       END PROGRAM INVENTARIO-FISICO.
