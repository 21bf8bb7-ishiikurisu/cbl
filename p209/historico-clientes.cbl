      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Customer purchase history over LOG-TRANSACOES.TXT,
      *          joined to CADASTRO-CLIENTES.TXT: for a date range
      *          (P209-DATA-INI / P209-DATA-FIM, AAAAMMDD; without
      *          them the whole log) and optionally a single customer
      *          (P209-CLIENTE), lists each customer's notas with
      *          their items, totals and payment form; ranks the
      *          customers of the period by revenue and frequency;
      *          and lists the registered customers with no purchase
      *          in the last P209-DIAS-INATIVO days (default 90) for
      *          the sales team to call
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOG-TRANSACOES
           ASSIGN TO WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * geracoes mensais do log ja arquivadas por ROLAGEM-LOG.
       SELECT OPTIONAL GERACOES-LOG
           ASSIGN TO '.\GERACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACOES.
       SELECT CADASTRO-CLIENTES
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLIENTES.
      * catalogo indexado por codigo, consultado para a descricao dos
      * itens listados.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT ARQ-SORT
           ASSIGN TO '.\SORT-HISTORICO.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-HISTORICO
           ASSIGN TO '.\RELAT-HISTORICO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesma largura de colunas gravada por CALC4, lida como texto
      * para que os valores editados possam ser reconvertidos.
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
           05 PIC X.
           05 LOG-CAIXA-X PIC XX.
           05 PIC X.
           05 LOG-PROMOCAO-X PIC X(6).
           05 PIC X.
           05 LOG-NR-VALE-X PIC X(6).
           05 PIC X.
           05 LOG-VALOR-VALE-X PIC X(13).
      * espaco nas linhas de venda; fundo de troco e sangria ficam
      * fora do historico.
           05 PIC X.
           05 LOG-TIPO-REGISTRO-X PIC X.

      * mesmo leiaute mantido por CADASTRO-CLIENTES.
       FD CADASTRO-CLIENTES LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-IN.
           05 CODIGO-CLIENTE-IN PIC X(5).
           05 NOME-CLIENTE-IN   PIC X(20).
           05 LIMITE-CREDITO-IN PIC 9(6)V99.
           05 STATUS-CLIENTE-IN PIC X.

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

      * linhas de venda do periodo ordenadas por cliente e, dentro do
      * cliente, pela ordem de gravacao no log: os itens de cada nota
      * chegam antes do resumo que a fecha.
       SD ARQ-SORT LABEL RECORDS ARE STANDARD.
       01 REG-SORT.
           05 S-CLIENTE PIC X(5).
           05 S-SEQUENCIA PIC 9(9).
      * I = linha de item, N = resumo de nota
           05 S-TIPO-LINHA PIC X.
           05 S-DATA PIC 9(8).
           05 S-NR-NOTA PIC X(6).
           05 S-CAIXA PIC XX.
           05 S-CODIGO PIC X(6).
           05 S-QUANTIDADE PIC S9(5) SIGN LEADING SEPARATE.
           05 S-PRECO PIC S99V99 SIGN LEADING SEPARATE.
           05 S-TOTAL PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 S-DESCONTO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 S-TOTAL-GERAL PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 S-FORMA PIC X.
           05 S-PARCELAS PIC XX.
           05 S-ESTORNO PIC X.

       FD GERACOES-LOG LABEL RECORDS ARE STANDARD.
       01 REG-GERACAO.
           05 GL-GERACAO PIC 9(6).

       FD RELAT-HISTORICO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-CLIENTES PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.

      * periodo pedido; sem as variaveis, o log inteiro.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 99999999.
       01 WS-DATA-ENV PIC X(8).
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-FLAG-NO-PERIODO PIC X VALUE 'S'.
           88 LINHA-NO-PERIODO VALUE 'S'.
      * cliente pedido para a listagem; em branco, todos.
       01 WS-CLIENTE-PEDIDO PIC X(5) VALUE SPACES.
      * dias sem compra a partir dos quais o cliente e inativo
       01 WS-DIAS-INATIVO PIC 9(4) VALUE 90.
       01 WS-DIAS-ENV PIC X(4).
       01 WS-DATA-HOJE PIC 9(8) VALUE 0.
       01 WS-DIAS-SEM-COMPRA PIC 9(7) VALUE 0.

       01 WS-SEQUENCIA PIC 9(9) VALUE 0.
       01 WS-QUANTIDADE PIC S9(5) VALUE 0.
       01 WS-PRECO PIC S99V99 VALUE 0.
       01 WS-TOTAL PIC S9(7)V99 VALUE 0.
       01 WS-DESCONTO PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-GERAL PIC S9(8)V99 VALUE 0.
       01 WS-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-CLIENTE-ATUAL PIC X(5) VALUE SPACES.
       01 WS-CLIENTE-BUSCA PIC X(5) VALUE SPACES.
       01 WS-NOTAS-CLIENTE PIC 9(5) VALUE 0.
       01 WS-TOTAL-CLIENTE PIC S9(9)V99 VALUE 0.
       01 WS-CONTAGEM-CLIENTES PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-INATIVOS PIC 9(5) VALUE 0.

      * clientes do cadastro, mais os codigos achados no log sem
      * cadastro, com as compras do periodo e a ultima compra em
      * todo o log.
       01 WS-TAB-CLIENTES.
           05 QTD-CLIENTES PIC 9(4) VALUE 0.
           05 CLIENTE-TAB OCCURS 1000 TIMES INDEXED BY IX-CL.
               10 CL-CODIGO PIC X(5).
               10 CL-NOME PIC X(20).
               10 CL-STATUS PIC X.
      * 'N' = codigo achado no log sem registro no cadastro
               10 CL-CADASTRADO PIC X.
               10 CL-QTD-NOTAS PIC 9(5).
               10 CL-RECEITA PIC S9(9)V99.
               10 CL-ULTIMA-COMPRA PIC 9(8).
               10 CL-USADO PIC X.
       01 WS-FLAG-CLIENTE PIC X VALUE 'N'.
           88 CLIENTE-NA-TABELA VALUE 'S'.
       01 WS-ORDEM PIC 9(4).
       01 WS-MAIOR-IX PIC 9(4).
       01 WS-MAIOR-VALOR PIC S9(9)V99.
       01 WS-MAIOR-NOTAS PIC 9(5).
       01 WS-IX-BUSCA PIC 9(4).
       01 WS-TICKET-MEDIO PIC S9(9)V99 VALUE 0.

       01 CABECALHO-HISTORICO.
           05 PIC X(36) VALUE '# HISTORICO DE CLIENTES - PERIODO  '.
           05 CAB-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 CAB-DATA-FIM PIC 9(8).
       01 TITULO-SECAO.
           05 TS-TEXTO PIC X(60).
       01 LINHA-TRACO.
           05 PIC X(100) VALUE ALL '-'.
       01 CABECALHO-CLIENTE.
           05 PIC X(9) VALUE 'CLIENTE: '.
           05 CC-CODIGO PIC X(5).
           05 PIC X VALUE SPACE.
           05 CC-NOME PIC X(20).
       01 LINHA-ITEM.
           05 PIC X(6) VALUE SPACES.
           05 LI-QUANTIDADE PIC ZZ,ZZ9-.
           05 PIC X VALUE SPACE.
           05 LI-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 LI-DESCRICAO PIC X(20).
           05 PIC X VALUE SPACE.
           05 LI-PRECO PIC Z9.99-.
           05 PIC X VALUE SPACE.
           05 LI-TOTAL PIC Z,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LI-ESTORNO PIC X(9).
       01 LINHA-NOTA.
           05 PIC X(7) VALUE '  NOTA '.
           05 LN-NR-NOTA PIC X(6).
           05 PIC X VALUE SPACE.
           05 LN-DATA PIC 9(8).
           05 PIC X(4) VALUE ' CX '.
           05 LN-CAIXA PIC XX.
           05 PIC X(6) VALUE ' DESC '.
           05 LN-DESCONTO PIC ZZZ,ZZ9.99-.
           05 PIC X(7) VALUE ' TOTAL '.
           05 LN-TOTAL-GERAL PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LN-FORMA PIC X(14).
           05 PIC X VALUE SPACE.
           05 LN-ESTORNO PIC X(9).
       01 RODAPE-CLIENTE.
           05 PIC X(9) VALUE '  NOTAS: '.
           05 RC-NOTAS PIC ZZZZ9.
           05 PIC X(18) VALUE '   TOTAL COMPRADO '.
           05 RC-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
       01 TITULO-RANKING.
           05 PIC X(50) VALUE
               ' POS CLIENTE NOME                  NOTAS    RECEIT'.
           05 PIC X(40) VALUE
               'A   TICKET MEDIO ULT.COMPRA'.
       01 LINHA-RANKING.
           05 LR-POSICAO PIC ZZZ9.
           05 PIC X VALUE SPACE.
           05 LR-CODIGO PIC X(5).
           05 PIC XXX VALUE SPACES.
           05 LR-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LR-NOTAS PIC ZZZZ9.
           05 PIC X VALUE SPACE.
           05 LR-RECEITA PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LR-TICKET PIC Z,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LR-ULTIMA PIC 9(8).
       01 TITULO-INATIVOS.
           05 PIC X(29) VALUE 'CLIENTE NOME'.
           05 PIC X(31) VALUE 'ULT.COMPRA    DIAS SITUACAO'.
       01 LINHA-INATIVO.
           05 LIN-CODIGO PIC X(5).
           05 PIC XXX VALUE SPACES.
           05 LIN-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LIN-ULTIMA PIC X(10).
           05 PIC X VALUE SPACE.
           05 LIN-DIAS PIC X(6).
           05 PIC X VALUE SPACE.
           05 LIN-SITUACAO PIC X(9).
       01 WS-DIAS-EDITADO PIC ZZZZZ9.
       01 LINHA-RESUMO.
           05 PIC X(22) VALUE 'CLIENTES LISTADOS:    '.
           05 LRS-CLIENTES PIC ZZZZ9.
           05 PIC X(22) VALUE '   INATIVOS:          '.
           05 LRS-INATIVOS PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-PARAMETROS
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A LISTAR'
               STOP RUN
           END-IF
           CLOSE LOG-TRANSACOES
           PERFORM 150-CARREGAR-CLIENTES
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT RELAT-HISTORICO
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           WRITE REG-RELAT-OUT FROM CABECALHO-HISTORICO
           SORT ARQ-SORT
               ON ASCENDING KEY S-CLIENTE
               ON ASCENDING KEY S-SEQUENCIA
               INPUT PROCEDURE IS 200-SELECIONAR-LINHAS
               OUTPUT PROCEDURE IS 300-LISTAR-HISTORICO
           PERFORM 400-ESCREVER-RANKING
           PERFORM 500-ESCREVER-INATIVOS
           MOVE WS-CONTAGEM-CLIENTES TO LRS-CLIENTES
           MOVE WS-CONTAGEM-INATIVOS TO LRS-INATIVOS
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           CLOSE RELAT-HISTORICO
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           STOP RUN.

      *****************************************************************
      * le o periodo de P209-DATA-INI / P209-DATA-FIM, o cliente de
      * P209-CLIENTE e o limite de inatividade de P209-DIAS-INATIVO.
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
           ACCEPT WS-CLIENTE-PEDIDO FROM ENVIRONMENT 'P209-CLIENTE'
           MOVE SPACES TO WS-DIAS-ENV
           ACCEPT WS-DIAS-ENV FROM ENVIRONMENT 'P209-DIAS-INATIVO'
           IF WS-DIAS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-DIAS-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DIAS-ENV) TO WS-DIAS-INATIVO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

      *****************************************************************
      * carrega o cadastro de clientes; sem ele o historico sai so
      * com os codigos achados no log e sem a lista de inativos.
      *****************************************************************
       150-CARREGAR-CLIENTES.
           OPEN INPUT CADASTRO-CLIENTES
           IF WS-STATUS-CLIENTES = '00'
               PERFORM 160-LER-CLIENTE
                   UNTIL WS-FIM-CLIENTES = 'S'
               CLOSE CADASTRO-CLIENTES
           ELSE
               DISPLAY 'CADASTRO-CLIENTES.TXT NAO ENCONTRADO, '
                   'SEM NOMES NEM INATIVOS'
           END-IF.

       160-LER-CLIENTE.
           READ CADASTRO-CLIENTES
               AT END
                   MOVE 'S' TO WS-FIM-CLIENTES
               NOT AT END
                   IF QTD-CLIENTES < 1000
                       ADD 1 TO QTD-CLIENTES
                       SET IX-CL TO QTD-CLIENTES
                       MOVE CODIGO-CLIENTE-IN TO CL-CODIGO(IX-CL)
                       MOVE NOME-CLIENTE-IN TO CL-NOME(IX-CL)
                       MOVE STATUS-CLIENTE-IN TO CL-STATUS(IX-CL)
                       MOVE 'S' TO CL-CADASTRADO(IX-CL)
                       MOVE 0 TO CL-QTD-NOTAS(IX-CL)
                       MOVE 0 TO CL-RECEITA(IX-CL)
                       MOVE 0 TO CL-ULTIMA-COMPRA(IX-CL)
                       MOVE 'N' TO CL-USADO(IX-CL)
                   END-IF
           END-READ.

      *****************************************************************
      * passa o log inteiro (todas as geracoes arquivadas, em ordem,
      * e depois o log vivo): a ultima compra de cada cliente sai de
      * todas as notas, em qualquer data; as linhas de venda do
      * periodo (e do cliente pedido) vao para a ordenacao, e os
      * resumos do periodo somam receita e frequencia do cliente.
      *****************************************************************
       200-SELECIONAR-LINHAS.
           OPEN INPUT GERACOES-LOG
           IF WS-STATUS-GERACOES = '00'
               PERFORM 202-LER-GERACAO
                   UNTIL WS-FIM-GERACOES = 'S'
           END-IF
           CLOSE GERACOES-LOG
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM 205-LER-ARQUIVO-LOG.

       202-LER-GERACAO.
           READ GERACOES-LOG
               AT END
                   MOVE 'S' TO WS-FIM-GERACOES
               NOT AT END
                   MOVE GL-GERACAO TO WS-ARQ-GERACAO-MES
                   MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
                   PERFORM 205-LER-ARQUIVO-LOG
           END-READ.

       205-LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 210-LER-LINHA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

       210-LER-LINHA.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   ADD 1 TO WS-SEQUENCIA
                   IF LOG-CLIENTE-X NOT = SPACES
                           AND LOG-TIPO-REGISTRO-X = SPACE
                       PERFORM 220-CLASSIFICAR-LINHA
                   END-IF
           END-READ.

       220-CLASSIFICAR-LINHA.
           MOVE LOG-CLIENTE-X TO WS-CLIENTE-BUSCA
           PERFORM 240-ACHAR-CLIENTE
           PERFORM 230-TESTAR-PERIODO
           IF LOG-CODIGO-PRODUTO-X = SPACES
               COMPUTE WS-TOTAL-GERAL =
                   FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
               IF CLIENTE-NA-TABELA AND LOG-ESTORNO-X NOT = 'E'
                       AND WS-DATA-LINHA > CL-ULTIMA-COMPRA(IX-CL)
                   MOVE WS-DATA-LINHA TO CL-ULTIMA-COMPRA(IX-CL)
               END-IF
               IF CLIENTE-NA-TABELA AND LINHA-NO-PERIODO
                   ADD WS-TOTAL-GERAL TO CL-RECEITA(IX-CL)
                   IF LOG-ESTORNO-X NOT = 'E'
                       ADD 1 TO CL-QTD-NOTAS(IX-CL)
                   END-IF
               END-IF
           END-IF
           IF LINHA-NO-PERIODO
                   AND (WS-CLIENTE-PEDIDO = SPACES
                       OR LOG-CLIENTE-X = WS-CLIENTE-PEDIDO)
               PERFORM 250-LIBERAR-LINHA
           END-IF.

      *****************************************************************
      * decide se a linha pertence ao periodo pedido. linha antiga,
      * sem data, so entra quando nenhum periodo foi pedido.
      *****************************************************************
       230-TESTAR-PERIODO.
           MOVE 'S' TO WS-FLAG-NO-PERIODO
           MOVE 0 TO WS-DATA-LINHA
           IF LOG-DATA-X IS NUMERIC
               MOVE FUNCTION NUMVAL(LOG-DATA-X) TO WS-DATA-LINHA
               IF WS-DATA-LINHA < WS-DATA-INI
                       OR WS-DATA-LINHA > WS-DATA-FIM
                   MOVE 'N' TO WS-FLAG-NO-PERIODO
               END-IF
           ELSE
               IF WS-DATA-INI > 0 OR WS-DATA-FIM < 99999999
                   MOVE 'N' TO WS-FLAG-NO-PERIODO
               END-IF
           END-IF.

      *****************************************************************
      * localiza o cliente na tabela; codigo achado no log sem
      * registro no cadastro entra marcado como nao cadastrado.
      *****************************************************************
       240-ACHAR-CLIENTE.
           MOVE 'N' TO WS-FLAG-CLIENTE
           SET IX-CL TO 1
           SEARCH CLIENTE-TAB
               AT END
                   IF QTD-CLIENTES < 1000
                       ADD 1 TO QTD-CLIENTES
                       SET IX-CL TO QTD-CLIENTES
                       MOVE WS-CLIENTE-BUSCA TO CL-CODIGO(IX-CL)
                       MOVE '*** NAO CADASTRADO' TO CL-NOME(IX-CL)
                       MOVE SPACE TO CL-STATUS(IX-CL)
                       MOVE 'N' TO CL-CADASTRADO(IX-CL)
                       MOVE 0 TO CL-QTD-NOTAS(IX-CL)
                       MOVE 0 TO CL-RECEITA(IX-CL)
                       MOVE 0 TO CL-ULTIMA-COMPRA(IX-CL)
                       MOVE 'N' TO CL-USADO(IX-CL)
                       SET CLIENTE-NA-TABELA TO TRUE
                   END-IF
               WHEN CL-CODIGO(IX-CL) = WS-CLIENTE-BUSCA
                   SET CLIENTE-NA-TABELA TO TRUE
           END-SEARCH.

       250-LIBERAR-LINHA.
           MOVE LOG-CLIENTE-X TO S-CLIENTE
           MOVE WS-SEQUENCIA TO S-SEQUENCIA
           MOVE WS-DATA-LINHA TO S-DATA
           MOVE LOG-NR-NOTA-X TO S-NR-NOTA
           MOVE LOG-CAIXA-X TO S-CAIXA
           MOVE LOG-CODIGO-PRODUTO-X TO S-CODIGO
           MOVE LOG-FORMA-PAGTO-X TO S-FORMA
           MOVE LOG-PARCELAS-X TO S-PARCELAS
           MOVE LOG-ESTORNO-X TO S-ESTORNO
           COMPUTE S-TOTAL = FUNCTION NUMVAL-C(LOG-TOTAL-X)
           IF LOG-CODIGO-PRODUTO-X = SPACES
               MOVE 'N' TO S-TIPO-LINHA
               MOVE 0 TO S-QUANTIDADE S-PRECO
               COMPUTE S-DESCONTO =
                   FUNCTION NUMVAL-C(LOG-DESCONTO-X)
               MOVE WS-TOTAL-GERAL TO S-TOTAL-GERAL
           ELSE
               MOVE 'I' TO S-TIPO-LINHA
               COMPUTE S-QUANTIDADE =
                   FUNCTION NUMVAL-C(LOG-QUANTIDADE-X)
               COMPUTE S-PRECO = FUNCTION NUMVAL-C(LOG-PRECO-X)
               MOVE 0 TO S-DESCONTO S-TOTAL-GERAL
           END-IF
           RELEASE REG-SORT.

      *****************************************************************
      * lista o historico cliente a cliente: cada item com descricao
      * do catalogo, e o resumo que fecha a nota com desconto, total
      * geral e forma de pagamento; rodape com notas e total do
      * cliente no periodo.
      *****************************************************************
       300-LISTAR-HISTORICO.
           MOVE 'HISTORICO DE COMPRAS POR CLIENTE' TO TS-TEXTO
           WRITE REG-RELAT-OUT FROM TITULO-SECAO
               AFTER ADVANCING 2 LINES
           WRITE REG-RELAT-OUT FROM LINHA-TRACO
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           MOVE SPACES TO WS-CLIENTE-ATUAL
           PERFORM 310-LISTAR-LINHA
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           IF WS-CLIENTE-ATUAL NOT = SPACES
               PERFORM 330-FECHAR-CLIENTE
           END-IF.

       310-LISTAR-LINHA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF S-CLIENTE NOT = WS-CLIENTE-ATUAL
                       IF WS-CLIENTE-ATUAL NOT = SPACES
                           PERFORM 330-FECHAR-CLIENTE
                       END-IF
                       PERFORM 320-ABRIR-CLIENTE
                   END-IF
                   IF S-TIPO-LINHA = 'I'
                       PERFORM 340-ESCREVER-ITEM
                   ELSE
                       PERFORM 350-ESCREVER-NOTA
                   END-IF
           END-RETURN.

       320-ABRIR-CLIENTE.
           MOVE S-CLIENTE TO WS-CLIENTE-ATUAL
           ADD 1 TO WS-CONTAGEM-CLIENTES
           MOVE 0 TO WS-NOTAS-CLIENTE WS-TOTAL-CLIENTE
           MOVE S-CLIENTE TO WS-CLIENTE-BUSCA
           PERFORM 240-ACHAR-CLIENTE
           MOVE S-CLIENTE TO CC-CODIGO
           IF CLIENTE-NA-TABELA
               MOVE CL-NOME(IX-CL) TO CC-NOME
           ELSE
               MOVE SPACES TO CC-NOME
           END-IF
           WRITE REG-RELAT-OUT FROM CABECALHO-CLIENTE
               AFTER ADVANCING 2 LINES.

       330-FECHAR-CLIENTE.
           MOVE WS-NOTAS-CLIENTE TO RC-NOTAS
           MOVE WS-TOTAL-CLIENTE TO RC-TOTAL
           WRITE REG-RELAT-OUT FROM RODAPE-CLIENTE
               AFTER ADVANCING 1 LINE.

       340-ESCREVER-ITEM.
           MOVE S-QUANTIDADE TO LI-QUANTIDADE
           MOVE S-CODIGO TO LI-CODIGO
           PERFORM 360-RESOLVER-DESCRICAO
           MOVE WS-DESCRICAO TO LI-DESCRICAO
           MOVE S-PRECO TO LI-PRECO
           MOVE S-TOTAL TO LI-TOTAL
           IF S-ESTORNO = 'E'
               MOVE 'DEVOLVIDO' TO LI-ESTORNO
           ELSE
               MOVE SPACES TO LI-ESTORNO
           END-IF
           WRITE REG-RELAT-OUT FROM LINHA-ITEM
               AFTER ADVANCING 1 LINE.

       350-ESCREVER-NOTA.
           MOVE S-NR-NOTA TO LN-NR-NOTA
           MOVE S-DATA TO LN-DATA
           MOVE S-CAIXA TO LN-CAIXA
           MOVE S-DESCONTO TO LN-DESCONTO
           MOVE S-TOTAL-GERAL TO LN-TOTAL-GERAL
           EVALUATE S-FORMA
               WHEN 'D'
                   MOVE 'DINHEIRO' TO LN-FORMA
               WHEN 'C'
                   MOVE 'CARTAO' TO LN-FORMA
               WHEN 'P'
                   MOVE SPACES TO LN-FORMA
                   STRING 'PARCELADO ' S-PARCELAS 'X'
                       DELIMITED BY SIZE INTO LN-FORMA
               WHEN 'V'
                   MOVE 'VALE-TROCA' TO LN-FORMA
               WHEN OTHER
                   MOVE SPACES TO LN-FORMA
           END-EVALUATE
           IF S-ESTORNO = 'E'
               MOVE 'ESTORNO' TO LN-ESTORNO
           ELSE
               MOVE SPACES TO LN-ESTORNO
               ADD 1 TO WS-NOTAS-CLIENTE
           END-IF
           ADD S-TOTAL-GERAL TO WS-TOTAL-CLIENTE
           WRITE REG-RELAT-OUT FROM LINHA-NOTA
               AFTER ADVANCING 1 LINE.

       360-RESOLVER-DESCRICAO.
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

      *****************************************************************
      * ranking dos clientes com compra no periodo: maior receita
      * primeiro e, na mesma receita, o mais frequente; com o ticket
      * medio por nota e a data da ultima compra.
      *****************************************************************
       400-ESCREVER-RANKING.
           MOVE 'RANKING DE CLIENTES POR RECEITA E FREQUENCIA'
               TO TS-TEXTO
           WRITE REG-RELAT-OUT FROM TITULO-SECAO
               AFTER ADVANCING 3 LINES
           WRITE REG-RELAT-OUT FROM LINHA-TRACO
           WRITE REG-RELAT-OUT FROM TITULO-RANKING
           PERFORM 410-ESCREVER-POSICAO
               VARYING WS-ORDEM FROM 1 BY 1
               UNTIL WS-ORDEM > QTD-CLIENTES.

       410-ESCREVER-POSICAO.
           MOVE 0 TO WS-MAIOR-IX
           MOVE -999999999.99 TO WS-MAIOR-VALOR
           MOVE 0 TO WS-MAIOR-NOTAS
           PERFORM 420-ACHAR-MAIOR
               VARYING WS-IX-BUSCA FROM 1 BY 1
               UNTIL WS-IX-BUSCA > QTD-CLIENTES
           IF WS-MAIOR-IX > 0
               MOVE 'S' TO CL-USADO(WS-MAIOR-IX)
               MOVE WS-ORDEM TO LR-POSICAO
               MOVE CL-CODIGO(WS-MAIOR-IX) TO LR-CODIGO
               MOVE CL-NOME(WS-MAIOR-IX) TO LR-NOME
               MOVE CL-QTD-NOTAS(WS-MAIOR-IX) TO LR-NOTAS
               MOVE CL-RECEITA(WS-MAIOR-IX) TO LR-RECEITA
               IF CL-QTD-NOTAS(WS-MAIOR-IX) > 0
                   COMPUTE WS-TICKET-MEDIO ROUNDED =
                       CL-RECEITA(WS-MAIOR-IX)
                       / CL-QTD-NOTAS(WS-MAIOR-IX)
               ELSE
                   MOVE 0 TO WS-TICKET-MEDIO
               END-IF
               MOVE WS-TICKET-MEDIO TO LR-TICKET
               MOVE CL-ULTIMA-COMPRA(WS-MAIOR-IX) TO LR-ULTIMA
               WRITE REG-RELAT-OUT FROM LINHA-RANKING
                   AFTER ADVANCING 1 LINE
           END-IF.

       420-ACHAR-MAIOR.
           IF CL-USADO(WS-IX-BUSCA) = 'N'
                   AND (CL-QTD-NOTAS(WS-IX-BUSCA) > 0
                       OR CL-RECEITA(WS-IX-BUSCA) NOT = 0)
               IF CL-RECEITA(WS-IX-BUSCA) > WS-MAIOR-VALOR
                       OR (CL-RECEITA(WS-IX-BUSCA) = WS-MAIOR-VALOR
                       AND CL-QTD-NOTAS(WS-IX-BUSCA) > WS-MAIOR-NOTAS)
                   MOVE WS-IX-BUSCA TO WS-MAIOR-IX
                   MOVE CL-RECEITA(WS-IX-BUSCA) TO WS-MAIOR-VALOR
                   MOVE CL-QTD-NOTAS(WS-IX-BUSCA) TO WS-MAIOR-NOTAS
               END-IF
           END-IF.

      *****************************************************************
      * clientes do cadastro sem compra ha mais de WS-DIAS-INATIVO
      * dias (ou que nunca compraram), contados ate hoje, para a
      * equipe de vendas procurar.
      *****************************************************************
       500-ESCREVER-INATIVOS.
           MOVE SPACES TO TS-TEXTO
           STRING 'CLIENTES SEM COMPRA HA MAIS DE ' WS-DIAS-INATIVO
               ' DIAS' DELIMITED BY SIZE INTO TS-TEXTO
           WRITE REG-RELAT-OUT FROM TITULO-SECAO
               AFTER ADVANCING 3 LINES
           WRITE REG-RELAT-OUT FROM LINHA-TRACO
           WRITE REG-RELAT-OUT FROM TITULO-INATIVOS
           PERFORM 510-AVALIAR-INATIVO
               VARYING IX-CL FROM 1 BY 1
               UNTIL IX-CL > QTD-CLIENTES.

       510-AVALIAR-INATIVO.
           IF CL-CADASTRADO(IX-CL) = 'S'
               IF CL-ULTIMA-COMPRA(IX-CL) = 0
                   MOVE 'NUNCA' TO LIN-ULTIMA
                   MOVE SPACES TO LIN-DIAS
                   PERFORM 520-ESCREVER-INATIVO
               ELSE
                   COMPUTE WS-DIAS-SEM-COMPRA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(
                           CL-ULTIMA-COMPRA(IX-CL))
                   IF WS-DIAS-SEM-COMPRA > WS-DIAS-INATIVO
                       MOVE CL-ULTIMA-COMPRA(IX-CL) TO LIN-ULTIMA
                       MOVE WS-DIAS-SEM-COMPRA TO WS-DIAS-EDITADO
                       MOVE WS-DIAS-EDITADO TO LIN-DIAS
                       PERFORM 520-ESCREVER-INATIVO
                   END-IF
               END-IF
           END-IF.

       520-ESCREVER-INATIVO.
           ADD 1 TO WS-CONTAGEM-INATIVOS
           MOVE CL-CODIGO(IX-CL) TO LIN-CODIGO
           MOVE CL-NOME(IX-CL) TO LIN-NOME
           IF CL-STATUS(IX-CL) = 'B'
               MOVE 'BLOQUEADO' TO LIN-SITUACAO
           ELSE
               MOVE 'ATIVO' TO LIN-SITUACAO
           END-IF
           WRITE REG-RELAT-OUT FROM LINHA-INATIVO
               AFTER ADVANCING 1 LINE.

       END PROGRAM HISTORICO-CLIENTES.
