      *          grouped by operator: every manual price ('M') with
      *          its variance against the catalog price, every
      *          discount with the flag of whether it crossed the
      *          configured teto, every estorno and every
      *          interrupted nota abandoned at sign-on
      *          (NOTAS-ABANDONADAS.TXT, charged to the operator who
      *          was keying it), with totals per operator -- the first
      *          thing asked for when the caixa comes up short.
      *          Runs as a step of DRIVER-LOJA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * catalogo indexado por codigo, consultado produto a produto.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT TAB-DESCONTO
           ASSIGN TO '.\TAB-DESCONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESCONTO.
      * notas interrompidas abandonadas na abertura de sessao do
      * CALC4, com o aval do supervisor.
       SELECT OPTIONAL NOTAS-ABANDONADAS
           ASSIGN TO '.\NOTAS-ABANDONADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ABANDONO.
       SELECT RELAT-PREVENCAO
           ASSIGN TO '.\RELAT-PREVENCAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 LOG-OPERADOR-X PIC X(5).
           05 PIC X.
           05 LOG-ESTORNO-X PIC X.
      * data, caixa, promocao e vale-troca; o tipo de registro marca
      * com 'T' as linhas de taxa por classe, que repetem o que o
      * resumo da nota ja traz e ficam fora das contagens.
           05 PIC X(41).
           05 LOG-TIPO-REGISTRO-X PIC X.

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

       FD TAB-DESCONTO LABEL RECORDS ARE STANDARD.
       01 REG-DESCONTO-IN.
           05 TETO-DESCONTO-IN      PIC 99V9.
           05 CODIGO-SUPERVISOR-IN  PIC X(5).

      * mesmo leiaute gravado por CALC4
       FD NOTAS-ABANDONADAS LABEL RECORDS ARE STANDARD.
       01 REG-ABANDONO.
           05 ABD-DATA PIC 9(8).
           05 PIC X.
           05 ABD-CAIXA PIC 99.
           05 PIC X.
           05 ABD-NR-NOTA PIC 9(6).
           05 PIC X.
           05 ABD-DATA-NOTA PIC 9(8).
           05 PIC X.
           05 ABD-OPERADOR-NOTA PIC X(5).
           05 PIC X.
           05 ABD-OPERADOR PIC X(5).
           05 PIC X.
           05 ABD-SUPERVISOR PIC X(5).
           05 PIC X.
           05 ABD-CLIENTE PIC X(5).
           05 PIC X.
           05 ABD-QTD-ITENS PIC 99.
           05 PIC X.
           05 ABD-VALOR PIC 9(7)V99.

       FD RELAT-PREVENCAO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-STATUS-DESCONTO PIC XX.
       01 WS-STATUS-ABANDONO PIC XX.
       01 WS-FIM-ABANDONO PIC X VALUE 'N'.
      * operador da linha corrente (do log ou do abandono)
       01 WS-OPERADOR-LINHA PIC X(5) VALUE SPACES.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.
       01 WS-TETO-DESCONTO PIC 99V9 VALUE 10.0.

      * valores reconvertidos da linha corrente do log
       01 WS-FLAG-OPERADOR-OK PIC X VALUE 'N'.
           88 OPERADOR-NA-TABELA VALUE 'S'.


      * totais por operador, acumulados na primeira passada; a
      * segunda passada relista o detalhe de cada operador.
               10 OP-QTD-ACIMA-TETO PIC 9(5).
               10 OP-QTD-ESTORNOS PIC 9(5).
               10 OP-SOMA-ESTORNOS PIC S9(8)V99.
               10 OP-QTD-ABANDONOS PIC 9(5).
               10 OP-SOMA-ABANDONOS PIC S9(8)V99.

       01 WS-DATA.
           05 WS-ANO PIC 9(4).
           05 LE-NOTA PIC X(6).
           05 PIC X(8) VALUE ' VALOR '.
           05 LE-VALOR PIC Z,ZZZ,ZZ9.99-.
       01 LINHA-ABANDONO.
           05 PIC X(12) VALUE '  ABANDONO  '.
           05 LA-NOTA PIC 9(6).
           05 PIC X(6) VALUE ' DIA '.
           05 LA-DATA-NOTA PIC 9(8).
           05 PIC X(4) VALUE ' CX '.
           05 LA-CAIXA PIC 99.
           05 PIC X(7) VALUE ' ITENS '.
           05 LA-QTD-ITENS PIC Z9.
           05 PIC X(7) VALUE ' VALOR '.
           05 LA-VALOR PIC Z,ZZZ,ZZ9.99.
           05 PIC X(6) VALUE ' SUP '.
           05 LA-SUPERVISOR PIC X(5).
       01 LINHA-TOTAL-OP.
           05 LT-ROTULO PIC X(32).
           05 LT-QTD PIC ZZZZ9.
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A APURAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 150-ABRIR-CATALOGO
           PERFORM 170-LER-TETO-DESCONTO
           PERFORM 200-ACUMULAR-OPERADORES
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES
           PERFORM 260-ACUMULAR-ABANDONOS
           OPEN OUTPUT RELAT-PREVENCAO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA
           MOVE WS-DIA TO DIA-ATUAL
               VARYING IX-OP FROM 1 BY 1
               UNTIL IX-OP > QTD-OPERADORES
           CLOSE RELAT-PREVENCAO
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           GOBACK.

      *****************************************************************
      * abre o catalogo para confrontar os precos manuais com o preco
      * vigente; produto desativado vale tambem, ja que o log pode
      * ser anterior aa desativacao.
      *****************************************************************
       150-ABRIR-CATALOGO.
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF.

      *****************************************************************
      * le o teto de desconto vigente de TAB-DESCONTO.TXT; sem o
      * arquivo vale o padrao de WORKING-STORAGE, como em CALC4.
           END-READ.

       210-CLASSIFICAR-LINHA.
           IF LOG-TIPO-REGISTRO-X = 'T'
               EXIT PARAGRAPH
           END-IF
           MOVE LOG-OPERADOR-X TO WS-OPERADOR-LINHA
           PERFORM 220-ACHAR-OPERADOR
           IF NOT OPERADOR-NA-TABELA
               EXIT PARAGRAPH
                       ADD 1 TO QTD-OPERADORES
                       SET IX-OP TO QTD-OPERADORES
                       INITIALIZE OPERADOR-TAB(IX-OP)
                       MOVE WS-OPERADOR-LINHA TO OP-CODIGO(IX-OP)
                   ELSE
                       MOVE 'N' TO WS-FLAG-OPERADOR-OK
                       DISPLAY 'OPERADOR IGNORADO, TABELA CHEIA: '
                           WS-OPERADOR-LINHA
                   END-IF
               WHEN OP-CODIGO(IX-OP) = WS-OPERADOR-LINHA
                   CONTINUE
           END-SEARCH.

       240-APURAR-VARIANCIA.
           MOVE 0 TO WS-PRECO-CATALOGO
           MOVE 'N' TO WS-FLAG-ACHOU-PRECO
           IF CATALOGO-ABERTO
               MOVE LOG-CODIGO-PRODUTO-X TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FLAG-ACHOU-PRECO
                       MOVE PRECO-UNITARIO-IN TO WS-PRECO-CATALOGO
               END-READ
           END-IF
           COMPUTE WS-VARIANCIA =
               (WS-PRECO - WS-PRECO-CATALOGO) * WS-QUANTIDADE.

               MOVE 0 TO WS-PCT-EFETIVO
           END-IF.

      *****************************************************************
      * notas interrompidas abandonadas: contam para o operador que
      * digitava a nota quando o caixa caiu.
      *****************************************************************
       260-ACUMULAR-ABANDONOS.
           MOVE 'N' TO WS-FIM-ABANDONO
           OPEN INPUT NOTAS-ABANDONADAS
           IF WS-STATUS-ABANDONO = '00'
               PERFORM 265-LER-ABANDONO
                   UNTIL WS-FIM-ABANDONO = 'S'
               CLOSE NOTAS-ABANDONADAS
           END-IF.

       265-LER-ABANDONO.
           READ NOTAS-ABANDONADAS
               AT END
                   MOVE 'S' TO WS-FIM-ABANDONO
               NOT AT END
                   MOVE ABD-OPERADOR-NOTA TO WS-OPERADOR-LINHA
                   PERFORM 220-ACHAR-OPERADOR
                   IF OPERADOR-NA-TABELA
                       ADD 1 TO OP-QTD-ABANDONOS(IX-OP)
                       ADD ABD-VALOR TO OP-SOMA-ABANDONOS(IX-OP)
                   END-IF
           END-READ.

      *****************************************************************
      * segunda passada, uma por operador: relista do log cada preco
      * manual, cada desconto e cada estorno do operador, depois as
      * notas abandonadas, e fecha o bloco com os totais acumulados.
      *****************************************************************
       300-ESCREVER-BLOCO-OPERADOR.
           MOVE OP-CODIGO(IX-OP) TO LO-OPERADOR
           PERFORM 310-LISTAR-DETALHE-OPERADOR
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES
           IF OP-QTD-ABANDONOS(IX-OP) > 0
               MOVE 'N' TO WS-FIM-ABANDONO
               OPEN INPUT NOTAS-ABANDONADAS
               PERFORM 330-LISTAR-ABANDONO
                   UNTIL WS-FIM-ABANDONO = 'S'
               CLOSE NOTAS-ABANDONADAS
           END-IF
           PERFORM 350-ESCREVER-TOTAIS-OPERADOR.

       310-LISTAR-DETALHE-OPERADOR.
           END-READ.

       320-LISTAR-LINHA-OPERADOR.
           IF LOG-TIPO-REGISTRO-X = 'T'
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-RECONVERTER-VALORES
           IF LOG-CODIGO-PRODUTO-X NOT = SPACES
               IF LOG-PRECO-MANUAL-X = 'M'
               END-IF
           END-IF.

       330-LISTAR-ABANDONO.
           READ NOTAS-ABANDONADAS
               AT END
                   MOVE 'S' TO WS-FIM-ABANDONO
               NOT AT END
                   IF ABD-OPERADOR-NOTA = OP-CODIGO(IX-OP)
                       MOVE ABD-NR-NOTA TO LA-NOTA
                       MOVE ABD-DATA-NOTA TO LA-DATA-NOTA
                       MOVE ABD-CAIXA TO LA-CAIXA
                       MOVE ABD-QTD-ITENS TO LA-QTD-ITENS
                       MOVE ABD-VALOR TO LA-VALOR
                       MOVE ABD-SUPERVISOR TO LA-SUPERVISOR
                       WRITE REG-RELAT-OUT FROM LINHA-ABANDONO
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       350-ESCREVER-TOTAIS-OPERADOR.
           MOVE '  PRECOS MANUAIS:          QTD  ' TO LT-ROTULO
           MOVE OP-QTD-MANUAIS(IX-OP) TO LT-QTD
           MOVE '  ESTORNOS:                QTD  ' TO LT-ROTULO
           MOVE OP-QTD-ESTORNOS(IX-OP) TO LT-QTD
           MOVE OP-SOMA-ESTORNOS(IX-OP) TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-OP
               AFTER ADVANCING 1 LINE
           MOVE '  NOTAS ABANDONADAS:       QTD  ' TO LT-ROTULO
           MOVE OP-QTD-ABANDONOS(IX-OP) TO LT-QTD
           MOVE OP-SOMA-ABANDONOS(IX-OP) TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-OP
               AFTER ADVANCING 1 LINE.

