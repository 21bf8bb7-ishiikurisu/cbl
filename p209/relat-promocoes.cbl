      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Post-campaign report of the scheduled promotions:
      *          units and revenue sold under each promotion of
      *          PROMOCOES.TXT, taken from the item lines of
      *          LOG-TRANSACOES.TXT that CALC4 stamped with the
      *          promotion code (reversals and returns netted out).
      *          Only promotions whose end date falls in P209-DATA-INI
      *          / P209-DATA-FIM (AAAAMMDD) are listed; without them,
      *          every promotion on file
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO-PROMOCOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROMOCOES-ARQ
           ASSIGN TO '.\PROMOCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROMOCOES.
       SELECT LOG-TRANSACOES
           ASSIGN TO WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * geracoes mensais do log ja arquivadas por ROLAGEM-LOG.
       SELECT OPTIONAL GERACOES-LOG
           ASSIGN TO '.\GERACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACOES.
       SELECT RELAT-PROMOCOES
           ASSIGN TO '.\RELAT-PROMOCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado pelo CADASTRO-PROMOCOES
       FD PROMOCOES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-PROMOCAO-IN.
           05 PRM-CODIGO-IN PIC X(6).
           05 PRM-DESCRICAO-IN PIC X(20).
           05 PRM-PRODUTO-IN PIC X(6).
           05 PRM-PRECO-IN PIC 99V99.
           05 PRM-QTD-MINIMA-IN PIC 9(5).
           05 PRM-DATA-INI-IN PIC 9(8).
           05 PRM-DATA-FIM-IN PIC 9(8).
           05 PRM-STATUS-IN PIC X.

      * mesma largura de colunas gravada por CALC4, com o codigo da
      * promocao no fim da linha de item (linhas antigas vieram sem
      * ele e nao pertencem a promocao alguma).
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

       FD RELAT-PROMOCOES LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(110).

       FD GERACOES-LOG LABEL RECORDS ARE STANDARD.
       01 REG-GERACAO.
           05 GL-GERACAO PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROMOCOES PIC XX.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-FIM-PROMOCOES PIC X VALUE 'N'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.

      * periodo pedido, aplicado a data de termino da promocao.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 99999999.
       01 WS-DATA-ENV PIC X(8).
       01 WS-DATA-HOJE PIC 9(8) VALUE 0.

       01 WS-QUANTIDADE PIC S9(5) VALUE 0.
       01 WS-TOTAL PIC S9(7)V99 VALUE 0.
       01 WS-PRECO-MEDIO PIC S9(5)V99 VALUE 0.
       01 WS-TOTAL-UNIDADES PIC S9(9) VALUE 0.
       01 WS-TOTAL-RECEITA PIC S9(10)V99 VALUE 0.

       01 WS-QTD-PROMOCOES PIC 999 VALUE 0.
       01 WS-TAB-PROMOCOES.
           05 PROMOCAO-TAB OCCURS 200 TIMES INDEXED BY IX-PR.
               10 PR-CODIGO PIC X(6).
               10 PR-DESCRICAO PIC X(20).
               10 PR-PRODUTO PIC X(6).
               10 PR-PRECO PIC 99V99.
               10 PR-QTD-MINIMA PIC 9(5).
               10 PR-DATA-INI PIC 9(8).
               10 PR-DATA-FIM PIC 9(8).
               10 PR-STATUS PIC X.
               10 PR-UNIDADES PIC S9(7).
               10 PR-RECEITA PIC S9(9)V99.

       01 CABECALHO-PROMOCOES.
           05 PIC X(42)
              VALUE '# RESULTADO DAS PROMOCOES - TERMINO ENTRE '.
           05 CAB-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' E '.
           05 CAB-DATA-FIM PIC 9(8).
       01 CABECALHO-COLUNAS.
           05 PIC X(48)
              VALUE 'PROMO  DESCRICAO            PRODUT INICIO   FIM '.
           05 PIC X(25) VALUE '     PRECO QTMIN UNIDADES'.
           05 PIC X(24) VALUE '       RECEITA     MEDIO'.
           05 PIC X(10) VALUE '  SITUACAO'.
       01 LINHA-PROMOCAO.
           05 LP-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 LP-DESCRICAO PIC X(20).
           05 PIC X VALUE SPACE.
           05 LP-PRODUTO PIC X(6).
           05 PIC X VALUE SPACE.
           05 LP-DATA-INI PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-DATA-FIM PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-PRECO PIC Z9.99.
           05 PIC X VALUE SPACE.
           05 LP-QTD-MINIMA PIC ZZZZ9.
           05 PIC X VALUE SPACE.
           05 LP-UNIDADES PIC ZZZZZZ9-.
           05 PIC X VALUE SPACE.
           05 LP-RECEITA PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LP-MEDIO PIC ZZZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LP-SITUACAO PIC X(9).
       01 LINHA-TOTAL.
           05 PIC X(26) VALUE 'TOTAL EM PROMOCAO:  UNID '.
           05 LT-UNIDADES PIC ZZZ,ZZZ,ZZ9-.
           05 PIC X(10) VALUE '  RECEITA '.
           05 LT-RECEITA PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 110-LER-PERIODO
           OPEN INPUT PROMOCOES-ARQ
           IF WS-STATUS-PROMOCOES NOT = '00'
               DISPLAY 'PROMOCOES.TXT NAO ENCONTRADO, '
                   'NADA A APURAR'
               STOP RUN
           END-IF
           PERFORM 150-CARREGAR-PROMOCAO
               UNTIL WS-FIM-PROMOCOES = 'S'
           CLOSE PROMOCOES-ARQ
      * uma promocao pode ter vendido em dias ja arquivados: todas as
      * geracoes mensais sao lidas antes do log vivo.
           OPEN INPUT GERACOES-LOG
           IF WS-STATUS-GERACOES = '00'
               PERFORM 180-LER-GERACAO
                   UNTIL WS-FIM-GERACOES = 'S'
           END-IF
           CLOSE GERACOES-LOG
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM 190-LER-ARQUIVO-LOG
           OPEN OUTPUT RELAT-PROMOCOES
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           WRITE REG-RELAT-OUT FROM CABECALHO-PROMOCOES
           WRITE REG-RELAT-OUT FROM CABECALHO-COLUNAS
               AFTER ADVANCING 2 LINES
           PERFORM 300-ESCREVER-PROMOCAO
               VARYING IX-PR FROM 1 BY 1
               UNTIL IX-PR > WS-QTD-PROMOCOES
           MOVE WS-TOTAL-UNIDADES TO LT-UNIDADES
           MOVE WS-TOTAL-RECEITA TO LT-RECEITA
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           CLOSE RELAT-PROMOCOES
           STOP RUN.

      *****************************************************************
      * le o periodo pedido das variaveis de ambiente P209-DATA-INI e
      * P209-DATA-FIM; sem elas entram todas as promocoes.
      *****************************************************************
       110-LER-PERIODO.
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
           END-IF.

      *****************************************************************
      * guarda na tabela as promocoes cujo termino cai no periodo,
      * com unidades e receita zeradas para a apuracao sobre o log.
      *****************************************************************
       150-CARREGAR-PROMOCAO.
           READ PROMOCOES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-PROMOCOES
               NOT AT END
                   IF PRM-DATA-FIM-IN IS NUMERIC
                           AND PRM-DATA-FIM-IN NOT < WS-DATA-INI
                           AND PRM-DATA-FIM-IN NOT > WS-DATA-FIM
                       IF WS-QTD-PROMOCOES < 200
                           ADD 1 TO WS-QTD-PROMOCOES
                           SET IX-PR TO WS-QTD-PROMOCOES
                           PERFORM 160-GUARDAR-PROMOCAO
                       ELSE
                           DISPLAY 'PROMOCAO IGNORADA, TABELA CHEIA: '
                               PRM-CODIGO-IN
                       END-IF
                   END-IF
           END-READ.

       160-GUARDAR-PROMOCAO.
           MOVE PRM-CODIGO-IN TO PR-CODIGO(IX-PR)
           MOVE PRM-DESCRICAO-IN TO PR-DESCRICAO(IX-PR)
           MOVE PRM-PRODUTO-IN TO PR-PRODUTO(IX-PR)
           MOVE 0 TO PR-PRECO(IX-PR)
           MOVE 0 TO PR-QTD-MINIMA(IX-PR)
           MOVE 0 TO PR-DATA-INI(IX-PR)
           IF PRM-PRECO-IN IS NUMERIC
               MOVE PRM-PRECO-IN TO PR-PRECO(IX-PR)
           END-IF
           IF PRM-QTD-MINIMA-IN IS NUMERIC
               MOVE PRM-QTD-MINIMA-IN TO PR-QTD-MINIMA(IX-PR)
           END-IF
           IF PRM-DATA-INI-IN IS NUMERIC
               MOVE PRM-DATA-INI-IN TO PR-DATA-INI(IX-PR)
           END-IF
           MOVE PRM-DATA-FIM-IN TO PR-DATA-FIM(IX-PR)
           MOVE PRM-STATUS-IN TO PR-STATUS(IX-PR)
           MOVE 0 TO PR-UNIDADES(IX-PR)
           MOVE 0 TO PR-RECEITA(IX-PR).

       180-LER-GERACAO.
           READ GERACOES-LOG
               AT END
                   MOVE 'S' TO WS-FIM-GERACOES
               NOT AT END
                   MOVE GL-GERACAO TO WS-ARQ-GERACAO-MES
                   MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
                   PERFORM 190-LER-ARQUIVO-LOG
           END-READ.

       190-LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 200-ACUMULAR-VENDAS
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

      *****************************************************************
      * soma unidades e receita das linhas de item marcadas com o
      * codigo de uma promocao da tabela; linhas de reversao 'E'
      * (estorno e devolucao) abatem as unidades e entram com o total
      * ja negativo.
      *****************************************************************
       200-ACUMULAR-VENDAS.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LOG-CODIGO-PRODUTO-X NOT = SPACES
                           AND LOG-PROMOCAO-X NOT = SPACES
                       PERFORM 210-ACUMULAR-ITEM
                   END-IF
           END-READ.

       210-ACUMULAR-ITEM.
           SET IX-PR TO 1
           SEARCH PROMOCAO-TAB
               AT END
                   CONTINUE
               WHEN PR-CODIGO(IX-PR) = LOG-PROMOCAO-X
                   COMPUTE WS-QUANTIDADE =
                       FUNCTION NUMVAL-C(LOG-QUANTIDADE-X)
                   COMPUTE WS-TOTAL = FUNCTION NUMVAL-C(LOG-TOTAL-X)
                   IF LOG-ESTORNO-X = 'E'
                       COMPUTE WS-QUANTIDADE = 0 - WS-QUANTIDADE
                   END-IF
                   ADD WS-QUANTIDADE TO PR-UNIDADES(IX-PR)
                   ADD WS-TOTAL TO PR-RECEITA(IX-PR)
           END-SEARCH.

      *****************************************************************
      * uma linha por promocao, com o preco medio efetivamente obtido
      * e a situacao: cancelada, encerrada, em curso ou a iniciar.
      *****************************************************************
       300-ESCREVER-PROMOCAO.
           MOVE PR-CODIGO(IX-PR) TO LP-CODIGO
           MOVE PR-DESCRICAO(IX-PR) TO LP-DESCRICAO
           MOVE PR-PRODUTO(IX-PR) TO LP-PRODUTO
           MOVE PR-DATA-INI(IX-PR) TO LP-DATA-INI
           MOVE PR-DATA-FIM(IX-PR) TO LP-DATA-FIM
           MOVE PR-PRECO(IX-PR) TO LP-PRECO
           MOVE PR-QTD-MINIMA(IX-PR) TO LP-QTD-MINIMA
           MOVE PR-UNIDADES(IX-PR) TO LP-UNIDADES
           MOVE PR-RECEITA(IX-PR) TO LP-RECEITA
           IF PR-UNIDADES(IX-PR) NOT = 0
               COMPUTE WS-PRECO-MEDIO ROUNDED =
                   PR-RECEITA(IX-PR) / PR-UNIDADES(IX-PR)
           ELSE
               MOVE 0 TO WS-PRECO-MEDIO
           END-IF
           MOVE WS-PRECO-MEDIO TO LP-MEDIO
           EVALUATE TRUE
               WHEN PR-STATUS(IX-PR) = 'I'
                   MOVE 'CANCELADA' TO LP-SITUACAO
               WHEN PR-DATA-FIM(IX-PR) < WS-DATA-HOJE
                   MOVE 'ENCERRADA' TO LP-SITUACAO
               WHEN PR-DATA-INI(IX-PR) > WS-DATA-HOJE
                   MOVE 'A INICIAR' TO LP-SITUACAO
               WHEN OTHER
                   MOVE 'EM CURSO' TO LP-SITUACAO
           END-EVALUATE
           WRITE REG-RELAT-OUT FROM LINHA-PROMOCAO
               AFTER ADVANCING 1 LINE
           ADD PR-UNIDADES(IX-PR) TO WS-TOTAL-UNIDADES
           ADD PR-RECEITA(IX-PR) TO WS-TOTAL-RECEITA.

       END PROGRAM RESULTADO-PROMOCOES.
