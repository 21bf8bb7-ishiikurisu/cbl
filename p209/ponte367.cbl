      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-09-02
      * Purpose: Bridge extract in the spirit of PONTE-461-506: rolls
      *          the nota summaries of LOG-TRANSACOES.TXT (and of
      *          the daily summary VENDAS-DIARIAS.TXT for the days the
      *          rollover has archived) up by
      *          operator and day, maps LOG-OPERADOR to the weekly
      *          report's vendor and filial through
      *          TAB-DE-PARA-OPERADOR.TXT, derives day-of-week and
      *          week number from the log date, and writes
      *          TRANS-VENDAS-367.TXT in PAGE-367's input layout,
      *          ordered by filial/week/day -- one keying, two
      *          reports. Runs as a step of DRIVER-LOJA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * resumo diario dos dias fechados, gravado pela rolagem do log.
       SELECT OPTIONAL VENDAS-DIARIAS
           ASSIGN TO '.\VENDAS-DIARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDAS.
      * traducao do operador do caixa para o vendedor de 3 posicoes e
      * a filial usados pelo relatorio semanal.
       SELECT TAB-DE-PARA
           05 LOG-ESTORNO-X PIC X.
           05 PIC X.
           05 LOG-DATA-X PIC X(8).
      * caixa, promocao e vale-troca, gravados depois da data; o
      * tipo de registro separa as linhas de venda (espaco) do fundo
      * de troco e da sangria.
           05 PIC X(32).
           05 LOG-TIPO-REGISTRO-X PIC X.

      * mesmo leiaute gravado por ROLAGEM-LOG, lido como texto; as
      * linhas sem produto trazem as notas do dia por operador.
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
           05 PIC X.
           05 VD-DESCONTO-X PIC X(13).
           05 PIC X.
           05 VD-VALOR-TAXA-X PIC X(13).
           05 PIC X.
           05 VD-TOTAL-GERAL-X PIC X(14).

       FD TAB-DE-PARA LABEL RECORDS ARE STANDARD.
       01 REG-DE-PARA-IN.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-DEPARA PIC XX.
       01 WS-STATUS-VENDAS PIC XX.
       01 WS-OPERADOR-LINHA PIC X(5) VALUE SPACES.
       01 WS-QTD-NOTAS-LINHA PIC S9(5) VALUE 0.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FIM-DEPARA PIC X VALUE 'N'.
       01 WS-CONTAGEM-NOTAS PIC 9(5) VALUE 0.
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A EXTRAIR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 150-CARREGAR-DE-PARA
           IF QTD-DE-PARA = 0
               DISPLAY 'TAB-DE-PARA-OPERADOR.TXT AUSENTE OU VAZIA, '
                   'IMPOSSIVEL TRADUZIR OPERADORES'
               CLOSE LOG-TRANSACOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-ACUMULAR-LOG
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES
           PERFORM 220-LER-VENDAS-DIARIAS
           OPEN OUTPUT RELAT-ERROS
           SORT ARQ-SORT
               ON ASCENDING KEY S-FILIAL
               ' GRAVADAS ' WS-CONTAGEM-GRAVADAS
               ' SEM TRADUCAO ' WS-CONTAGEM-SEM-MAPA
           CLOSE RELAT-ERROS
           GOBACK.

       150-CARREGAR-DE-PARA.
           OPEN INPUT TAB-DE-PARA
               NOT AT END
                   IF LOG-CODIGO-PRODUTO-X = SPACES
                           AND LOG-DATA-X IS NUMERIC
                           AND LOG-TIPO-REGISTRO-X = SPACE
                       ADD 1 TO WS-CONTAGEM-NOTAS
                       MOVE FUNCTION NUMVAL(LOG-DATA-X)
                           TO WS-DATA-LINHA
                       COMPUTE WS-TOTAL-GERAL =
                           FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
                       MOVE LOG-OPERADOR-X TO WS-OPERADOR-LINHA
                       PERFORM 210-SOMAR-ACUMULO
                   END-IF
           END-READ.
               AT END
                   IF QTD-ACUMULO < 200
                       ADD 1 TO QTD-ACUMULO
                       MOVE WS-OPERADOR-LINHA
                           TO AC-OPERADOR(QTD-ACUMULO)
                       MOVE WS-DATA-LINHA TO AC-DATA(QTD-ACUMULO)
                       MOVE WS-TOTAL-GERAL TO AC-VALOR(QTD-ACUMULO)
                   END-IF
               WHEN AC-OPERADOR(IX-AC) = WS-OPERADOR-LINHA
                       AND AC-DATA(IX-AC) = WS-DATA-LINHA
                   ADD WS-TOTAL-GERAL TO AC-VALOR(IX-AC)
           END-SEARCH.

      *****************************************************************
      * os dias fechados entram pelo resumo diario: as linhas sem
      * produto ja somam o total geral das notas (estornos abatidos)
      * por dia, caixa, operador e forma de pagamento.
      *****************************************************************
       220-LER-VENDAS-DIARIAS.
           OPEN INPUT VENDAS-DIARIAS
           IF WS-STATUS-VENDAS = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 225-LER-VENDA-DIARIA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
           END-IF
           CLOSE VENDAS-DIARIAS.

       225-LER-VENDA-DIARIA.
           READ VENDAS-DIARIAS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF VD-CODIGO-PRODUTO = SPACES
                       COMPUTE WS-QTD-NOTAS-LINHA =
                           FUNCTION NUMVAL-C(VD-QUANTIDADE-X)
                       ADD WS-QTD-NOTAS-LINHA TO WS-CONTAGEM-NOTAS
                       MOVE VD-DATA TO WS-DATA-LINHA
                       COMPUTE WS-TOTAL-GERAL =
                           FUNCTION NUMVAL-C(VD-TOTAL-GERAL-X)
                       MOVE VD-OPERADOR TO WS-OPERADOR-LINHA
                       PERFORM 210-SOMAR-ACUMULO
                   END-IF
           END-READ.

      *****************************************************************
      * traduz cada acumulo operador+data para o leiaute semanal:
      * vendedor e filial pelo de-para, dia da semana e numero da
