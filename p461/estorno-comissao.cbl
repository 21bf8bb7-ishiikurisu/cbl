      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Commission clawback for store sales returned or
      *          written off after the commission was paid: traces
      *          each returned nota (the 'E' summaries of
      *          LOG-TRANSACOES.TXT and its monthly generations) and
      *          each receivable written off in PERDAS-RECEBER.TXT
      *          back to the sale summary in the log, maps the
      *          operator who sold it to the commission vendor
      *          through TAB-DE-PARA-OPERADOR.TXT, and reverses the
      *          value at the rate of the commission run that paid
      *          the sale (HISTORICO-COMISSOES.TXT). The reversals
      *          are registered in ESTORNOS-COMISSAO.TXT, from where
      *          EXTRATO-COMISSAO carries them to the next
      *          COMISSOES-FOLHA.TXT as negative entries, and listed
      *          per vendor in EXTRATO-ESTORNOS-COMISSAO.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO-COMISSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * o log vivo ou uma geracao mensal do arquivo do log, com o nome
      * montado em tempo de execucao.
       SELECT LOG-TRANSACOES
           ASSIGN TO WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * geracoes mensais do log ja arquivadas por ROLAGEM-LOG.
       SELECT OPTIONAL GERACOES-LOG
           ASSIGN TO '.\GERACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACOES.
       SELECT OPTIONAL PERDAS-RECEBER
           ASSIGN TO '.\PERDAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.
      * traducao do operador do caixa para o vendedor; a ultima
      * coluna traz o numero do vendedor nas comissoes (PAGE-461).
       SELECT TAB-DE-PARA
           ASSIGN TO '.\TAB-DE-PARA-OPERADOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARA.
       SELECT OPTIONAL HISTORICO-COMISSOES
           ASSIGN TO '.\HISTORICO-COMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.
      * registro dos estornos ja apurados: so cresce, e impede que a
      * mesma devolucao ou perda seja estornada duas vezes.
       SELECT OPTIONAL ESTORNOS-COMISSAO
           ASSIGN TO '.\ESTORNOS-COMISSAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ESTORNOS.
       SELECT EXTRATO-ESTORNOS
           ASSIGN TO '.\EXTRATO-ESTORNOS-COMISSAO.TXT'
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
           05 PIC X.
           05 LOG-TIPO-REGISTRO-X PIC X.

       FD GERACOES-LOG LABEL RECORDS ARE STANDARD.
       01 REG-GERACAO.
           05 GL-GERACAO PIC 9(6).

      * mesmo leiaute gravado por BAIXA-PERDAS.
       FD PERDAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-PERDA.
           05 PD-DATA PIC 9(8).
           05 PIC X.
           05 PD-TIPO PIC X.
           05 PIC X.
           05 PD-CLIENTE PIC X(5).
           05 PIC X.
           05 PD-NR-NOTA PIC 9(6).
           05 PIC X.
           05 PD-VALOR PIC 9(8)V99.
           05 PIC X(27).

       FD TAB-DE-PARA LABEL RECORDS ARE STANDARD.
       01 REG-DE-PARA-IN.
           05 OPERADOR-DE-IN PIC X(5).
           05 PIC X.
           05 VENDEDOR-PARA-IN PIC XXX.
           05 PIC X.
           05 FILIAL-PARA-IN PIC 99.
           05 PIC X.
           05 VENDEDOR-COMISSAO-IN PIC XX.

      * mesmo leiaute gravado por EXTRATO-COMISSAO.
       FD HISTORICO-COMISSOES LABEL RECORDS ARE STANDARD.
       01 REG-HIST-COMISSAO.
           05 HC-DATA PIC 9(8).
           05 PIC X.
           05 HC-NR-VENDEDOR PIC 99.
           05 PIC X.
           05 HC-NOME-VENDEDOR PIC X(20).
           05 PIC X.
           05 HC-FAIXA PIC 99.
           05 PIC X.
           05 HC-TAXA PIC V999.
           05 PIC X(21).

      * situacao 'P' pendente de folha, 'F' levado a folha (data em
      * EC-DATA-FOLHA, por EXTRATO-COMISSAO), 'N' sem estorno: a
      * comissao foi apurada depois da devolucao ou da perda.
      * origem 'D' devolucao ou estorno da nota, 'P' perda.
       FD ESTORNOS-COMISSAO LABEL RECORDS ARE STANDARD.
       01 REG-ESTORNO-COMISSAO.
           05 EC-SITUACAO PIC X.
           05 PIC X VALUE SPACE.
           05 EC-NR-VENDEDOR PIC 99.
           05 PIC X VALUE SPACE.
           05 EC-VALOR-ESTORNO PIC 9(7)V99.
           05 PIC X VALUE SPACE.
           05 EC-DATA-FOLHA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 EC-DATA-APURACAO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 EC-ORIGEM PIC X.
           05 PIC X VALUE SPACE.
           05 EC-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 EC-DATA-EVENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 EC-VALOR-BASE PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 EC-DATA-VENDA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 EC-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 EC-TAXA PIC V999.
           05 PIC X VALUE SPACE.
           05 EC-DATA-TAXA PIC 9(8).

       FD EXTRATO-ESTORNOS LABEL RECORDS ARE OMITTED.
       01 REG-EXTRATO-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-STATUS-PERDAS PIC XX.
       01 WS-STATUS-DEPARA PIC XX.
       01 WS-STATUS-HISTORICO PIC XX.
       01 WS-STATUS-ESTORNOS PIC XX.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FIM-PERDAS PIC X VALUE 'N'.
       01 WS-FIM-DEPARA PIC X VALUE 'N'.
       01 WS-FIM-HISTORICO PIC X VALUE 'N'.
       01 WS-FIM-ESTORNOS PIC X VALUE 'N'.
      * a leitura do log serve a duas passadas: a coleta das
      * devolucoes e a busca das vendas que as originaram.
       01 WS-FLAG-PASSO PIC X VALUE '1'.
           88 PASSO-DEVOLUCOES VALUE '1'.
           88 PASSO-VENDAS VALUE '2'.

       01 WS-DATA.
           05 WS-ANO PIC 9(4).
           05 WS-MES PIC 99.
           05 WS-DIA PIC 99.
       01 WS-DATA-HOJE PIC 9(8) VALUE 0.
       01 WS-NOTA-LINHA PIC 9(6) VALUE 0.
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-VALOR-LINHA PIC S9(9)V99 VALUE 0.
       01 WS-ORIGEM PIC X VALUE SPACE.
       01 WS-DATA-EVENTO PIC 9(8) VALUE 0.
       01 WS-VALOR-BASE PIC 9(8)V99 VALUE 0.
       01 WS-FLAG-JA-APURADO PIC X VALUE 'N'.
           88 EVENTO-JA-APURADO VALUE 'S'.

      * estornos ja registrados, so a chave de cada um. registro
      * maior que a tabela impede a apuracao: um evento fora dela
      * seria estornado de novo.
       01 WS-QTD-APURADOS PIC 9(4) VALUE 0.
       01 WS-FLAG-APURADOS-EXCEDIDOS PIC X VALUE 'N'.
           88 APURADOS-EXCEDIDOS VALUE 'S'.
       01 WS-TAB-APURADOS.
           05 APURADO-TAB OCCURS 5000 TIMES INDEXED BY IX-RG.
               10 RG-ORIGEM PIC X.
               10 RG-NR-NOTA PIC 9(6).
               10 RG-DATA-EVENTO PIC 9(8).
               10 RG-VALOR-BASE PIC 9(8)V99.

      * devolucoes e perdas ainda nao apuradas. situacao: espaco a
      * resolver, 'V' venda fora do log, 'O' operador sem vendedor,
      * 'C' venda ainda nao comissionada, 'X' perda reintegrada,
      * 'N' comissao apurada depois do evento, 'P' estorno gerado.
       01 WS-QTD-EVENTOS PIC 9(4) VALUE 0.
       01 WS-TAB-EVENTOS.
           05 EVENTO-TAB OCCURS 2000 TIMES INDEXED BY IX-EV.
               10 EV-SITUACAO PIC X.
               10 EV-ORIGEM PIC X.
               10 EV-NR-NOTA PIC 9(6).
               10 EV-DATA-EVENTO PIC 9(8).
               10 EV-VALOR-BASE PIC 9(8)V99.
               10 EV-DATA-VENDA PIC 9(8).
               10 EV-OPERADOR PIC X(5).
               10 EV-VENDEDOR PIC 99.
               10 EV-TAXA PIC V999.
               10 EV-DATA-TAXA PIC 9(8).
               10 EV-ESTORNO PIC 9(7)V99.

       01 WS-TABELA-DE-PARA.
           05 QTD-DE-PARA PIC 99 VALUE 0.
           05 DE-PARA OCCURS 50 TIMES INDEXED BY IX-DP.
               10 OPERADOR-DE-TAB PIC X(5).
               10 VENDEDOR-COMISSAO-TAB PIC 99.

      * apuracoes de comissao em ordem de gravacao (cronologica).
       01 WS-QTD-HISTORICO PIC 9(4) VALUE 0.
       01 WS-TAB-HISTORICO.
           05 HISTORICO-TAB OCCURS 3000 TIMES INDEXED BY IX-HC.
               10 HC-DATA-TAB PIC 9(8).
               10 HC-VENDEDOR-TAB PIC 99.
               10 HC-TAXA-TAB PIC V999.
       01 WS-TAB-NOMES VALUE SPACES.
           05 WS-NOME-VENDEDOR OCCURS 99 TIMES PIC X(20).

       01 WS-IX-VENDEDOR PIC 999.
       01 WS-FLAG-VENDEDOR PIC X VALUE 'N'.
           88 VENDEDOR-COM-ESTORNO VALUE 'S'.
       01 WS-TOTAL-VENDEDOR PIC 9(7)V99 VALUE 0.
       01 WS-QTD-ESTORNADOS PIC 9(4) VALUE 0.
       01 WS-SOMA-ESTORNOS PIC 9(8)V99 VALUE 0.
       01 WS-QTD-SEM-ESTORNO PIC 9(4) VALUE 0.
       01 WS-QTD-PENDENCIAS PIC 9(4) VALUE 0.
       01 WS-QTD-PAGINAS PIC 999 VALUE 0.
       01 WS-TAXA-PCT PIC 99V9.
       01 WS-MOTIVO PIC X(18) VALUE SPACES.

       01 EX-CABECALHO.
           05 PIC X(36) VALUE '# EXTRATO DE ESTORNO DE COMISSAO DIA'.
           05 PIC X VALUE SPACE.
           05 DATA-ATUAL.
               10 DIA-ATUAL PIC 99.
               10           PIC X VALUE '/'.
               10 MES-ATUAL PIC 99.
               10           PIC X VALUE '/'.
               10 ANO-ATUAL PIC 9999.
       01 EX-LINHA-TRACO.
           05 PIC X(80) VALUE ALL '='.
       01 EX-LINHA-VENDEDOR.
           05 PIC X(10) VALUE 'VENDEDOR: '.
           05 EX-NR-VENDEDOR PIC 99.
           05 PIC X(3) VALUE ' - '.
           05 EX-NOME-VENDEDOR PIC X(20).
       01 EX-LINHA-COLUNAS.
           05 PIC X(40) VALUE
               'NOTA   MOTIVO             VENDA      EVE'.
           05 PIC X(40) VALUE
               'NTO     VALOR BASE  TAXA   ESTORNO'.
       01 EX-LINHA-ESTORNO.
           05 EX-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 EX-MOTIVO PIC X(18).
           05 PIC X VALUE SPACE.
           05 EX-DATA-VENDA PIC 9999/99/99.
           05 PIC X VALUE SPACE.
           05 EX-DATA-EVENTO PIC 9999/99/99.
           05 PIC X VALUE SPACE.
           05 EX-VALOR-BASE PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 EX-TAXA PIC Z9.9.
           05 PIC X VALUE '%'.
           05 PIC X VALUE SPACE.
           05 EX-ESTORNO PIC ZZ,ZZ9.99.
       01 EX-LINHA-TOTAL.
           05 PIC X(20) VALUE 'TOTAL ESTORNADO:    '.
           05 EX-TOTAL-VENDEDOR PIC $ZZZ,ZZ9.99.
           05 PIC X(30) VALUE '  - DESCONTO NA PROXIMA FOLHA'.
       01 EX-LINHA-TITULO-PEND.
           05 PIC X(50) VALUE
               'DEVOLUCOES E PERDAS SEM ESTORNO NESTA APURACAO'.
       01 EX-LINHA-PENDENCIA.
           05 EX-PEND-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 EX-PEND-MOTIVO PIC X(18).
           05 PIC X VALUE SPACE.
           05 EX-PEND-DATA-EVENTO PIC 9999/99/99.
           05 PIC X VALUE SPACE.
           05 EX-PEND-VALOR-BASE PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 EX-PEND-SITUACAO PIC X(32).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA
           MOVE WS-DATA TO WS-DATA-HOJE
           MOVE WS-DIA TO DIA-ATUAL
           MOVE WS-MES TO MES-ATUAL
           MOVE WS-ANO TO ANO-ATUAL
           PERFORM CARREGAR-DE-PARA
           IF QTD-DE-PARA = 0
               DISPLAY 'TAB-DE-PARA-OPERADOR.TXT AUSENTE OU VAZIA, '
                   'IMPOSSIVEL ACHAR O VENDEDOR'
               STOP RUN
           END-IF
           PERFORM CARREGAR-HISTORICO
           PERFORM CARREGAR-APURADOS
           IF APURADOS-EXCEDIDOS
               DISPLAY 'ESTORNOS-COMISSAO.TXT COM MAIS DE 5000 '
                   'REGISTROS, NENHUM ESTORNO APURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-PERDAS
           SET PASSO-DEVOLUCOES TO TRUE
           PERFORM LER-LOGS
           IF WS-QTD-EVENTOS > 0
               SET PASSO-VENDAS TO TRUE
               PERFORM LER-LOGS
           END-IF
           PERFORM RESOLVER-EVENTO
               VARYING IX-EV FROM 1 BY 1
               UNTIL IX-EV > WS-QTD-EVENTOS
           OPEN OUTPUT EXTRATO-ESTORNOS
           PERFORM EMITIR-EXTRATO-VENDEDOR
               VARYING WS-IX-VENDEDOR FROM 1 BY 1
               UNTIL WS-IX-VENDEDOR > 99
           PERFORM LISTAR-PENDENCIAS
           CLOSE EXTRATO-ESTORNOS
           OPEN EXTEND ESTORNOS-COMISSAO
           PERFORM REGISTRAR-EVENTO
               VARYING IX-EV FROM 1 BY 1
               UNTIL IX-EV > WS-QTD-EVENTOS
           CLOSE ESTORNOS-COMISSAO
           DISPLAY 'ESTORNOS DE COMISSAO: ' WS-QTD-ESTORNADOS
               ' - VALOR: ' WS-SOMA-ESTORNOS
               ' - SEM ESTORNO: ' WS-QTD-SEM-ESTORNO
               ' - PENDENCIAS: ' WS-QTD-PENDENCIAS
           STOP RUN.

      ******************************************************************
      * carrega o de-para dos operadores; so as linhas que trazem o
      * numero do vendedor nas comissoes interessam aqui.
      ******************************************************************
       CARREGAR-DE-PARA.
           OPEN INPUT TAB-DE-PARA
           IF WS-STATUS-DEPARA = '00'
               PERFORM LER-DE-PARA UNTIL WS-FIM-DEPARA = 'S'
               CLOSE TAB-DE-PARA
           END-IF.

       LER-DE-PARA.
           READ TAB-DE-PARA
               AT END
                   MOVE 'S' TO WS-FIM-DEPARA
               NOT AT END
                   IF QTD-DE-PARA < 50
                       ADD 1 TO QTD-DE-PARA
                       MOVE OPERADOR-DE-IN
                           TO OPERADOR-DE-TAB(QTD-DE-PARA)
                       MOVE 0 TO VENDEDOR-COMISSAO-TAB(QTD-DE-PARA)
                       IF VENDEDOR-COMISSAO-IN IS NUMERIC
                           MOVE VENDEDOR-COMISSAO-IN
                               TO VENDEDOR-COMISSAO-TAB(QTD-DE-PARA)
                       END-IF
                   END-IF
           END-READ.

       CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-COMISSOES
           IF WS-STATUS-HISTORICO = '00'
               PERFORM LER-HISTORICO UNTIL WS-FIM-HISTORICO = 'S'
           END-IF
           CLOSE HISTORICO-COMISSOES.

       LER-HISTORICO.
           READ HISTORICO-COMISSOES
               AT END
                   MOVE 'S' TO WS-FIM-HISTORICO
               NOT AT END
                   IF WS-QTD-HISTORICO < 3000
                           AND HC-NR-VENDEDOR > 0
                       ADD 1 TO WS-QTD-HISTORICO
                       MOVE HC-DATA TO HC-DATA-TAB(WS-QTD-HISTORICO)
                       MOVE HC-NR-VENDEDOR
                           TO HC-VENDEDOR-TAB(WS-QTD-HISTORICO)
                       MOVE HC-TAXA TO HC-TAXA-TAB(WS-QTD-HISTORICO)
                       MOVE HC-NOME-VENDEDOR
                           TO WS-NOME-VENDEDOR(HC-NR-VENDEDOR)
                   END-IF
           END-READ.

       CARREGAR-APURADOS.
           OPEN INPUT ESTORNOS-COMISSAO
           IF WS-STATUS-ESTORNOS = '00'
               PERFORM LER-APURADO UNTIL WS-FIM-ESTORNOS = 'S'
           END-IF
           CLOSE ESTORNOS-COMISSAO.

       LER-APURADO.
           READ ESTORNOS-COMISSAO
               AT END
                   MOVE 'S' TO WS-FIM-ESTORNOS
               NOT AT END
                   IF WS-QTD-APURADOS < 5000
                       ADD 1 TO WS-QTD-APURADOS
                       SET IX-RG TO WS-QTD-APURADOS
                       MOVE EC-ORIGEM TO RG-ORIGEM(IX-RG)
                       MOVE EC-NR-NOTA TO RG-NR-NOTA(IX-RG)
                       MOVE EC-DATA-EVENTO TO RG-DATA-EVENTO(IX-RG)
                       MOVE EC-VALOR-BASE TO RG-VALOR-BASE(IX-RG)
                   ELSE
                       SET APURADOS-EXCEDIDOS TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * perdas: cada titulo lancado como perda e um evento; a
      * reintegracao posterior do mesmo titulo o tira da apuracao
      * enquanto ele ainda nao tiver sido estornado.
      ******************************************************************
       CARREGAR-PERDAS.
           OPEN INPUT PERDAS-RECEBER
           IF WS-STATUS-PERDAS = '00'
               PERFORM LER-PERDA UNTIL WS-FIM-PERDAS = 'S'
           END-IF
           CLOSE PERDAS-RECEBER.

       LER-PERDA.
           READ PERDAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-PERDAS
               NOT AT END
                   EVALUATE PD-TIPO
                       WHEN 'P'
                           MOVE 'P' TO WS-ORIGEM
                           MOVE PD-NR-NOTA TO WS-NOTA-LINHA
                           MOVE PD-DATA TO WS-DATA-EVENTO
                           MOVE PD-VALOR TO WS-VALOR-BASE
                           PERFORM GUARDAR-EVENTO
                       WHEN 'R'
                           PERFORM REINTEGRAR-PERDA
                               VARYING IX-EV FROM 1 BY 1
                               UNTIL IX-EV > WS-QTD-EVENTOS
                   END-EVALUATE
           END-READ.

       REINTEGRAR-PERDA.
           IF EV-ORIGEM(IX-EV) = 'P'
                   AND EV-NR-NOTA(IX-EV) = PD-NR-NOTA
                   AND EV-SITUACAO(IX-EV) = SPACE
               MOVE 'X' TO EV-SITUACAO(IX-EV)
           END-IF.

      ******************************************************************
      * guarda uma devolucao ou perda ainda nao registrada; a chave e
      * a origem, a nota, a data e o valor do evento.
      ******************************************************************
       GUARDAR-EVENTO.
           IF WS-VALOR-BASE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FLAG-JA-APURADO
           SET IX-RG TO 1
           SEARCH APURADO-TAB
               AT END
                   CONTINUE
               WHEN IX-RG > WS-QTD-APURADOS
                   CONTINUE
               WHEN RG-ORIGEM(IX-RG) = WS-ORIGEM
                       AND RG-NR-NOTA(IX-RG) = WS-NOTA-LINHA
                       AND RG-DATA-EVENTO(IX-RG) = WS-DATA-EVENTO
                       AND RG-VALOR-BASE(IX-RG) = WS-VALOR-BASE
                   SET EVENTO-JA-APURADO TO TRUE
           END-SEARCH
           IF EVENTO-JA-APURADO
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-EVENTOS >= 2000
               DISPLAY 'EVENTO IGNORADO, TABELA CHEIA: NOTA '
                   WS-NOTA-LINHA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-EVENTOS
           SET IX-EV TO WS-QTD-EVENTOS
           MOVE SPACE TO EV-SITUACAO(IX-EV)
           MOVE WS-ORIGEM TO EV-ORIGEM(IX-EV)
           MOVE WS-NOTA-LINHA TO EV-NR-NOTA(IX-EV)
           MOVE WS-DATA-EVENTO TO EV-DATA-EVENTO(IX-EV)
           MOVE WS-VALOR-BASE TO EV-VALOR-BASE(IX-EV)
           MOVE 0 TO EV-DATA-VENDA(IX-EV) EV-VENDEDOR(IX-EV)
                     EV-TAXA(IX-EV) EV-DATA-TAXA(IX-EV)
                     EV-ESTORNO(IX-EV)
           MOVE SPACES TO EV-OPERADOR(IX-EV).

      ******************************************************************
      * le todas as geracoes do log e por fim o log vivo: a venda
      * pode estar meses antes da devolucao ou da perda.
      ******************************************************************
       LER-LOGS.
           MOVE 'N' TO WS-FIM-GERACOES
           OPEN INPUT GERACOES-LOG
           IF WS-STATUS-GERACOES = '00'
               PERFORM LER-GERACAO UNTIL WS-FIM-GERACOES = 'S'
           END-IF
           CLOSE GERACOES-LOG
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM LER-ARQUIVO-LOG.

       LER-GERACAO.
           READ GERACOES-LOG
               AT END
                   MOVE 'S' TO WS-FIM-GERACOES
               NOT AT END
                   MOVE GL-GERACAO TO WS-ARQ-GERACAO-MES
                   MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
                   PERFORM LER-ARQUIVO-LOG
           END-READ.

       LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-LINHA-LOG UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

      ******************************************************************
      * so os resumos de nota interessam: na primeira passada os de
      * devolucao ou estorno ('E', com o valor negativo), na segunda
      * os de venda, que dao o operador e a data de cada nota.
      ******************************************************************
       LER-LINHA-LOG.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LOG-TIPO-REGISTRO-X = SPACE
                           AND LOG-CODIGO-PRODUTO-X = SPACES
                           AND LOG-NR-NOTA-X IS NUMERIC
                       MOVE LOG-NR-NOTA-X TO WS-NOTA-LINHA
                       MOVE 0 TO WS-DATA-LINHA
                       IF LOG-DATA-X IS NUMERIC
                           MOVE LOG-DATA-X TO WS-DATA-LINHA
                       END-IF
                       IF PASSO-DEVOLUCOES
                           IF LOG-ESTORNO-X = 'E'
                               PERFORM GUARDAR-DEVOLUCAO
                           END-IF
                       ELSE
                           IF LOG-ESTORNO-X = SPACE
                               PERFORM CASAR-VENDA
                                   VARYING IX-EV FROM 1 BY 1
                                   UNTIL IX-EV > WS-QTD-EVENTOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-DEVOLUCAO.
           COMPUTE WS-VALOR-LINHA =
               FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
           IF WS-VALOR-LINHA < 0
               MOVE 'D' TO WS-ORIGEM
               MOVE WS-DATA-LINHA TO WS-DATA-EVENTO
               COMPUTE WS-VALOR-BASE = 0 - WS-VALOR-LINHA
               PERFORM GUARDAR-EVENTO
           END-IF.

       CASAR-VENDA.
           IF EV-NR-NOTA(IX-EV) = WS-NOTA-LINHA
                   AND EV-OPERADOR(IX-EV) = SPACES
               MOVE LOG-OPERADOR-X TO EV-OPERADOR(IX-EV)
               MOVE WS-DATA-LINHA TO EV-DATA-VENDA(IX-EV)
           END-IF.

      ******************************************************************
      * resolve um evento: vendedor pelo de-para do operador que
      * vendeu e a apuracao de comissao que pagou a venda (a primeira
      * do vendedor na data da venda ou depois). so ha estorno quando
      * essa apuracao e anterior a devolucao ou a perda; apurada
      * depois, a comissao ja saiu sobre o valor liquido. venda ainda
      * nao comissionada fica para uma proxima apuracao.
      ******************************************************************
       RESOLVER-EVENTO.
           IF EV-SITUACAO(IX-EV) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF EV-OPERADOR(IX-EV) = SPACES
               MOVE 'V' TO EV-SITUACAO(IX-EV)
               EXIT PARAGRAPH
           END-IF
           SET IX-DP TO 1
           SEARCH DE-PARA
               AT END
                   CONTINUE
               WHEN IX-DP > QTD-DE-PARA
                   CONTINUE
               WHEN OPERADOR-DE-TAB(IX-DP) = EV-OPERADOR(IX-EV)
                   MOVE VENDEDOR-COMISSAO-TAB(IX-DP)
                       TO EV-VENDEDOR(IX-EV)
           END-SEARCH
           IF EV-VENDEDOR(IX-EV) = 0
               MOVE 'O' TO EV-SITUACAO(IX-EV)
               EXIT PARAGRAPH
           END-IF
           SET IX-HC TO 1
           SEARCH HISTORICO-TAB
               AT END
                   CONTINUE
               WHEN IX-HC > WS-QTD-HISTORICO
                   CONTINUE
               WHEN HC-VENDEDOR-TAB(IX-HC) = EV-VENDEDOR(IX-EV)
                       AND HC-DATA-TAB(IX-HC) >= EV-DATA-VENDA(IX-EV)
                   MOVE HC-DATA-TAB(IX-HC) TO EV-DATA-TAXA(IX-EV)
                   MOVE HC-TAXA-TAB(IX-HC) TO EV-TAXA(IX-EV)
           END-SEARCH
           IF EV-DATA-TAXA(IX-EV) = 0
               MOVE 'C' TO EV-SITUACAO(IX-EV)
               EXIT PARAGRAPH
           END-IF
           IF EV-DATA-TAXA(IX-EV) >= EV-DATA-EVENTO(IX-EV)
               MOVE 'N' TO EV-SITUACAO(IX-EV)
               ADD 1 TO WS-QTD-SEM-ESTORNO
               EXIT PARAGRAPH
           END-IF
           COMPUTE EV-ESTORNO(IX-EV) ROUNDED =
               EV-VALOR-BASE(IX-EV) * EV-TAXA(IX-EV)
           IF EV-ESTORNO(IX-EV) = 0
               MOVE 'N' TO EV-SITUACAO(IX-EV)
               ADD 1 TO WS-QTD-SEM-ESTORNO
           ELSE
               MOVE 'P' TO EV-SITUACAO(IX-EV)
               ADD 1 TO WS-QTD-ESTORNADOS
               ADD EV-ESTORNO(IX-EV) TO WS-SOMA-ESTORNOS
           END-IF.

      ******************************************************************
      * uma pagina por vendedor com estorno nesta apuracao: cada
      * nota, o motivo, a taxa paga e o valor a descontar na folha.
      ******************************************************************
       EMITIR-EXTRATO-VENDEDOR.
           MOVE 'N' TO WS-FLAG-VENDEDOR
           MOVE 0 TO WS-TOTAL-VENDEDOR
           PERFORM LISTAR-ESTORNO-VENDEDOR
               VARYING IX-EV FROM 1 BY 1
               UNTIL IX-EV > WS-QTD-EVENTOS
           IF VENDEDOR-COM-ESTORNO
               MOVE WS-TOTAL-VENDEDOR TO EX-TOTAL-VENDEDOR
               WRITE REG-EXTRATO-OUT FROM EX-LINHA-TRACO
               WRITE REG-EXTRATO-OUT FROM EX-LINHA-TOTAL
           END-IF.

       LISTAR-ESTORNO-VENDEDOR.
           IF EV-SITUACAO(IX-EV) = 'P'
                   AND EV-VENDEDOR(IX-EV) = WS-IX-VENDEDOR
               IF NOT VENDEDOR-COM-ESTORNO
                   SET VENDEDOR-COM-ESTORNO TO TRUE
                   PERFORM ESCREVER-CABECALHO
                   MOVE WS-IX-VENDEDOR TO EX-NR-VENDEDOR
                   MOVE WS-NOME-VENDEDOR(WS-IX-VENDEDOR)
                       TO EX-NOME-VENDEDOR
                   WRITE REG-EXTRATO-OUT FROM EX-LINHA-VENDEDOR
                   WRITE REG-EXTRATO-OUT FROM EX-LINHA-COLUNAS
               END-IF
               MOVE EV-NR-NOTA(IX-EV) TO EX-NR-NOTA
               PERFORM MONTAR-MOTIVO
               MOVE WS-MOTIVO TO EX-MOTIVO
               MOVE EV-DATA-VENDA(IX-EV) TO EX-DATA-VENDA
               MOVE EV-DATA-EVENTO(IX-EV) TO EX-DATA-EVENTO
               MOVE EV-VALOR-BASE(IX-EV) TO EX-VALOR-BASE
               COMPUTE WS-TAXA-PCT = EV-TAXA(IX-EV) * 100
               MOVE WS-TAXA-PCT TO EX-TAXA
               MOVE EV-ESTORNO(IX-EV) TO EX-ESTORNO
               WRITE REG-EXTRATO-OUT FROM EX-LINHA-ESTORNO
               ADD EV-ESTORNO(IX-EV) TO WS-TOTAL-VENDEDOR
           END-IF.

       ESCREVER-CABECALHO.
           ADD 1 TO WS-QTD-PAGINAS
           IF WS-QTD-PAGINAS = 1
               WRITE REG-EXTRATO-OUT FROM EX-CABECALHO
           ELSE
               WRITE REG-EXTRATO-OUT FROM EX-CABECALHO
                   AFTER ADVANCING PAGE
           END-IF
           WRITE REG-EXTRATO-OUT FROM EX-LINHA-TRACO.

       MONTAR-MOTIVO.
           IF EV-ORIGEM(IX-EV) = 'P'
               MOVE 'PERDA DO RECEBIVEL' TO WS-MOTIVO
           ELSE
               MOVE 'DEVOLUCAO/ESTORNO' TO WS-MOTIVO
           END-IF.

      ******************************************************************
      * ultima pagina: devolucoes e perdas que ficaram sem estorno
      * por falta de dados; voltam a ser apuradas na proxima execucao.
      ******************************************************************
       LISTAR-PENDENCIAS.
           PERFORM LISTAR-PENDENCIA
               VARYING IX-EV FROM 1 BY 1
               UNTIL IX-EV > WS-QTD-EVENTOS.

       LISTAR-PENDENCIA.
           IF EV-SITUACAO(IX-EV) = 'V' OR 'O' OR 'C'
               ADD 1 TO WS-QTD-PENDENCIAS
               IF WS-QTD-PENDENCIAS = 1
                   PERFORM ESCREVER-CABECALHO
                   WRITE REG-EXTRATO-OUT FROM EX-LINHA-TITULO-PEND
               END-IF
               MOVE EV-NR-NOTA(IX-EV) TO EX-PEND-NR-NOTA
               PERFORM MONTAR-MOTIVO
               MOVE WS-MOTIVO TO EX-PEND-MOTIVO
               MOVE EV-DATA-EVENTO(IX-EV) TO EX-PEND-DATA-EVENTO
               MOVE EV-VALOR-BASE(IX-EV) TO EX-PEND-VALOR-BASE
               EVALUATE EV-SITUACAO(IX-EV)
                   WHEN 'V'
                       MOVE 'VENDA NAO ACHADA NO LOG'
                           TO EX-PEND-SITUACAO
                   WHEN 'O'
                       MOVE 'OPERADOR SEM VENDEDOR: '
                           TO EX-PEND-SITUACAO
                       MOVE EV-OPERADOR(IX-EV)
                           TO EX-PEND-SITUACAO(24:5)
                   WHEN 'C'
                       MOVE 'VENDA AINDA NAO COMISSIONADA'
                           TO EX-PEND-SITUACAO
               END-EVALUATE
               WRITE REG-EXTRATO-OUT FROM EX-LINHA-PENDENCIA
           END-IF.

      ******************************************************************
      * registra os eventos decididos: com estorno ('P', que
      * EXTRATO-COMISSAO leva a proxima folha) ou sem ('N').
      ******************************************************************
       REGISTRAR-EVENTO.
           IF EV-SITUACAO(IX-EV) = 'P' OR 'N'
               MOVE SPACES TO REG-ESTORNO-COMISSAO
               MOVE EV-SITUACAO(IX-EV) TO EC-SITUACAO
               MOVE EV-VENDEDOR(IX-EV) TO EC-NR-VENDEDOR
               MOVE EV-ESTORNO(IX-EV) TO EC-VALOR-ESTORNO
               MOVE 0 TO EC-DATA-FOLHA
               MOVE WS-DATA-HOJE TO EC-DATA-APURACAO
               MOVE EV-ORIGEM(IX-EV) TO EC-ORIGEM
               MOVE EV-NR-NOTA(IX-EV) TO EC-NR-NOTA
               MOVE EV-DATA-EVENTO(IX-EV) TO EC-DATA-EVENTO
               MOVE EV-VALOR-BASE(IX-EV) TO EC-VALOR-BASE
               MOVE EV-DATA-VENDA(IX-EV) TO EC-DATA-VENDA
               MOVE EV-OPERADOR(IX-EV) TO EC-OPERADOR
               MOVE EV-TAXA(IX-EV) TO EC-TAXA
               MOVE EV-DATA-TAXA(IX-EV) TO EC-DATA-TAXA
               WRITE REG-ESTORNO-COMISSAO
           END-IF.

       END PROGRAM ESTORNO-COMISSAO.
