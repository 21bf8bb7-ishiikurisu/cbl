      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: End-of-day rollover of LOG-TRANSACOES.TXT: every line
      *          of a closed day (dated before the processing date in
      *          DATA-MOVIMENTO.TXT) moves to the monthly archive
      *          generation LOG-TRANSACOES-AAAAMM.TXT, listed in
      *          GERACOES-LOG.TXT, and only the open business stays in
      *          the live log. Each archived nota summary is indexed in
      *          NOTAS-ARQUIVADAS.TXT (nota, day, caixa, customer,
      *          generation) so CALC4 still finds an archived nota for
      *          a return, and the closed sale lines are summarized
      *          into VENDAS-DIARIAS.TXT per day, caixa, operator,
      *          product and payment form for the period reports. Run
      *          once a day with every caixa signed off, after the
      *          cash closing and the advance of the processing date;
      *          with a session still open or an interrupted nota in
      *          any caixa the run is refused with return code 8 and
      *          the log is left untouched
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLAGEM-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOG-TRANSACOES
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * linhas do movimento em aberto, guardadas enquanto o log e
      * lido e copiadas de volta para ele no fim.
       SELECT LOG-ABERTO
           ASSIGN TO '.\LOG-TRANSACOES.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
      * geracao mensal do arquivo do log, com o nome montado em
      * tempo de execucao pelo mes das linhas arquivadas.
       SELECT OPTIONAL LOG-GERACAO
           ASSIGN TO WS-ARQ-GERACAO
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GERACOES-LOG
           ASSIGN TO '.\GERACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACOES.
       SELECT OPTIONAL NOTAS-ARQUIVADAS
           ASSIGN TO '.\NOTAS-ARQUIVADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VENDAS-DIARIAS
           ASSIGN TO '.\VENDAS-DIARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
      * sessao aberta e nota interrompida de cada caixa, gravadas
      * por CALC4; ambas vazias quando o caixa foi encerrado.
       SELECT SESSAO-CAIXA
           ASSIGN TO WS-ARQ-SESSAO-CAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SESSAO.
       SELECT NOTA-ABERTA
           ASSIGN TO WS-ARQ-NOTA-ABERTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA-ABERTA.
       SELECT ARQ-SORT
           ASSIGN TO '.\SORT-ROLAGEM.TMP'
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

       FD LOG-ABERTO LABEL RECORDS ARE STANDARD.
       01 REG-LOG-ABERTO PIC X(147).

       FD LOG-GERACAO LABEL RECORDS ARE STANDARD.
       01 REG-LOG-GERACAO PIC X(147).

      * uma linha por geracao mensal existente do arquivo do log.
       FD GERACOES-LOG LABEL RECORDS ARE STANDARD.
       01 REG-GERACAO.
           05 GL-GERACAO PIC 9(6).

      * indice das notas arquivadas: uma linha por resumo de nota
      * (venda ou reversao 'E') levado a uma geracao.
       FD NOTAS-ARQUIVADAS LABEL RECORDS ARE STANDARD.
       01 REG-NOTA-ARQUIVADA.
           05 NARQ-NR-NOTA PIC 9(6).
           05 PIC X.
           05 NARQ-DATA PIC 9(8).
           05 PIC X.
           05 NARQ-CAIXA PIC XX.
           05 PIC X.
           05 NARQ-CLIENTE PIC X(5).
           05 PIC X.
           05 NARQ-GERACAO PIC 9(6).
           05 PIC X.
           05 NARQ-ESTORNO PIC X.

      * resumo diario das vendas dos dias fechados. linha com codigo
      * de produto: unidades e valor dos itens do produto (reversoes
      * abatidas), pela forma de pagamento da nota; linha com o
      * codigo em branco: as notas do dia, caixa, operador e forma,
      * com a quantidade de notas, o subtotal, o desconto, a taxa e
      * o total geral. valores editados como no log.
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
           05 VD-QUANTIDADE PIC ZZZ,ZZ9-.
           05 PIC X.
           05 VD-VALOR PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X.
           05 VD-DESCONTO PIC Z,ZZZ,ZZ9.99-.
           05 PIC X.
           05 VD-VALOR-TAXA PIC Z,ZZZ,ZZ9.99-.
           05 PIC X.
           05 VD-TOTAL-GERAL PIC ZZ,ZZZ,ZZ9.99-.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

      * mesmo leiaute gravado por CALC4.
       FD SESSAO-CAIXA LABEL RECORDS ARE STANDARD.
       01 REG-SESSAO-CAIXA.
           05 SES-CAIXA PIC 99.
           05 PIC X.
           05 SES-OPERADOR PIC X(5).
           05 PIC X.
           05 SES-DATA PIC 9(8).
           05 PIC X.
           05 SES-HORA PIC 9(6).

      * basta saber se ha alguma linha; so o tipo e lido.
       FD NOTA-ABERTA LABEL RECORDS ARE STANDARD.
       01 REG-NOTA-ABERTA.
           05 NA-TIPO PIC X.

      * linhas de venda dos dias fechados, ordenadas pela chave do
      * resumo diario.
       SD ARQ-SORT LABEL RECORDS ARE STANDARD.
       01 REG-SORT.
           05 S-CHAVE.
               10 S-DATA PIC 9(8).
               10 S-CAIXA PIC XX.
               10 S-OPERADOR PIC X(5).
               10 S-CODIGO PIC X(6).
               10 S-FORMA PIC X.
           05 S-QUANTIDADE PIC S9(7) SIGN LEADING SEPARATE.
           05 S-VALOR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 S-DESCONTO PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 S-VALOR-TAXA PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 S-TOTAL-GERAL PIC S9(9)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-STATUS-SESSAO PIC XX.
       01 WS-STATUS-NOTA-ABERTA PIC XX.
       01 WS-ARQ-SESSAO-CAIXA.
           05 PIC X(15) VALUE '.\SESSAO-CAIXA-'.
           05 WS-ARQ-SESSAO-NR PIC 99 VALUE 1.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-ARQ-NOTA-ABERTA.
           05 PIC X(14) VALUE '.\NOTA-ABERTA-'.
           05 WS-ARQ-NOTA-CAIXA PIC 99 VALUE 1.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-IX-CAIXA PIC 999.
       01 WS-QTD-CAIXAS-PENDENTES PIC 99 VALUE 0.
       01 WS-FLAG-PENDENTE PIC X VALUE 'N'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-FLAG-FECHADA PIC X VALUE 'N'.
           88 LINHA-FECHADA VALUE 'S'.

      * geracao mensal aberta para gravacao; 999999 = nenhuma.
       01 WS-GERACAO-ABERTA PIC 9(6) VALUE 999999.
       01 WS-GERACAO-LINHA PIC 9(6) VALUE 0.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.

       01 WS-TAB-GERACOES.
           05 QTD-GERACOES PIC 999 VALUE 0.
           05 GERACAO-TAB OCCURS 600 TIMES INDEXED BY IX-GE.
               10 GE-GERACAO PIC 9(6).

      * forma de pagamento de cada nota dos dias fechados, pelo
      * resumo que a fecha: os itens sao gravados sem a forma, que so
      * e conhecida no fechamento da nota.
       01 WS-TAB-FORMAS.
           05 QTD-FORMAS PIC 9(4) VALUE 0.
           05 FORMA-TAB OCCURS 5000 TIMES INDEXED BY IX-FO.
               10 FO-CHAVE.
                   15 FO-DATA PIC X(8).
                   15 FO-CAIXA PIC XX.
                   15 FO-NR-NOTA PIC X(6).
               10 FO-FORMA PIC X.
       01 WS-CHAVE-NOTA.
           05 WS-CHAVE-DATA PIC X(8).
           05 WS-CHAVE-CAIXA PIC XX.
           05 WS-CHAVE-NR-NOTA PIC X(6).

      * acumulo do resumo diario na quebra da chave
       01 WS-CHAVE-ANTERIOR PIC X(22) VALUE SPACES.
       01 WS-FLAG-ACUMULO PIC X VALUE 'N'.
           88 HA-ACUMULO VALUE 'S'.
       01 WS-ACUMULO.
           05 AC-DATA PIC 9(8).
           05 AC-CAIXA PIC XX.
           05 AC-OPERADOR PIC X(5).
           05 AC-CODIGO PIC X(6).
           05 AC-FORMA PIC X.
           05 AC-QUANTIDADE PIC S9(7).
           05 AC-VALOR PIC S9(9)V99.
           05 AC-DESCONTO PIC S9(9)V99.
           05 AC-VALOR-TAXA PIC S9(9)V99.
           05 AC-TOTAL-GERAL PIC S9(9)V99.

       01 WS-CONTAGENS.
           05 WS-QTD-LIDAS PIC 9(7) VALUE 0.
           05 WS-QTD-ARQUIVADAS PIC 9(7) VALUE 0.
           05 WS-QTD-MANTIDAS PIC 9(7) VALUE 0.
           05 WS-QTD-NOTAS-INDEXADAS PIC 9(7) VALUE 0.
           05 WS-QTD-RESUMOS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 140-VERIFICAR-CAIXAS
           IF WS-QTD-CAIXAS-PENDENTES > 0
               DISPLAY 'ROLAGEM RECUSADA: ' WS-QTD-CAIXAS-PENDENTES
                   ' CAIXA(S) SEM ENCERRAMENTO EM CALC4'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A ROLAR'
               STOP RUN
           END-IF
           PERFORM 130-CARREGAR-FORMAS
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES
           PERFORM 120-CARREGAR-GERACOES
           OPEN EXTEND GERACOES-LOG
           OPEN EXTEND NOTAS-ARQUIVADAS
           OPEN EXTEND VENDAS-DIARIAS
           OPEN OUTPUT LOG-ABERTO
           SORT ARQ-SORT
               ON ASCENDING KEY S-CHAVE
               INPUT PROCEDURE IS 200-SEPARAR-LINHAS
               OUTPUT PROCEDURE IS 300-GRAVAR-RESUMO-DIARIO
           IF WS-GERACAO-ABERTA NOT = 999999
               CLOSE LOG-GERACAO
           END-IF
           CLOSE LOG-ABERTO GERACOES-LOG NOTAS-ARQUIVADAS
               VENDAS-DIARIAS
           PERFORM 400-REGRAVAR-LOG-ABERTO
           DISPLAY 'ROLAGEM DO LOG ATE ' WS-DATA-OFICIAL
               ': LIDAS ' WS-QTD-LIDAS
               ' ARQUIVADAS ' WS-QTD-ARQUIVADAS
               ' MANTIDAS ' WS-QTD-MANTIDAS
           DISPLAY 'NOTAS INDEXADAS ' WS-QTD-NOTAS-INDEXADAS
               ' LINHAS DE RESUMO DIARIO ' WS-QTD-RESUMOS
           STOP RUN.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina. os dias antes
      * dela estao fechados.
      *****************************************************************
       110-LER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

       120-CARREGAR-GERACOES.
           OPEN INPUT GERACOES-LOG
           IF WS-STATUS-GERACOES = '00'
               PERFORM 125-LER-GERACAO
                   UNTIL WS-FIM-GERACOES = 'S'
           END-IF
           CLOSE GERACOES-LOG.

       125-LER-GERACAO.
           READ GERACOES-LOG
               AT END
                   MOVE 'S' TO WS-FIM-GERACOES
               NOT AT END
                   IF QTD-GERACOES < 600
                       ADD 1 TO QTD-GERACOES
                       SET IX-GE TO QTD-GERACOES
                       MOVE GL-GERACAO TO GE-GERACAO(IX-GE)
                   END-IF
           END-READ.

      *****************************************************************
      * primeira passada: a forma de pagamento dos resumos de nota
      * dos dias fechados, por dia, caixa e nota. a reversao feita no
      * mesmo dia cai na chave da venda, que ja esta na tabela; a
      * devolucao de outro dia traz a forma do proprio resumo 'E'.
      *****************************************************************
       130-CARREGAR-FORMAS.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   PERFORM 210-CLASSIFICAR-DATA
                   IF LINHA-FECHADA
                           AND LOG-CODIGO-PRODUTO-X = SPACES
                           AND LOG-TIPO-REGISTRO-X = SPACE
                           AND LOG-NR-NOTA-X IS NUMERIC
                       PERFORM 135-GUARDAR-FORMA
                   END-IF
           END-READ.

       135-GUARDAR-FORMA.
           MOVE LOG-DATA-X TO WS-CHAVE-DATA
           MOVE LOG-CAIXA-X TO WS-CHAVE-CAIXA
           MOVE LOG-NR-NOTA-X TO WS-CHAVE-NR-NOTA
           PERFORM 250-PROCURAR-FORMA
           IF IX-FO > QTD-FORMAS
               IF QTD-FORMAS < 5000
                   ADD 1 TO QTD-FORMAS
                   SET IX-FO TO QTD-FORMAS
                   MOVE WS-CHAVE-NOTA TO FO-CHAVE(IX-FO)
                   MOVE LOG-FORMA-PAGTO-X TO FO-FORMA(IX-FO)
               END-IF
           END-IF.

      *****************************************************************
      * o log so pode ser regravado com todos os caixas encerrados:
      * uma sessao aberta ou uma nota interrompida ainda vai gravar
      * no log vivo. cada caixa pendente e listado.
      *****************************************************************
       140-VERIFICAR-CAIXAS.
           PERFORM 145-TESTAR-CAIXA
               VARYING WS-IX-CAIXA FROM 1 BY 1
               UNTIL WS-IX-CAIXA > 99.

       145-TESTAR-CAIXA.
           MOVE WS-IX-CAIXA TO WS-ARQ-SESSAO-NR WS-ARQ-NOTA-CAIXA
           MOVE 'N' TO WS-FLAG-PENDENTE
           OPEN INPUT SESSAO-CAIXA
           IF WS-STATUS-SESSAO = '00'
               READ SESSAO-CAIXA
                   NOT AT END
                       MOVE 'S' TO WS-FLAG-PENDENTE
                       DISPLAY 'CAIXA ' WS-ARQ-SESSAO-NR
                           ' COM SESSAO ABERTA, OPERADOR '
                           SES-OPERADOR
               END-READ
               CLOSE SESSAO-CAIXA
           END-IF
           OPEN INPUT NOTA-ABERTA
           IF WS-STATUS-NOTA-ABERTA = '00'
               READ NOTA-ABERTA
                   NOT AT END
                       MOVE 'S' TO WS-FLAG-PENDENTE
                       DISPLAY 'CAIXA ' WS-ARQ-NOTA-CAIXA
                           ' COM NOTA INTERROMPIDA'
               END-READ
               CLOSE NOTA-ABERTA
           END-IF
           IF WS-FLAG-PENDENTE = 'S'
               ADD 1 TO WS-QTD-CAIXAS-PENDENTES
           END-IF.

      *****************************************************************
      * segunda passada: cada linha do log vai para a geracao do seu
      * mes (dia fechado) ou para o arquivo de trabalho (movimento em
      * aberto). as linhas de venda dos dias fechados alimentam o
      * resumo diario; os resumos de nota arquivados, o indice.
      *****************************************************************
       200-SEPARAR-LINHAS.
           OPEN INPUT LOG-TRANSACOES
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           PERFORM 205-LER-LINHA
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-TRANSACOES.

       205-LER-LINHA.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   PERFORM 210-CLASSIFICAR-DATA
                   IF LINHA-FECHADA
                       PERFORM 220-ARQUIVAR-LINHA
                   ELSE
                       WRITE REG-LOG-ABERTO FROM REG-LOG-IN
                       ADD 1 TO WS-QTD-MANTIDAS
                   END-IF
           END-READ.

      *****************************************************************
      * linha de dia fechado: data anterior aa do movimento. as
      * linhas antigas, gravadas sem a data, tambem estao fechadas e
      * vao para a geracao 000000.
      *****************************************************************
       210-CLASSIFICAR-DATA.
           MOVE 'N' TO WS-FLAG-FECHADA
           IF LOG-DATA-X IS NUMERIC
               MOVE LOG-DATA-X TO WS-DATA-LINHA
               IF WS-DATA-LINHA < WS-DATA-OFICIAL
                   SET LINHA-FECHADA TO TRUE
               END-IF
           ELSE
               MOVE 0 TO WS-DATA-LINHA
               SET LINHA-FECHADA TO TRUE
           END-IF.

       220-ARQUIVAR-LINHA.
           COMPUTE WS-GERACAO-LINHA = WS-DATA-LINHA / 100
           IF WS-GERACAO-LINHA NOT = WS-GERACAO-ABERTA
               PERFORM 225-TROCAR-GERACAO
           END-IF
           WRITE REG-LOG-GERACAO FROM REG-LOG-IN
           ADD 1 TO WS-QTD-ARQUIVADAS
           IF LOG-TIPO-REGISTRO-X = SPACE AND WS-DATA-LINHA > 0
               IF LOG-CODIGO-PRODUTO-X = SPACES
                   IF LOG-NR-NOTA-X IS NUMERIC
                       PERFORM 230-INDEXAR-NOTA
                       PERFORM 240-LIBERAR-LINHA-VENDA
                   END-IF
               ELSE
                   PERFORM 240-LIBERAR-LINHA-VENDA
               END-IF
           END-IF.

      *****************************************************************
      * fecha a geracao em uso e abre, estendendo, a do mes da linha;
      * geracao nova entra na lista de GERACOES-LOG.TXT.
      *****************************************************************
       225-TROCAR-GERACAO.
           IF WS-GERACAO-ABERTA NOT = 999999
               CLOSE LOG-GERACAO
           END-IF
           MOVE WS-GERACAO-LINHA TO WS-GERACAO-ABERTA
           MOVE WS-GERACAO-LINHA TO WS-ARQ-GERACAO-MES
           OPEN EXTEND LOG-GERACAO
           SET IX-GE TO 1
           SEARCH GERACAO-TAB
               AT END
                   MOVE WS-GERACAO-LINHA TO GL-GERACAO
                   WRITE REG-GERACAO
                   IF QTD-GERACOES < 600
                       ADD 1 TO QTD-GERACOES
                       SET IX-GE TO QTD-GERACOES
                       MOVE WS-GERACAO-LINHA TO GE-GERACAO(IX-GE)
                   END-IF
               WHEN GE-GERACAO(IX-GE) = WS-GERACAO-LINHA
                   CONTINUE
           END-SEARCH.

       230-INDEXAR-NOTA.
           MOVE SPACES TO REG-NOTA-ARQUIVADA
           MOVE LOG-NR-NOTA-X TO NARQ-NR-NOTA
           MOVE WS-DATA-LINHA TO NARQ-DATA
           MOVE LOG-CAIXA-X TO NARQ-CAIXA
           MOVE LOG-CLIENTE-X TO NARQ-CLIENTE
           MOVE WS-GERACAO-LINHA TO NARQ-GERACAO
           MOVE LOG-ESTORNO-X TO NARQ-ESTORNO
           WRITE REG-NOTA-ARQUIVADA
           ADD 1 TO WS-QTD-NOTAS-INDEXADAS.

      *****************************************************************
      * libera a linha de venda para o resumo diario. linha de item:
      * unidades (abatidas na reversao 'E', que traz o total ja
      * negativo) e valor, pela forma de pagamento do resumo da nota.
      * resumo de nota: uma nota (a reversao nao conta), subtotal,
      * desconto, taxa e total geral.
      *****************************************************************
       240-LIBERAR-LINHA-VENDA.
           MOVE WS-DATA-LINHA TO S-DATA
           MOVE LOG-CAIXA-X TO S-CAIXA
           MOVE LOG-OPERADOR-X TO S-OPERADOR
           MOVE LOG-CODIGO-PRODUTO-X TO S-CODIGO
           COMPUTE S-VALOR = FUNCTION NUMVAL-C(LOG-TOTAL-X)
           IF LOG-CODIGO-PRODUTO-X NOT = SPACES
               MOVE LOG-DATA-X TO WS-CHAVE-DATA
               MOVE LOG-CAIXA-X TO WS-CHAVE-CAIXA
               MOVE LOG-NR-NOTA-X TO WS-CHAVE-NR-NOTA
               PERFORM 250-PROCURAR-FORMA
               IF IX-FO > QTD-FORMAS
                   MOVE SPACE TO S-FORMA
               ELSE
                   MOVE FO-FORMA(IX-FO) TO S-FORMA
               END-IF
               COMPUTE S-QUANTIDADE =
                   FUNCTION NUMVAL-C(LOG-QUANTIDADE-X)
               IF LOG-ESTORNO-X = 'E'
                   COMPUTE S-QUANTIDADE = 0 - S-QUANTIDADE
               END-IF
               MOVE 0 TO S-DESCONTO
               MOVE 0 TO S-VALOR-TAXA
               MOVE 0 TO S-TOTAL-GERAL
           ELSE
               MOVE LOG-FORMA-PAGTO-X TO S-FORMA
               IF LOG-ESTORNO-X = 'E'
                   MOVE 0 TO S-QUANTIDADE
               ELSE
                   MOVE 1 TO S-QUANTIDADE
               END-IF
               COMPUTE S-DESCONTO = FUNCTION NUMVAL-C(LOG-DESCONTO-X)
               COMPUTE S-VALOR-TAXA =
                   FUNCTION NUMVAL-C(LOG-VALOR-TAXA-X)
               COMPUTE S-TOTAL-GERAL =
                   FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
           END-IF
           RELEASE REG-SORT.

      *****************************************************************
      * procura dia+caixa+nota de WS-CHAVE-NOTA na tabela de formas;
      * sem achar, IX-FO fica alem da ultima nota.
      *****************************************************************
       250-PROCURAR-FORMA.
           SET IX-FO TO 1
           SEARCH FORMA-TAB
               AT END
                   SET IX-FO TO QTD-FORMAS
                   SET IX-FO UP BY 1
               WHEN IX-FO > QTD-FORMAS
                   CONTINUE
               WHEN FO-CHAVE(IX-FO) = WS-CHAVE-NOTA
                   CONTINUE
           END-SEARCH.

      *****************************************************************
      * soma as linhas ordenadas por dia, caixa, operador, produto e
      * forma, gravando uma linha do resumo diario a cada quebra.
      *****************************************************************
       300-GRAVAR-RESUMO-DIARIO.
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           PERFORM 310-RETORNAR-LINHA
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           IF HA-ACUMULO
               PERFORM 320-GRAVAR-ACUMULO
           END-IF.

       310-RETORNAR-LINHA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF HA-ACUMULO AND S-CHAVE NOT = WS-CHAVE-ANTERIOR
                       PERFORM 320-GRAVAR-ACUMULO
                   END-IF
                   IF NOT HA-ACUMULO
                       MOVE S-CHAVE TO WS-CHAVE-ANTERIOR
                       MOVE S-DATA TO AC-DATA
                       MOVE S-CAIXA TO AC-CAIXA
                       MOVE S-OPERADOR TO AC-OPERADOR
                       MOVE S-CODIGO TO AC-CODIGO
                       MOVE S-FORMA TO AC-FORMA
                       MOVE 0 TO AC-QUANTIDADE AC-VALOR AC-DESCONTO
                           AC-VALOR-TAXA AC-TOTAL-GERAL
                       SET HA-ACUMULO TO TRUE
                   END-IF
                   ADD S-QUANTIDADE TO AC-QUANTIDADE
                   ADD S-VALOR TO AC-VALOR
                   ADD S-DESCONTO TO AC-DESCONTO
                   ADD S-VALOR-TAXA TO AC-VALOR-TAXA
                   ADD S-TOTAL-GERAL TO AC-TOTAL-GERAL
           END-RETURN.

       320-GRAVAR-ACUMULO.
           MOVE SPACES TO REG-VENDA-DIARIA
           MOVE AC-DATA TO VD-DATA
           MOVE AC-CAIXA TO VD-CAIXA
           MOVE AC-OPERADOR TO VD-OPERADOR
           MOVE AC-CODIGO TO VD-CODIGO-PRODUTO
           MOVE AC-FORMA TO VD-FORMA-PAGTO
           MOVE AC-QUANTIDADE TO VD-QUANTIDADE
           MOVE AC-VALOR TO VD-VALOR
           MOVE AC-DESCONTO TO VD-DESCONTO
           MOVE AC-VALOR-TAXA TO VD-VALOR-TAXA
           MOVE AC-TOTAL-GERAL TO VD-TOTAL-GERAL
           WRITE REG-VENDA-DIARIA
           ADD 1 TO WS-QTD-RESUMOS
           MOVE 'N' TO WS-FLAG-ACUMULO.

      *****************************************************************
      * o log passa a ter so o movimento em aberto, copiado de volta
      * do arquivo de trabalho.
      *****************************************************************
       400-REGRAVAR-LOG-ABERTO.
           OPEN INPUT LOG-ABERTO
           OPEN OUTPUT LOG-TRANSACOES
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           PERFORM 410-COPIAR-LINHA
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE LOG-ABERTO LOG-TRANSACOES.

       410-COPIAR-LINHA.
           READ LOG-ABERTO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   WRITE REG-LOG-IN FROM REG-LOG-ABERTO
           END-READ.

       END PROGRAM ROLAGEM-LOG.
