      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Card acquirer reconciliation: the settlement file the
      *          acquirer sends (EXTRATO-ADQUIRENTE.TXT, one credit per
      *          card sale, gross, fee and net) is matched against the
      *          notas CALC4 closed with LOG-FORMA-PAGTO 'C' in
      *          LOG-TRANSACOES.TXT by sale date, caixa and amount.
      *          Reports each settled nota with the fee charged against
      *          the contracted rate (P209-TAXA-CARTAO, percent), the
      *          card notas never settled and the credits that match no
      *          nota. Period by P209-DATA-INI / P209-DATA-FIM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-CARTAO.

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
      * arquivo de liquidacao recebido da adquirente: uma linha por
      * venda creditada, com a data da venda, o caixa (terminal) que
      * a capturou, o valor bruto, a taxa descontada, o liquido e a
      * data do credito em conta.
       SELECT EXTRATO-ADQUIRENTE
           ASSIGN TO '.\EXTRATO-ADQUIRENTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.
       SELECT RELAT-CONCILIACAO
           ASSIGN TO '.\RELAT-CONCILIA-CARTAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesma largura de colunas gravada por CALC4 (250-REGISTRAR-LOG
      * e 255-REGISTRAR-LOG-NOTA), lida como texto para que os
      * valores editados possam ser reconvertidos em numeros.
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
      * parte do total geral paga com vale-troca, fora do cartao
           05 PIC X.
           05 LOG-NR-VALE-X PIC X(6).
           05 PIC X.
           05 LOG-VALOR-VALE-X PIC X(13).

       FD GERACOES-LOG LABEL RECORDS ARE STANDARD.
       01 REG-GERACAO.
           05 GL-GERACAO PIC 9(6).

       FD EXTRATO-ADQUIRENTE LABEL RECORDS ARE STANDARD.
       01 REG-EXTRATO-IN.
           05 ADQ-DATA-VENDA PIC 9(8).
           05 PIC X.
           05 ADQ-CAIXA PIC 99.
           05 PIC X.
           05 ADQ-VALOR-BRUTO PIC 9(8)V99.
           05 PIC X.
           05 ADQ-VALOR-TAXA PIC 9(6)V99.
           05 PIC X.
           05 ADQ-VALOR-LIQUIDO PIC 9(8)V99.
           05 PIC X.
           05 ADQ-DATA-CREDITO PIC 9(8).
           05 PIC X.
           05 ADQ-AUTORIZACAO PIC X(6).

       FD RELAT-CONCILIACAO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-EXTRATO PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-MES-INI PIC 9(6) VALUE 0.
       01 WS-MES-FIM PIC 9(6) VALUE 0.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-ENV PIC X(8).
       01 WS-TAXA-ENV PIC X(8).
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 99999999.
       01 WS-TAXA-CONTRATADA PIC 99V99 VALUE 0.

      * valores da linha do log reconvertidos
       01 WS-VALOR-TAXA PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-GERAL PIC S9(8)V99 VALUE 0.
       01 WS-VALOR-VALE PIC S9(7)V99 VALUE 0.
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-CAIXA-LINHA PIC 99 VALUE 0.
       01 WS-NOTA-LINHA PIC 9(6) VALUE 0.

      * apuracao de cada credito conciliado
       01 WS-TAXA-PREVISTA PIC 9(6)V99 VALUE 0.
       01 WS-DIFERENCA-TAXA PIC S9(6)V99 VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 NOTA-ACHADA VALUE 'S'.

       01 WS-TOTAIS.
           05 WS-QTD-PAGAS PIC 9(5) VALUE 0.
           05 WS-QTD-NAO-LIQUIDADAS PIC 9(5) VALUE 0.
           05 WS-QTD-SEM-NOTA PIC 9(5) VALUE 0.
           05 WS-QTD-TAXA-DIVERGENTE PIC 9(5) VALUE 0.
           05 WS-SOMA-BRUTO PIC 9(10)V99 VALUE 0.
           05 WS-SOMA-TAXA-COBRADA PIC 9(10)V99 VALUE 0.
           05 WS-SOMA-TAXA-PREVISTA PIC 9(10)V99 VALUE 0.
           05 WS-SOMA-LIQUIDO PIC 9(10)V99 VALUE 0.
           05 WS-SOMA-NAO-LIQUIDADO PIC 9(10)V99 VALUE 0.
           05 WS-SOMA-SEM-NOTA PIC 9(10)V99 VALUE 0.
           05 WS-SOMA-DIFERENCA PIC S9(10)V99 VALUE 0.

      * notas de cartao do periodo; a nota estornada sai da lista,
      * pois a venda desfeita nao deve ser creditada.
       01 WS-TAB-NOTAS.
           05 QTD-NOTAS PIC 9(4) VALUE 0.
           05 NOTA-TAB OCCURS 1000 TIMES INDEXED BY IX-NT.
               10 NT-DATA PIC 9(8).
               10 NT-CAIXA PIC 99.
               10 NT-NUMERO PIC 9(6).
               10 NT-VALOR PIC 9(8)V99.
               10 NT-SITUACAO PIC X.
                   88 NT-PENDENTE VALUE 'P'.
                   88 NT-LIQUIDADA VALUE 'L'.
                   88 NT-ESTORNADA VALUE 'E'.

      * creditos do extrato sem nota, guardados para a sua secao
       01 WS-TAB-SEM-NOTA.
           05 QTD-SEM-NOTA PIC 999 VALUE 0.
           05 SEM-NOTA-TAB OCCURS 300 TIMES INDEXED BY IX-SN.
               10 SN-DATA PIC 9(8).
               10 SN-CAIXA PIC 99.
               10 SN-AUTORIZACAO PIC X(6).
               10 SN-BRUTO PIC 9(8)V99.
               10 SN-LIQUIDO PIC 9(8)V99.
               10 SN-CREDITO PIC 9(8).

       01 CABECALHO-CONCILIACAO.
           05 PIC X(40) VALUE
               '# CONCILIACAO DE CARTAO - PERIODO       '.
           05 CAB-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 CAB-DATA-FIM PIC 9(8).
           05 PIC X(17) VALUE '  TAXA CONTRATO: '.
           05 CAB-TAXA PIC Z9.99.
           05 PIC X VALUE '%'.
       01 LINHA-SECAO.
           05 LS-TITULO PIC X(60).
       01 TITULO-PAGAS.
           05 PIC X(41) VALUE
               'DATA     CX NOTA        BRUTO TAXA COBR. '.
           05 PIC X(42) VALUE
               'TAXA CONTR   DIFERENCA    LIQUIDO CREDITO'.
       01 LINHA-PAGA.
           05 LP-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 LP-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LP-BRUTO PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LP-TAXA-COBRADA PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LP-TAXA-PREVISTA PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LP-DIFERENCA PIC ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LP-LIQUIDO PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LP-CREDITO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-ALERTA PIC X(7).
       01 LINHA-PENDENTE.
           05 LN-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LN-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 LN-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LN-VALOR PIC ZZZ,ZZ9.99.
       01 LINHA-SEM-NOTA.
           05 LSN-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LSN-CAIXA PIC 99.
           05 PIC X(6) VALUE ' AUT. '.
           05 LSN-AUTORIZACAO PIC X(6).
           05 PIC X VALUE SPACE.
           05 LSN-BRUTO PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LSN-LIQUIDO PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LSN-CREDITO PIC 9(8).
       01 LINHA-NENHUMA.
           05 PIC X(12) VALUE '  (nenhuma)'.
       01 LINHA-TOTAL.
           05 LT-ROTULO PIC X(36).
           05 LT-VALOR PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-CONTAGEM.
           05 LC-ROTULO PIC X(36).
           05 LC-CONTAGEM PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-PARAMETROS
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A CONCILIAR'
               STOP RUN
           END-IF
           CLOSE LOG-TRANSACOES
      * os dias ja fechados estao nas geracoes mensais; os ainda em
      * aberto, no log vivo.
           PERFORM 120-LER-GERACOES
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM 140-LER-ARQUIVO-LOG
           OPEN INPUT EXTRATO-ADQUIRENTE
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY 'EXTRATO-ADQUIRENTE.TXT NAO ENCONTRADO, '
                   'NADA A CONCILIAR'
               STOP RUN
           END-IF
           OPEN OUTPUT RELAT-CONCILIACAO
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           MOVE WS-TAXA-CONTRATADA TO CAB-TAXA
           WRITE REG-RELAT-OUT FROM CABECALHO-CONCILIACAO
           MOVE 'CREDITOS CONCILIADOS COM NOTAS DE CARTAO' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           WRITE REG-RELAT-OUT FROM TITULO-PAGAS
               AFTER ADVANCING 1 LINE
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 200-CONCILIAR-CREDITO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE EXTRATO-ADQUIRENTE
           PERFORM 300-LISTAR-SEM-NOTA
           PERFORM 400-LISTAR-NAO-LIQUIDADAS
           PERFORM 500-ESCREVER-TOTAIS
           CLOSE RELAT-CONCILIACAO
           IF WS-QTD-TAXA-DIVERGENTE > 0
               DISPLAY '*** CARTAO: ' WS-QTD-TAXA-DIVERGENTE
                   ' CREDITO(S) COM TAXA FORA DO CONTRATO ***'
           END-IF
           STOP RUN.

      *****************************************************************
      * le o periodo de P209-DATA-INI / P209-DATA-FIM e a taxa
      * contratada com a adquirente, em percentual, de
      * P209-TAXA-CARTAO; sem o periodo, todo o log.
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
           MOVE SPACES TO WS-TAXA-ENV
           ACCEPT WS-TAXA-ENV FROM ENVIRONMENT 'P209-TAXA-CARTAO'
           IF WS-TAXA-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TAXA-ENV)
                   TO WS-TAXA-CONTRATADA
           ELSE
               DISPLAY 'P209-TAXA-CARTAO NAO INFORMADA, TAXA '
                   'CONTRATADA ASSUMIDA ZERO'
           END-IF.

      *****************************************************************
      * percorre as geracoes arquivadas cujo mes cai no periodo.
      *****************************************************************
       120-LER-GERACOES.
           COMPUTE WS-MES-INI = WS-DATA-INI / 100
           COMPUTE WS-MES-FIM = WS-DATA-FIM / 100
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
                   IF GL-GERACAO NOT < WS-MES-INI
                           AND GL-GERACAO NOT > WS-MES-FIM
                       MOVE GL-GERACAO TO WS-ARQ-GERACAO-MES
                       MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
                       PERFORM 140-LER-ARQUIVO-LOG
                   END-IF
           END-READ.

       140-LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 150-CARREGAR-NOTAS
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

      *****************************************************************
      * separa do log os resumos de nota pagos com cartao no periodo
      * (linha de item tem taxa e total geral zerados). o resumo de
      * estorno marca a nota correspondente como estornada.
      *****************************************************************
       150-CARREGAR-NOTAS.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF LOG-FORMA-PAGTO-X = 'C'
                       PERFORM 160-AVALIAR-LINHA
                   END-IF
           END-READ.

       160-AVALIAR-LINHA.
           COMPUTE WS-VALOR-TAXA =
               FUNCTION NUMVAL-C(LOG-VALOR-TAXA-X)
           COMPUTE WS-TOTAL-GERAL =
               FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
           IF LOG-DATA-X IS NUMERIC
               MOVE LOG-DATA-X TO WS-DATA-LINHA
           ELSE
               MOVE 0 TO WS-DATA-LINHA
           END-IF
           IF LOG-CAIXA-X IS NUMERIC
               MOVE LOG-CAIXA-X TO WS-CAIXA-LINHA
           ELSE
               MOVE 0 TO WS-CAIXA-LINHA
           END-IF
           IF LOG-NR-NOTA-X IS NUMERIC
               MOVE LOG-NR-NOTA-X TO WS-NOTA-LINHA
           ELSE
               MOVE 0 TO WS-NOTA-LINHA
           END-IF
           IF (WS-VALOR-TAXA NOT = 0 OR WS-TOTAL-GERAL NOT = 0)
                   AND WS-DATA-LINHA NOT < WS-DATA-INI
                   AND WS-DATA-LINHA NOT > WS-DATA-FIM
               IF LOG-ESTORNO-X = 'E'
                   PERFORM 170-MARCAR-ESTORNO
               ELSE
                   IF QTD-NOTAS < 1000
                       ADD 1 TO QTD-NOTAS
                       SET IX-NT TO QTD-NOTAS
                       MOVE WS-DATA-LINHA TO NT-DATA(IX-NT)
                       MOVE WS-CAIXA-LINHA TO NT-CAIXA(IX-NT)
                       MOVE WS-NOTA-LINHA TO NT-NUMERO(IX-NT)
                       COMPUTE WS-VALOR-VALE =
                           FUNCTION NUMVAL-C(LOG-VALOR-VALE-X)
                       COMPUTE NT-VALOR(IX-NT) =
                           WS-TOTAL-GERAL - WS-VALOR-VALE
                       SET NT-PENDENTE(IX-NT) TO TRUE
                   ELSE
                       DISPLAY 'NOTA IGNORADA, TABELA CHEIA: '
                           WS-NOTA-LINHA
                   END-IF
               END-IF
           END-IF.

       170-MARCAR-ESTORNO.
           SET IX-NT TO 1
           SEARCH NOTA-TAB
               AT END
                   CONTINUE
               WHEN NT-NUMERO(IX-NT) = WS-NOTA-LINHA
                       AND NT-CAIXA(IX-NT) = WS-CAIXA-LINHA
                       AND NT-PENDENTE(IX-NT)
                   SET NT-ESTORNADA(IX-NT) TO TRUE
           END-SEARCH.

      *****************************************************************
      * cada credito da adquirente procura a primeira nota de cartao
      * ainda pendente com a mesma data, caixa e valor bruto. achada,
      * a taxa cobrada e confrontada com a taxa do contrato sobre o
      * bruto; diferenca acima de um centavo e destacada. credito sem
      * nota fica guardado para a secao propria.
      *****************************************************************
       200-CONCILIAR-CREDITO.
           READ EXTRATO-ADQUIRENTE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF ADQ-DATA-VENDA NOT < WS-DATA-INI
                           AND ADQ-DATA-VENDA NOT > WS-DATA-FIM
                       PERFORM 210-PROCURAR-NOTA
                       IF NOTA-ACHADA
                           PERFORM 220-ESCREVER-PAGA
                       ELSE
                           PERFORM 230-GUARDAR-SEM-NOTA
                       END-IF
                   END-IF
           END-READ.

       210-PROCURAR-NOTA.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-NT TO 1
           SEARCH NOTA-TAB
               AT END
                   CONTINUE
               WHEN NT-PENDENTE(IX-NT)
                       AND NT-DATA(IX-NT) = ADQ-DATA-VENDA
                       AND NT-CAIXA(IX-NT) = ADQ-CAIXA
                       AND NT-VALOR(IX-NT) = ADQ-VALOR-BRUTO
                   SET NOTA-ACHADA TO TRUE
                   SET NT-LIQUIDADA(IX-NT) TO TRUE
           END-SEARCH.

       220-ESCREVER-PAGA.
           COMPUTE WS-TAXA-PREVISTA ROUNDED =
               ADQ-VALOR-BRUTO * WS-TAXA-CONTRATADA / 100
           COMPUTE WS-DIFERENCA-TAXA =
               ADQ-VALOR-TAXA - WS-TAXA-PREVISTA
           ADD 1 TO WS-QTD-PAGAS
           ADD ADQ-VALOR-BRUTO TO WS-SOMA-BRUTO
           ADD ADQ-VALOR-TAXA TO WS-SOMA-TAXA-COBRADA
           ADD WS-TAXA-PREVISTA TO WS-SOMA-TAXA-PREVISTA
           ADD ADQ-VALOR-LIQUIDO TO WS-SOMA-LIQUIDO
           ADD WS-DIFERENCA-TAXA TO WS-SOMA-DIFERENCA
           MOVE NT-DATA(IX-NT) TO LP-DATA
           MOVE NT-CAIXA(IX-NT) TO LP-CAIXA
           MOVE NT-NUMERO(IX-NT) TO LP-NOTA
           MOVE ADQ-VALOR-BRUTO TO LP-BRUTO
           MOVE ADQ-VALOR-TAXA TO LP-TAXA-COBRADA
           MOVE WS-TAXA-PREVISTA TO LP-TAXA-PREVISTA
           MOVE WS-DIFERENCA-TAXA TO LP-DIFERENCA
           MOVE ADQ-VALOR-LIQUIDO TO LP-LIQUIDO
           MOVE ADQ-DATA-CREDITO TO LP-CREDITO
           IF WS-DIFERENCA-TAXA > 0.01 OR WS-DIFERENCA-TAXA < -0.01
               MOVE '** TAXA' TO LP-ALERTA
               ADD 1 TO WS-QTD-TAXA-DIVERGENTE
           ELSE
               MOVE SPACES TO LP-ALERTA
           END-IF
           WRITE REG-RELAT-OUT FROM LINHA-PAGA
               AFTER ADVANCING 1 LINE.

       230-GUARDAR-SEM-NOTA.
           ADD 1 TO WS-QTD-SEM-NOTA
           ADD ADQ-VALOR-BRUTO TO WS-SOMA-SEM-NOTA
           IF QTD-SEM-NOTA < 300
               ADD 1 TO QTD-SEM-NOTA
               SET IX-SN TO QTD-SEM-NOTA
               MOVE ADQ-DATA-VENDA TO SN-DATA(IX-SN)
               MOVE ADQ-CAIXA TO SN-CAIXA(IX-SN)
               MOVE ADQ-AUTORIZACAO TO SN-AUTORIZACAO(IX-SN)
               MOVE ADQ-VALOR-BRUTO TO SN-BRUTO(IX-SN)
               MOVE ADQ-VALOR-LIQUIDO TO SN-LIQUIDO(IX-SN)
               MOVE ADQ-DATA-CREDITO TO SN-CREDITO(IX-SN)
           ELSE
               DISPLAY 'CREDITO SEM NOTA NAO LISTADO, TABELA CHEIA: '
                   ADQ-AUTORIZACAO
           END-IF.

      *****************************************************************
      * creditos da adquirente que nao acharam nota pendente.
      *****************************************************************
       300-LISTAR-SEM-NOTA.
           MOVE 'CREDITOS SEM NOTA CORRESPONDENTE' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 3 LINES
           PERFORM 310-ESCREVER-SEM-NOTA
               VARYING IX-SN FROM 1 BY 1 UNTIL IX-SN > QTD-SEM-NOTA
           IF WS-QTD-SEM-NOTA = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       310-ESCREVER-SEM-NOTA.
           MOVE SN-DATA(IX-SN) TO LSN-DATA
           MOVE SN-CAIXA(IX-SN) TO LSN-CAIXA
           MOVE SN-AUTORIZACAO(IX-SN) TO LSN-AUTORIZACAO
           MOVE SN-BRUTO(IX-SN) TO LSN-BRUTO
           MOVE SN-LIQUIDO(IX-SN) TO LSN-LIQUIDO
           MOVE SN-CREDITO(IX-SN) TO LSN-CREDITO
           WRITE REG-RELAT-OUT FROM LINHA-SEM-NOTA
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * notas de cartao do periodo que nenhum credito liquidou.
      *****************************************************************
       400-LISTAR-NAO-LIQUIDADAS.
           MOVE 'NOTAS DE CARTAO NAO LIQUIDADAS PELA ADQUIRENTE'
               TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 3 LINES
           PERFORM 410-VERIFICAR-NOTA
               VARYING IX-NT FROM 1 BY 1 UNTIL IX-NT > QTD-NOTAS
           IF WS-QTD-NAO-LIQUIDADAS = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       410-VERIFICAR-NOTA.
           IF NT-PENDENTE(IX-NT)
               ADD 1 TO WS-QTD-NAO-LIQUIDADAS
               ADD NT-VALOR(IX-NT) TO WS-SOMA-NAO-LIQUIDADO
               MOVE NT-DATA(IX-NT) TO LN-DATA
               MOVE NT-CAIXA(IX-NT) TO LN-CAIXA
               MOVE NT-NUMERO(IX-NT) TO LN-NOTA
               MOVE NT-VALOR(IX-NT) TO LN-VALOR
               WRITE REG-RELAT-OUT FROM LINHA-PENDENTE
                   AFTER ADVANCING 1 LINE
           END-IF.

       500-ESCREVER-TOTAIS.
           MOVE 'CREDITOS CONCILIADOS:               ' TO LC-ROTULO
           MOVE WS-QTD-PAGAS TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 3 LINES
           MOVE 'VALOR BRUTO CONCILIADO:             ' TO LT-ROTULO
           MOVE WS-SOMA-BRUTO TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'TAXA COBRADA PELA ADQUIRENTE:       ' TO LT-ROTULO
           MOVE WS-SOMA-TAXA-COBRADA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'TAXA PELO CONTRATO:                 ' TO LT-ROTULO
           MOVE WS-SOMA-TAXA-PREVISTA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'DIFERENCA DE TAXA (COBRADA-CONTR.): ' TO LT-ROTULO
           MOVE WS-SOMA-DIFERENCA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR LIQUIDO CREDITADO:            ' TO LT-ROTULO
           MOVE WS-SOMA-LIQUIDO TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'CREDITOS COM TAXA FORA DO CONTRATO: ' TO LC-ROTULO
           MOVE WS-QTD-TAXA-DIVERGENTE TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'NOTAS NAO LIQUIDADAS:               ' TO LC-ROTULO
           MOVE WS-QTD-NAO-LIQUIDADAS TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR NAO LIQUIDADO:                ' TO LT-ROTULO
           MOVE WS-SOMA-NAO-LIQUIDADO TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'CREDITOS SEM NOTA:                  ' TO LC-ROTULO
           MOVE WS-QTD-SEM-NOTA TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR DOS CREDITOS SEM NOTA:        ' TO LT-ROTULO
           MOVE WS-SOMA-SEM-NOTA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE.

       END PROGRAM CONCILIA-CARTAO.
