      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Monthly fiscal export of the notas issued, for the
      *          tax authority. For the month chosen by
      *          P209-COMPETENCIA (AAAAMM, default the current month)
      *          writes EXPORTACAO-FISCAL.TXT, a fixed-layout file
      *          with a header record, one record per nota (number,
      *          day, caixa, customer, subtotal, discount, tax base,
      *          tax, total and cancellation status for reversed
      *          notas) followed by its items, and a trailer with the
      *          totals. Values come from LOG-TRANSACOES.TXT and its
      *          monthly generations. Before exporting, the numbering
      *          of the month is checked against SEQUENCIA-NOTA.TXT,
      *          the notas printed in NOTAS-EMITIDAS.TXT and the ones
      *          abandoned with supervisor release in
      *          NOTAS-ABANDONADAS.TXT: with any gap in the sequence
      *          nothing is exported and the gaps are listed in
      *          RELAT-EXPORTACAO-FISCAL.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-FISCAL.

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
       SELECT SEQUENCIA-NOTA
           ASSIGN TO '.\SEQUENCIA-NOTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEQUENCIA.
       SELECT OPTIONAL NOTAS-EMITIDAS
           ASSIGN TO '.\NOTAS-EMITIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMITIDAS.
       SELECT OPTIONAL NOTAS-ABANDONADAS
           ASSIGN TO '.\NOTAS-ABANDONADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ABANDONADAS.
       SELECT ARQ-SORT
           ASSIGN TO '.\SORT-EXPORTA-FISCAL.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXPORTACAO-FISCAL
           ASSIGN TO '.\EXPORTACAO-FISCAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-EXPORTACAO
           ASSIGN TO '.\RELAT-EXPORTACAO-FISCAL.TXT'
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

       FD SEQUENCIA-NOTA LABEL RECORDS ARE STANDARD.
       01 REG-SEQUENCIA.
           05 PROXIMA-NOTA PIC 9(6).

      * via impressa das notas gravada por CALC4 (265-IMPRIMIR-NOTA);
      * so o cabecalho 'NOTA: nnnnnn' interessa a conferencia.
       FD NOTAS-EMITIDAS LABEL RECORDS ARE OMITTED.
       01 REG-NOTA-IN.
           05 NE-ROTULO PIC X(6).
           05 NE-NR-NOTA PIC X(6).
           05 PIC X(68).

      * mesmo leiaute gravado por CALC4 (138-GRAVAR-ABANDONO).
       FD NOTAS-ABANDONADAS LABEL RECORDS ARE STANDARD.
       01 REG-ABANDONO.
           05 ABD-DATA PIC 9(8).
           05 PIC X.
           05 ABD-CAIXA PIC 99.
           05 PIC X.
           05 ABD-NR-NOTA PIC 9(6).
           05 PIC X(52).

      * linhas de venda do mes, ordenadas por nota: o resumo (tipo 1)
      * antes dos itens (tipo 2), na ordem em que foram gravados.
       SD ARQ-SORT LABEL RECORDS ARE STANDARD.
       01 REG-SORT.
           05 S-NR-NOTA PIC 9(6).
           05 S-TIPO-LINHA PIC X.
           05 S-SEQUENCIA PIC 9(9).
           05 S-DATA PIC 9(8).
           05 S-CAIXA PIC XX.
           05 S-CLIENTE PIC X(5).
           05 S-CODIGO PIC X(6).
           05 S-PROMOCAO PIC X(6).
           05 S-QUANTIDADE PIC S9(5) SIGN LEADING SEPARATE.
           05 S-PRECO PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 S-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 S-DESCONTO PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 S-VALOR-TAXA PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 S-TOTAL-GERAL PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD EXPORTACAO-FISCAL LABEL RECORDS ARE STANDARD.
       01 REG-EXPORTACAO-OUT PIC X(100).

       FD RELAT-EXPORTACAO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-STATUS-SEQUENCIA PIC XX.
       01 WS-STATUS-EMITIDAS PIC XX.
       01 WS-STATUS-ABANDONADAS PIC XX.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FIM-EMITIDAS PIC X VALUE 'N'.
       01 WS-FIM-ABANDONADAS PIC X VALUE 'N'.
       01 WS-FIM-SORT PIC X VALUE 'N'.
      * a leitura do log serve a duas passadas: a conferencia da
      * numeracao e a liberacao das linhas para a exportacao.
       01 WS-FLAG-PASSO PIC X VALUE '1'.
           88 PASSO-CONFERENCIA VALUE '1'.
           88 PASSO-EXPORTACAO VALUE '2'.

       01 WS-COMPETENCIA PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-ENV PIC X(6).
       01 WS-DATA-GERACAO PIC 9(8) VALUE 0.
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-ANOMES-LINHA PIC 9(6) VALUE 0.
       01 WS-NOTA-LINHA PIC 9(6) VALUE 0.
       01 WS-SEQUENCIA PIC 9(9) VALUE 0.
       01 WS-PROXIMA-NOTA PIC 9(6) VALUE 0.

      * notas vendidas no mes, com o que delas foi estornado ou
      * devolvido depois (resumos 'E' de qualquer data posterior).
       01 WS-TAB-NOTAS-MES.
           05 QTD-NOTAS-MES PIC 9(4) VALUE 0.
           05 NOTA-MES OCCURS 9000 TIMES INDEXED BY IX-NM.
               10 NM-NR-NOTA PIC 9(6).
               10 NM-TOTAL-GERAL PIC S9(9)V99.
               10 NM-ESTORNADO PIC S9(9)V99.
       01 WS-NOTAS-FORA-TABELA PIC 9(5) VALUE 0.

      * janela de numeracao atribuida ao mes: da primeira nota depois
      * da ultima emitida antes do mes ate a ultima antes da primeira
      * emitida depois dele (ou da proxima da sequencia). cada numero
      * da janela tem de ser uma nota do mes ou um abandono.
       01 WS-MENOR-NOTA-MES PIC 9(6) VALUE 999999.
       01 WS-MAIOR-NOTA-MES PIC 9(6) VALUE 0.
       01 WS-NOTA-ANTERIOR PIC 9(6) VALUE 0.
       01 WS-NOTA-POSTERIOR PIC 9(6) VALUE 0.
       01 WS-INICIO-JANELA PIC 9(6) VALUE 0.
       01 WS-FIM-JANELA PIC 9(6) VALUE 0.
       01 WS-TAMANHO-JANELA PIC 9(6) VALUE 0.
       01 WS-POSICAO PIC 9(6) VALUE 0.
       01 WS-TAB-NUMERACAO.
      * S = nota do mes, A = abandonada, N = sem explicacao
           05 NUMERO-SITUACAO PIC X OCCURS 20000 TIMES.
       01 WS-FLAG-LACUNA PIC X VALUE 'N'.
           88 EM-LACUNA VALUE 'S'.
       01 WS-INICIO-LACUNA PIC 9(6) VALUE 0.
       01 WS-QTD-LACUNAS PIC 9(5) VALUE 0.
       01 WS-QTD-NUMEROS-FALTANDO PIC 9(6) VALUE 0.

       01 WS-NOTA-CORRENTE PIC 9(6) VALUE 0.
       01 WS-BASE PIC S9(9)V99 VALUE 0.
       01 WS-ESTORNADO PIC S9(9)V99 VALUE 0.
       01 WS-TOTAIS-EXPORTACAO.
           05 WS-QTD-NOTAS PIC 9(6) VALUE 0.
           05 WS-QTD-ITENS PIC 9(7) VALUE 0.
           05 WS-QTD-CANCELADAS PIC 9(6) VALUE 0.
           05 WS-QTD-REGISTROS PIC 9(7) VALUE 0.
           05 WS-SOMA-BASE PIC S9(11)V99 VALUE 0.
           05 WS-SOMA-TAXA PIC S9(11)V99 VALUE 0.
           05 WS-SOMA-ESTORNADO PIC S9(11)V99 VALUE 0.
           05 WS-SOMA-TOTAL-GERAL PIC S9(11)V99 VALUE 0.

      * registros do arquivo fiscal, 100 posicoes, valores sem sinal
      * com duas decimais implicitas.
       01 EXP-CABECALHO.
           05 PIC X VALUE '0'.
           05 EC-COMPETENCIA PIC 9(6).
           05 EC-DATA-GERACAO PIC 9(8).
           05 EC-PRIMEIRA-NOTA PIC 9(6).
           05 EC-ULTIMA-NOTA PIC 9(6).
           05 PIC X(73) VALUE SPACES.
       01 EXP-NOTA.
           05 PIC X VALUE '1'.
           05 EN-NR-NOTA PIC 9(6).
           05 EN-DATA PIC 9(8).
           05 EN-CAIXA PIC XX.
           05 EN-CLIENTE PIC X(5).
           05 EN-SUBTOTAL PIC 9(9)V99.
           05 EN-DESCONTO PIC 9(9)V99.
           05 EN-BASE PIC 9(9)V99.
           05 EN-VALOR-TAXA PIC 9(9)V99.
           05 EN-TOTAL-GERAL PIC 9(9)V99.
      * N = normal, C = cancelada (estornada ou devolvida por
      * inteiro), D = devolvida em parte
           05 EN-SITUACAO PIC X.
           05 EN-VALOR-ESTORNADO PIC 9(9)V99.
           05 PIC X(11) VALUE SPACES.
       01 EXP-ITEM.
           05 PIC X VALUE '2'.
           05 EI-NR-NOTA PIC 9(6).
           05 EI-CODIGO PIC X(6).
           05 EI-QUANTIDADE PIC 9(6).
           05 EI-PRECO PIC 9(7)V99.
           05 EI-TOTAL PIC 9(9)V99.
           05 EI-PROMOCAO PIC X(6).
           05 PIC X(55) VALUE SPACES.
       01 EXP-RODAPE.
           05 PIC X VALUE '9'.
           05 ER-QTD-NOTAS PIC 9(6).
           05 ER-QTD-ITENS PIC 9(7).
           05 ER-QTD-CANCELADAS PIC 9(6).
           05 ER-SOMA-BASE PIC 9(11)V99.
           05 ER-SOMA-TAXA PIC 9(11)V99.
           05 ER-SOMA-ESTORNADO PIC 9(11)V99.
           05 ER-SOMA-TOTAL-GERAL PIC 9(11)V99.
           05 ER-QTD-REGISTROS PIC 9(7).
           05 PIC X(21) VALUE SPACES.

       01 CABECALHO-RELAT.
           05 PIC X(36) VALUE '# EXPORTACAO FISCAL - COMPETENCIA   '.
           05 CAB-COMPETENCIA PIC 9(6).
       01 LINHA-JANELA.
           05 PIC X(28) VALUE '  NUMERACAO CONFERIDA: NOTAS'.
           05 PIC X VALUE SPACE.
           05 LJ-INICIO PIC 9(6).
           05 PIC X(3) VALUE ' A '.
           05 LJ-FIM PIC 9(6).
       01 LINHA-LACUNA.
           05 PIC X(28) VALUE '  LACUNA NA NUMERACAO: NOTAS'.
           05 PIC X VALUE SPACE.
           05 LL-INICIO PIC 9(6).
           05 PIC X(3) VALUE ' A '.
           05 LL-FIM PIC 9(6).
       01 LINHA-RESULTADO.
           05 LR-ROTULO PIC X(40).
           05 LR-QTD PIC ZZZZZ9.
       01 LINHA-VALOR.
           05 LV-ROTULO PIC X(40).
           05 LV-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-PARAMETROS
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A EXPORTAR'
               STOP RUN
           END-IF
           CLOSE LOG-TRANSACOES
           PERFORM 120-LER-SEQUENCIA
           OPEN OUTPUT RELAT-EXPORTACAO
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA
           WRITE REG-RELAT-OUT FROM CABECALHO-RELAT
           SET PASSO-CONFERENCIA TO TRUE
           PERFORM 140-LER-LOGS
           PERFORM 300-CONFERIR-NUMERACAO
           IF WS-QTD-LACUNAS > 0 OR WS-NOTAS-FORA-TABELA > 0
               PERFORM 390-RECUSAR-EXPORTACAO
               CLOSE RELAT-EXPORTACAO
               STOP RUN
           END-IF
           OPEN OUTPUT EXPORTACAO-FISCAL
           SORT ARQ-SORT
               ON ASCENDING KEY S-NR-NOTA
               ON ASCENDING KEY S-TIPO-LINHA
               ON ASCENDING KEY S-SEQUENCIA
               INPUT PROCEDURE IS 400-SELECIONAR-LINHAS
               OUTPUT PROCEDURE IS 500-GRAVAR-EXPORTACAO
           CLOSE EXPORTACAO-FISCAL
           PERFORM 600-ESCREVER-RESUMO
           CLOSE RELAT-EXPORTACAO
           DISPLAY 'EXPORTACAO FISCAL ' WS-COMPETENCIA ': NOTAS '
               WS-QTD-NOTAS ' ITENS ' WS-QTD-ITENS
               ' CANCELADAS ' WS-QTD-CANCELADAS
           STOP RUN.

      *****************************************************************
      * competencia de P209-COMPETENCIA (AAAAMM); sem ela, o mes
      * corrente.
      *****************************************************************
       110-LER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-GERACAO
           MOVE WS-DATA-GERACAO(1:6) TO WS-COMPETENCIA
           MOVE SPACES TO WS-COMPETENCIA-ENV
           ACCEPT WS-COMPETENCIA-ENV FROM ENVIRONMENT
               'P209-COMPETENCIA'
           IF WS-COMPETENCIA-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-COMPETENCIA-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-COMPETENCIA-ENV)
                   TO WS-COMPETENCIA
           END-IF.

      *****************************************************************
      * a sequencia guarda o numero da proxima nota a emitir: toda
      * nota abaixo dele ja foi usada.
      *****************************************************************
       120-LER-SEQUENCIA.
           OPEN INPUT SEQUENCIA-NOTA
           IF WS-STATUS-SEQUENCIA = '00'
               READ SEQUENCIA-NOTA
                   NOT AT END
                       MOVE PROXIMA-NOTA TO WS-PROXIMA-NOTA
               END-READ
               CLOSE SEQUENCIA-NOTA
           END-IF.

      *****************************************************************
      * le a geracao da competencia e as posteriores (onde caem os
      * estornos e devolucoes das notas do mes feitos depois) e por
      * fim o log vivo.
      *****************************************************************
       140-LER-LOGS.
           MOVE 'N' TO WS-FIM-GERACOES
           OPEN INPUT GERACOES-LOG
           IF WS-STATUS-GERACOES = '00'
               PERFORM 145-LER-GERACAO
                   UNTIL WS-FIM-GERACOES = 'S'
           END-IF
           CLOSE GERACOES-LOG
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM 150-LER-ARQUIVO-LOG.

       145-LER-GERACAO.
           READ GERACOES-LOG
               AT END
                   MOVE 'S' TO WS-FIM-GERACOES
               NOT AT END
                   IF GL-GERACAO NOT < WS-COMPETENCIA
                       MOVE GL-GERACAO TO WS-ARQ-GERACAO-MES
                       MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
                       PERFORM 150-LER-ARQUIVO-LOG
                   END-IF
           END-READ.

       150-LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 160-LER-LINHA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

       160-LER-LINHA.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LOG-TIPO-REGISTRO-X = SPACE
                           AND LOG-NR-NOTA-X IS NUMERIC
                       PERFORM 170-DATAR-LINHA
                       IF PASSO-CONFERENCIA
                           PERFORM 200-CONFERIR-LINHA
                       ELSE
                           PERFORM 410-LIBERAR-LINHA
                       END-IF
                   END-IF
           END-READ.

       170-DATAR-LINHA.
           MOVE LOG-NR-NOTA-X TO WS-NOTA-LINHA
           MOVE 0 TO WS-DATA-LINHA
           IF LOG-DATA-X IS NUMERIC
               MOVE LOG-DATA-X TO WS-DATA-LINHA
           END-IF
           COMPUTE WS-ANOMES-LINHA = WS-DATA-LINHA / 100.

      *****************************************************************
      * primeira passada: guarda as notas vendidas no mes e abate
      * delas os resumos 'E' de estorno ou devolucao.
      *****************************************************************
       200-CONFERIR-LINHA.
           IF LOG-CODIGO-PRODUTO-X = SPACES
               IF LOG-ESTORNO-X = 'E'
                   PERFORM 220-ABATER-ESTORNO
               ELSE
                   IF WS-ANOMES-LINHA = WS-COMPETENCIA
                       PERFORM 210-GUARDAR-NOTA
                   END-IF
               END-IF
           END-IF.

       210-GUARDAR-NOTA.
           IF QTD-NOTAS-MES < 9000
               ADD 1 TO QTD-NOTAS-MES
               SET IX-NM TO QTD-NOTAS-MES
               MOVE WS-NOTA-LINHA TO NM-NR-NOTA(IX-NM)
               COMPUTE NM-TOTAL-GERAL(IX-NM) =
                   FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
               MOVE 0 TO NM-ESTORNADO(IX-NM)
               IF WS-NOTA-LINHA < WS-MENOR-NOTA-MES
                   MOVE WS-NOTA-LINHA TO WS-MENOR-NOTA-MES
               END-IF
               IF WS-NOTA-LINHA > WS-MAIOR-NOTA-MES
                   MOVE WS-NOTA-LINHA TO WS-MAIOR-NOTA-MES
               END-IF
           ELSE
               ADD 1 TO WS-NOTAS-FORA-TABELA
           END-IF.

       220-ABATER-ESTORNO.
           SET IX-NM TO 1
           SEARCH NOTA-MES
               AT END
                   CONTINUE
               WHEN IX-NM > QTD-NOTAS-MES
                   CONTINUE
               WHEN NM-NR-NOTA(IX-NM) = WS-NOTA-LINHA
                   COMPUTE NM-ESTORNADO(IX-NM) =
                       NM-ESTORNADO(IX-NM)
                       - FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
           END-SEARCH.

      *****************************************************************
      * monta a janela de numeracao do mes e marca nela as notas do
      * mes e as abandonadas; o que sobrar sem marca e lacuna.
      *****************************************************************
       300-CONFERIR-NUMERACAO.
           IF QTD-NOTAS-MES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROXIMA-NOTA TO WS-NOTA-POSTERIOR
           IF WS-NOTA-POSTERIOR NOT > WS-MAIOR-NOTA-MES
               COMPUTE WS-NOTA-POSTERIOR = WS-MAIOR-NOTA-MES + 1
           END-IF
           OPEN INPUT NOTAS-EMITIDAS
           IF WS-STATUS-EMITIDAS = '00'
               PERFORM 310-LER-EMITIDA
                   UNTIL WS-FIM-EMITIDAS = 'S'
           END-IF
           CLOSE NOTAS-EMITIDAS
           COMPUTE WS-INICIO-JANELA = WS-NOTA-ANTERIOR + 1
           COMPUTE WS-FIM-JANELA = WS-NOTA-POSTERIOR - 1
           COMPUTE WS-TAMANHO-JANELA =
               WS-FIM-JANELA - WS-INICIO-JANELA + 1
           MOVE WS-INICIO-JANELA TO LJ-INICIO
           MOVE WS-FIM-JANELA TO LJ-FIM
           WRITE REG-RELAT-OUT FROM LINHA-JANELA
               AFTER ADVANCING 2 LINES
           IF WS-TAMANHO-JANELA > 20000
               DISPLAY 'JANELA DE NUMERACAO ACIMA DE 20000 NOTAS, '
                   'CONFERENCIA IMPOSSIVEL'
               MOVE 1 TO WS-QTD-LACUNAS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL 'N' TO WS-TAB-NUMERACAO
           PERFORM 320-MARCAR-NOTA-MES
               VARYING IX-NM FROM 1 BY 1
               UNTIL IX-NM > QTD-NOTAS-MES
           OPEN INPUT NOTAS-ABANDONADAS
           IF WS-STATUS-ABANDONADAS = '00'
               PERFORM 330-LER-ABANDONADA
                   UNTIL WS-FIM-ABANDONADAS = 'S'
           END-IF
           CLOSE NOTAS-ABANDONADAS
           MOVE 'N' TO WS-FLAG-LACUNA
           PERFORM 340-PROCURAR-LACUNA
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > WS-TAMANHO-JANELA
           IF EM-LACUNA
               MOVE WS-FIM-JANELA TO LL-FIM
               PERFORM 350-ESCREVER-LACUNA
           END-IF.

      * a maior nota impressa antes do mes e a menor impressa depois
      * dele delimitam a janela.
       310-LER-EMITIDA.
           READ NOTAS-EMITIDAS
               AT END
                   MOVE 'S' TO WS-FIM-EMITIDAS
               NOT AT END
                   IF NE-ROTULO = 'NOTA: ' AND NE-NR-NOTA IS NUMERIC
                       MOVE NE-NR-NOTA TO WS-NOTA-LINHA
                       IF WS-NOTA-LINHA < WS-MENOR-NOTA-MES
                               AND WS-NOTA-LINHA > WS-NOTA-ANTERIOR
                           MOVE WS-NOTA-LINHA TO WS-NOTA-ANTERIOR
                       END-IF
                       IF WS-NOTA-LINHA > WS-MAIOR-NOTA-MES
                               AND WS-NOTA-LINHA < WS-NOTA-POSTERIOR
                           MOVE WS-NOTA-LINHA TO WS-NOTA-POSTERIOR
                       END-IF
                   END-IF
           END-READ.

       320-MARCAR-NOTA-MES.
           COMPUTE WS-POSICAO =
               NM-NR-NOTA(IX-NM) - WS-INICIO-JANELA + 1
           MOVE 'S' TO NUMERO-SITUACAO(WS-POSICAO).

       330-LER-ABANDONADA.
           READ NOTAS-ABANDONADAS
               AT END
                   MOVE 'S' TO WS-FIM-ABANDONADAS
               NOT AT END
                   IF ABD-NR-NOTA NOT < WS-INICIO-JANELA
                           AND ABD-NR-NOTA NOT > WS-FIM-JANELA
                       COMPUTE WS-POSICAO =
                           ABD-NR-NOTA - WS-INICIO-JANELA + 1
                       IF NUMERO-SITUACAO(WS-POSICAO) = 'N'
                           MOVE 'A' TO NUMERO-SITUACAO(WS-POSICAO)
                       END-IF
                   END-IF
           END-READ.

      * cada sequencia de numeros sem marca vira uma linha de lacuna.
       340-PROCURAR-LACUNA.
           IF NUMERO-SITUACAO(WS-POSICAO) = 'N'
               ADD 1 TO WS-QTD-NUMEROS-FALTANDO
               IF NOT EM-LACUNA
                   MOVE 'S' TO WS-FLAG-LACUNA
                   COMPUTE WS-INICIO-LACUNA =
                       WS-INICIO-JANELA + WS-POSICAO - 1
               END-IF
           ELSE
               IF EM-LACUNA
                   COMPUTE LL-FIM = WS-INICIO-JANELA + WS-POSICAO - 2
                   PERFORM 350-ESCREVER-LACUNA
               END-IF
           END-IF.

       350-ESCREVER-LACUNA.
           MOVE WS-INICIO-LACUNA TO LL-INICIO
           WRITE REG-RELAT-OUT FROM LINHA-LACUNA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-QTD-LACUNAS
           MOVE 'N' TO WS-FLAG-LACUNA.

       390-RECUSAR-EXPORTACAO.
           IF WS-NOTAS-FORA-TABELA > 0
               MOVE 'NOTAS DO MES ALEM DA TABELA DE 9000:   ' TO
                   LR-ROTULO
               MOVE WS-NOTAS-FORA-TABELA TO LR-QTD
               WRITE REG-RELAT-OUT FROM LINHA-RESULTADO
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE 'LACUNAS NA NUMERACAO:                  ' TO LR-ROTULO
           MOVE WS-QTD-LACUNAS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESULTADO
               AFTER ADVANCING 2 LINES
           MOVE 'NUMEROS DE NOTA SEM EXPLICACAO:        ' TO LR-ROTULO
           MOVE WS-QTD-NUMEROS-FALTANDO TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESULTADO
               AFTER ADVANCING 1 LINE
           MOVE '*** EXPORTACAO RECUSADA ***' TO LR-ROTULO
           WRITE REG-RELAT-OUT FROM LR-ROTULO
               AFTER ADVANCING 2 LINES
           DISPLAY '*** EXPORTACAO FISCAL ' WS-COMPETENCIA
               ' RECUSADA: ' WS-QTD-LACUNAS
               ' LACUNA(S) NA NUMERACAO, VER '
               'RELAT-EXPORTACAO-FISCAL.TXT ***'.

      *****************************************************************
      * segunda passada: resumos e itens de venda do mes, para a
      * ordenacao por nota.
      *****************************************************************
       400-SELECIONAR-LINHAS.
           SET PASSO-EXPORTACAO TO TRUE
           PERFORM 140-LER-LOGS.

       410-LIBERAR-LINHA.
           IF LOG-ESTORNO-X NOT = 'E'
                   AND WS-ANOMES-LINHA = WS-COMPETENCIA
               ADD 1 TO WS-SEQUENCIA
               MOVE WS-NOTA-LINHA TO S-NR-NOTA
               MOVE WS-SEQUENCIA TO S-SEQUENCIA
               MOVE WS-DATA-LINHA TO S-DATA
               MOVE LOG-CAIXA-X TO S-CAIXA
               MOVE LOG-CLIENTE-X TO S-CLIENTE
               MOVE LOG-CODIGO-PRODUTO-X TO S-CODIGO
               MOVE LOG-PROMOCAO-X TO S-PROMOCAO
               MOVE 0 TO S-QUANTIDADE
               MOVE 0 TO S-PRECO
               COMPUTE S-TOTAL = FUNCTION NUMVAL-C(LOG-TOTAL-X)
               MOVE 0 TO S-DESCONTO
               MOVE 0 TO S-VALOR-TAXA
               MOVE 0 TO S-TOTAL-GERAL
               IF LOG-CODIGO-PRODUTO-X = SPACES
                   MOVE '1' TO S-TIPO-LINHA
                   COMPUTE S-DESCONTO =
                       FUNCTION NUMVAL-C(LOG-DESCONTO-X)
                   COMPUTE S-VALOR-TAXA =
                       FUNCTION NUMVAL-C(LOG-VALOR-TAXA-X)
                   COMPUTE S-TOTAL-GERAL =
                       FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
               ELSE
                   MOVE '2' TO S-TIPO-LINHA
                   COMPUTE S-QUANTIDADE =
                       FUNCTION NUMVAL(LOG-QUANTIDADE-X)
                   COMPUTE S-PRECO = FUNCTION NUMVAL-C(LOG-PRECO-X)
               END-IF
               RELEASE REG-SORT
           END-IF.

      *****************************************************************
      * grava o cabecalho, cada nota seguida dos seus itens e o
      * rodape com os totais. itens sem resumo (nota abandonada)
      * ficam de fora.
      *****************************************************************
       500-GRAVAR-EXPORTACAO.
           MOVE WS-COMPETENCIA TO EC-COMPETENCIA
           MOVE WS-DATA-GERACAO TO EC-DATA-GERACAO
           IF QTD-NOTAS-MES > 0
               MOVE WS-MENOR-NOTA-MES TO EC-PRIMEIRA-NOTA
               MOVE WS-MAIOR-NOTA-MES TO EC-ULTIMA-NOTA
           ELSE
               MOVE 0 TO EC-PRIMEIRA-NOTA
               MOVE 0 TO EC-ULTIMA-NOTA
           END-IF
           WRITE REG-EXPORTACAO-OUT FROM EXP-CABECALHO
           ADD 1 TO WS-QTD-REGISTROS
           MOVE 0 TO WS-NOTA-CORRENTE
           PERFORM 510-RETORNAR-LINHA
               UNTIL WS-FIM-SORT = 'S'
           MOVE WS-QTD-NOTAS TO ER-QTD-NOTAS
           MOVE WS-QTD-ITENS TO ER-QTD-ITENS
           MOVE WS-QTD-CANCELADAS TO ER-QTD-CANCELADAS
           MOVE WS-SOMA-BASE TO ER-SOMA-BASE
           MOVE WS-SOMA-TAXA TO ER-SOMA-TAXA
           MOVE WS-SOMA-ESTORNADO TO ER-SOMA-ESTORNADO
           MOVE WS-SOMA-TOTAL-GERAL TO ER-SOMA-TOTAL-GERAL
           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-REGISTROS TO ER-QTD-REGISTROS
           WRITE REG-EXPORTACAO-OUT FROM EXP-RODAPE.

       510-RETORNAR-LINHA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   IF S-TIPO-LINHA = '1'
                       PERFORM 520-GRAVAR-NOTA
                   ELSE
                       IF S-NR-NOTA = WS-NOTA-CORRENTE
                           PERFORM 530-GRAVAR-ITEM
                       END-IF
                   END-IF
           END-RETURN.

       520-GRAVAR-NOTA.
           MOVE S-NR-NOTA TO WS-NOTA-CORRENTE
           MOVE 0 TO WS-ESTORNADO
           SET IX-NM TO 1
           SEARCH NOTA-MES
               AT END
                   CONTINUE
               WHEN IX-NM > QTD-NOTAS-MES
                   CONTINUE
               WHEN NM-NR-NOTA(IX-NM) = S-NR-NOTA
                   MOVE NM-ESTORNADO(IX-NM) TO WS-ESTORNADO
           END-SEARCH
           COMPUTE WS-BASE = S-TOTAL - S-DESCONTO
           MOVE S-NR-NOTA TO EN-NR-NOTA
           MOVE S-DATA TO EN-DATA
           MOVE S-CAIXA TO EN-CAIXA
           MOVE S-CLIENTE TO EN-CLIENTE
           MOVE S-TOTAL TO EN-SUBTOTAL
           MOVE S-DESCONTO TO EN-DESCONTO
           MOVE WS-BASE TO EN-BASE
           MOVE S-VALOR-TAXA TO EN-VALOR-TAXA
           MOVE S-TOTAL-GERAL TO EN-TOTAL-GERAL
           MOVE WS-ESTORNADO TO EN-VALOR-ESTORNADO
           IF WS-ESTORNADO = 0
               MOVE 'N' TO EN-SITUACAO
           ELSE
               IF WS-ESTORNADO NOT < S-TOTAL-GERAL
                   MOVE 'C' TO EN-SITUACAO
                   ADD 1 TO WS-QTD-CANCELADAS
               ELSE
                   MOVE 'D' TO EN-SITUACAO
               END-IF
           END-IF
           WRITE REG-EXPORTACAO-OUT FROM EXP-NOTA
           ADD 1 TO WS-QTD-REGISTROS
           ADD 1 TO WS-QTD-NOTAS
           ADD WS-BASE TO WS-SOMA-BASE
           ADD S-VALOR-TAXA TO WS-SOMA-TAXA
           ADD WS-ESTORNADO TO WS-SOMA-ESTORNADO
           ADD S-TOTAL-GERAL TO WS-SOMA-TOTAL-GERAL.

       530-GRAVAR-ITEM.
           MOVE S-NR-NOTA TO EI-NR-NOTA
           MOVE S-CODIGO TO EI-CODIGO
           MOVE S-QUANTIDADE TO EI-QUANTIDADE
           MOVE S-PRECO TO EI-PRECO
           MOVE S-TOTAL TO EI-TOTAL
           MOVE S-PROMOCAO TO EI-PROMOCAO
           WRITE REG-EXPORTACAO-OUT FROM EXP-ITEM
           ADD 1 TO WS-QTD-REGISTROS
           ADD 1 TO WS-QTD-ITENS.

       600-ESCREVER-RESUMO.
           MOVE 'NOTAS EXPORTADAS:                      ' TO LR-ROTULO
           MOVE WS-QTD-NOTAS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESULTADO
               AFTER ADVANCING 2 LINES
           MOVE 'ITENS EXPORTADOS:                      ' TO LR-ROTULO
           MOVE WS-QTD-ITENS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESULTADO
               AFTER ADVANCING 1 LINE
           MOVE 'NOTAS CANCELADAS:                      ' TO LR-ROTULO
           MOVE WS-QTD-CANCELADAS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESULTADO
               AFTER ADVANCING 1 LINE
           MOVE 'BASE TRIBUTADA:                        ' TO LV-ROTULO
           MOVE WS-SOMA-BASE TO LV-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-VALOR
               AFTER ADVANCING 1 LINE
           MOVE 'TAXA:                                  ' TO LV-ROTULO
           MOVE WS-SOMA-TAXA TO LV-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-VALOR
               AFTER ADVANCING 1 LINE
           MOVE 'ESTORNADO E DEVOLVIDO:                 ' TO LV-ROTULO
           MOVE WS-SOMA-ESTORNADO TO LV-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-VALOR
               AFTER ADVANCING 1 LINE.

       END PROGRAM EXPORTA-FISCAL.
