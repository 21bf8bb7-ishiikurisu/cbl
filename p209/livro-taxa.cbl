      *          the current month), with the effective rate of each
      *          nota printed alongside -- so when TAB-TAXA.TXT
      *          changes mid-month the book shows which notas were
      *          taxed at which rate -- and the monthly total, broken
      *          down by product tax class from the per-class tax
      *          lines CALC4 writes after each nota summary
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * o log vivo ou a geracao mensal para onde a rolagem do fim do
      * dia levou os dias fechados, com o nome montado em tempo de
      * execucao.
       SELECT LOG-TRANSACOES
           ASSIGN TO WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
       SELECT LIVRO-SAIDA
           05 LOG-FORMA-PAGTO-X PIC X.
           05 PIC X.
           05 LOG-PARCELAS-X PIC XX.
      * nas linhas de taxa por classe (tipo 'T'), a classe de taxa
           05 LOG-CLASSE-TAXA-X REDEFINES LOG-PARCELAS-X PIC XX.
           05 PIC X.
           05 LOG-OPERADOR-X PIC X(5).
           05 PIC X.
           05 LOG-ESTORNO-X PIC X.
           05 PIC X.
           05 LOG-DATA-X PIC X(8).
      * caixa, promocao e vale-troca, gravados depois da data; o
      * tipo de registro separa as linhas de venda (espaco) do fundo
      * de troco e da sangria, e marca com 'T' as linhas de taxa por
      * classe gravadas logo apos o resumo da nota.
           05 PIC X(32).
           05 LOG-TIPO-REGISTRO-X PIC X.

       FD LIVRO-SAIDA LABEL RECORDS ARE OMITTED.
       01 REG-LIVRO-OUT PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-COMPETENCIA PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-ENV PIC X(6).
       01 WS-SOMA-BASE-MES PIC S9(9)V99 VALUE 0.
       01 WS-CONTAGEM-NOTAS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-SEM-DATA PIC 9(5) VALUE 0.
      * base e taxa do mes por classe de taxa; a classe 00 (taxa
      * geral) recebe tambem o que os resumos tem a mais que as linhas
      * de classe -- as notas sem classe e as anteriores a elas.
       01 WS-TAB-CLASSES.
           05 QTD-CLASSES PIC 99 VALUE 0.
           05 CLASSE-TAB OCCURS 60 TIMES INDEXED BY IX-CL.
               10 CL-CLASSE PIC XX.
               10 CL-BASE PIC S9(9)V99.
               10 CL-TAXA PIC S9(9)V99.
       01 WS-SOMA-BASE-CLASSES PIC S9(9)V99 VALUE 0.
       01 WS-SOMA-TAXA-CLASSES PIC S9(9)V99 VALUE 0.
       01 WS-CLASSE-LINHA PIC XX VALUE SPACES.
       01 WS-BASE-CLASSE PIC S9(9)V99 VALUE 0.
       01 WS-TAXA-CLASSE PIC S9(9)V99 VALUE 0.

       01 CABECALHO-LIVRO.
           05 PIC X(34) VALUE '# LIVRO DE TAXA - COMPETENCIA     '.
       01 LINHA-TOTAL-MES.
           05 LM-ROTULO PIC X(24).
           05 LM-VALOR PIC Z,ZZZ,ZZ9.99-.
       01 LINHA-CLASSE.
           05 LC-ROTULO PIC X(16).
           05 PIC X(7) VALUE ' BASE  '.
           05 LC-BASE PIC Z,ZZZ,ZZ9.99-.
           05 PIC X(7) VALUE ' TAXA  '.
           05 LC-TAXA PIC Z,ZZZ,ZZ9.99-.
       01 LINHA-AVISO.
           05 PIC X(38) VALUE
               'LINHAS ANTIGAS SEM DATA, FORA DO LIVRO'.
                   'SEM LIVRO A EMITIR'
               STOP RUN
           END-IF
           CLOSE LOG-TRANSACOES
           OPEN OUTPUT LIVRO-SAIDA
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA
           WRITE REG-LIVRO-OUT FROM CABECALHO-LIVRO
      * os dias ja fechados da competencia estao na sua geracao
      * mensal; os ainda em aberto, no log vivo.
           MOVE WS-COMPETENCIA TO WS-ARQ-GERACAO-MES
           MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
           PERFORM 150-LER-ARQUIVO-LOG
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM 150-LER-ARQUIVO-LOG
           IF WS-FLAG-DIA-ABERTO = 'S'
               PERFORM 300-FECHAR-DIA
           END-IF
           PERFORM 400-ESCREVER-TOTAIS-MES
           CLOSE LIVRO-SAIDA
           STOP RUN.

       150-LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM 200-PROCESSAR-LINHA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

      *****************************************************************
      * le uma linha do log e, se for um resumo de nota da
      * competencia pedida, lanca-a no livro sob o seu dia.
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LOG-CODIGO-PRODUTO-X = SPACES
                           AND LOG-TIPO-REGISTRO-X = SPACE
                       PERFORM 210-CLASSIFICAR-NOTA
                   END-IF
                   IF LOG-TIPO-REGISTRO-X = 'T'
                           AND LOG-DATA-X IS NUMERIC
                       PERFORM 230-ACUMULAR-CLASSE
                   END-IF
           END-READ.

       210-CLASSIFICAR-NOTA.
           ADD WS-VALOR-TAXA TO WS-SOMA-TAXA-MES
           ADD WS-BASE TO WS-SOMA-BASE-MES.

      *****************************************************************
      * linha de taxa por classe da competencia: base e taxa somadas
      * na classe (negativas no estorno e na devolucao).
      *****************************************************************
       230-ACUMULAR-CLASSE.
           MOVE FUNCTION NUMVAL(LOG-DATA-X) TO WS-DATA-LINHA
           COMPUTE WS-ANOMES-LINHA = WS-DATA-LINHA / 100
           IF WS-ANOMES-LINHA = WS-COMPETENCIA
               COMPUTE WS-BASE-CLASSE =
                   FUNCTION NUMVAL-C(LOG-TOTAL-X)
               COMPUTE WS-TAXA-CLASSE =
                   FUNCTION NUMVAL-C(LOG-VALOR-TAXA-X)
               MOVE LOG-CLASSE-TAXA-X TO WS-CLASSE-LINHA
               PERFORM 240-SOMAR-NA-CLASSE
               ADD WS-BASE-CLASSE TO WS-SOMA-BASE-CLASSES
               ADD WS-TAXA-CLASSE TO WS-SOMA-TAXA-CLASSES
           END-IF.

       240-SOMAR-NA-CLASSE.
           SET IX-CL TO 1
           SEARCH CLASSE-TAB
               AT END
                   CONTINUE
               WHEN IX-CL > QTD-CLASSES
                   ADD 1 TO QTD-CLASSES
                   MOVE WS-CLASSE-LINHA TO CL-CLASSE(IX-CL)
                   MOVE WS-BASE-CLASSE TO CL-BASE(IX-CL)
                   MOVE WS-TAXA-CLASSE TO CL-TAXA(IX-CL)
               WHEN CL-CLASSE(IX-CL) = WS-CLASSE-LINHA
                   ADD WS-BASE-CLASSE TO CL-BASE(IX-CL)
                   ADD WS-TAXA-CLASSE TO CL-TAXA(IX-CL)
           END-SEARCH.

       300-FECHAR-DIA.
           MOVE WS-SOMA-TAXA-DIA TO LT-TAXA-DIA
           WRITE REG-LIVRO-OUT FROM LINHA-TOTAL-DIA
           MOVE WS-SOMA-TAXA-MES TO LM-VALOR
           WRITE REG-LIVRO-OUT FROM LINHA-TOTAL-MES
               AFTER ADVANCING 1 LINE
           IF QTD-CLASSES > 0
               PERFORM 410-ESCREVER-CLASSES
           END-IF
           IF WS-CONTAGEM-SEM-DATA > 0
               MOVE WS-CONTAGEM-SEM-DATA TO LA-QTD
               WRITE REG-LIVRO-OUT FROM LINHA-AVISO
                   AFTER ADVANCING 2 LINES
           END-IF.

      *****************************************************************
      * quebra dos totais do mes por classe de taxa. o que os resumos
      * de nota somam alem das linhas de classe vai para a taxa geral,
      * para que as classes fechem com a base e a taxa do mes.
      *****************************************************************
       410-ESCREVER-CLASSES.
           MOVE '00' TO WS-CLASSE-LINHA
           COMPUTE WS-BASE-CLASSE =
               WS-SOMA-BASE-MES - WS-SOMA-BASE-CLASSES
           COMPUTE WS-TAXA-CLASSE =
               WS-SOMA-TAXA-MES - WS-SOMA-TAXA-CLASSES
           PERFORM 240-SOMAR-NA-CLASSE
           MOVE 'POR CLASSE DE TAXA:     ' TO LM-ROTULO
           WRITE REG-LIVRO-OUT FROM LM-ROTULO
               AFTER ADVANCING 2 LINES
           PERFORM 420-ESCREVER-CLASSE
               VARYING IX-CL FROM 1 BY 1
               UNTIL IX-CL > QTD-CLASSES.

       420-ESCREVER-CLASSE.
           IF CL-CLASSE(IX-CL) = '00'
               MOVE '  TAXA GERAL    ' TO LC-ROTULO
           ELSE
               MOVE '  CLASSE        ' TO LC-ROTULO
               MOVE CL-CLASSE(IX-CL) TO LC-ROTULO(10:2)
           END-IF
           MOVE CL-BASE(IX-CL) TO LC-BASE
           MOVE CL-TAXA(IX-CL) TO LC-TAXA
           WRITE REG-LIVRO-OUT FROM LINHA-CLASSE
               AFTER ADVANCING 1 LINE.

       END PROGRAM LIVRO-TAXA.
