      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Month-end account statements over the accumulated
      *          posting journal (JORNAL-EFETIVACAO.TXT) and the
      *          account master (CADASTRO-CONTAS.TXT): one document
      *          per account with the opening balance, each posted
      *          movement with its date and running balance, the
      *          closing balance and the month's average daily
      *          balance, and a run total proved against the
      *          month-end BALANCETE.TXT of EFETIVACAO-CONTAS. The
      *          month is P395-MES-EXTRATO (AAAAMM), default the
      *          month of the movement date
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CONTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASTRO-CONTAS
           ASSIGN TO '.\CADASTRO-CONTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
       SELECT OPTIONAL JORNAL-EFETIVACAO
           ASSIGN TO '.\JORNAL-EFETIVACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BALANCETE
           ASSIGN TO '.\BALANCETE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BALANCETE.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT EXTRATOS
           ASSIGN TO '.\EXTRATOS-CONTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute de EFETIVACAO-CONTAS.
       FD CADASTRO-CONTAS LABEL RECORDS ARE STANDARD.
       01 REG-CADASTRO.
           05 NR-CONTA-CAD PIC X(5).
           05 STATUS-CONTA-CAD PIC X.
           05 NOME-TITULAR-CAD PIC X(20).
           05 SALDO-CONTA-CAD PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LIMITE-CONTA-CAD PIC 9(7)V99.

       FD JORNAL-EFETIVACAO LABEL RECORDS ARE STANDARD.
       01 REG-JORNAL.
           05 JRN-DATA PIC 9(8).
           05 PIC X.
           05 JRN-CONTA PIC X(5).
           05 PIC X.
           05 JRN-VALOR PIC 9(4).
           05 PIC X.
           05 JRN-SALDO-NOVO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PIC X.
      * 'D' = debito; linhas antigas, sem o campo, sao creditos.
           05 JRN-NATUREZA PIC X.

      * balancete impresso por EFETIVACAO-CONTAS: cabecalho com a
      * data nas colunas 27-34 e, nas linhas de conta, o saldo de
      * fechamento editado nas colunas 85-97.
       FD BALANCETE LABEL RECORDS ARE OMITTED.
       01 REG-BALANCETE-IN.
           05 BAL-CONTA PIC X(5).
           05 PIC X(21).
           05 BAL-ROTULO PIC X(11).
           05 PIC X(47).
           05 BAL-FECHAMENTO PIC X(13).
           05 PIC X(3).
       01 REG-BALANCETE-CAB.
           05 BAL-CAB-ROTULO PIC X(26).
           05 BAL-CAB-DATA PIC X(8).
           05 PIC X(66).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD EXTRATOS LABEL RECORDS ARE OMITTED.
       01 REG-EXTRATO-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-BALANCETE PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-MES-ENV PIC X(6).
       01 WS-MES-EXTRATO PIC 9(6) VALUE 0.
       01 WS-MES-EXTRATO-R REDEFINES WS-MES-EXTRATO.
           05 WS-ANO-EXT PIC 9(4).
           05 WS-MES-EXT PIC 99.
       01 WS-PRIMEIRO-DIA PIC 9(8).
       01 WS-PROXIMO-MES PIC 9(8).
       01 WS-PROXIMO-MES-R REDEFINES WS-PROXIMO-MES.
           05 WS-ANO-PROX PIC 9(4).
           05 WS-MES-PROX PIC 99.
           05 WS-DIA-PROX PIC 99.
       01 WS-DIAS-NO-MES PIC 99.
       01 WS-DIA-MOVIMENTO PIC 99.
       01 WS-SOMA-PONDERADA PIC S9(11)V99.
       01 WS-SALDO-CORRENTE PIC S9(7)V99.
       01 WS-SALDO-MEDIO PIC S9(7)V99.
       01 WS-VALOR-LANCAMENTO PIC S9(4).

      * cadastro na memoria, com o que o extrato apura de cada conta.
       01 WS-QTD-CONTAS PIC 9(4) VALUE 0.
       01 WS-TAB-CONTAS.
           05 CONTA-TAB OCCURS 500 TIMES INDEXED BY IX-CC.
               10 CC-CONTA PIC X(5).
               10 CC-STATUS PIC X.
               10 CC-TITULAR PIC X(20).
               10 CC-SALDO-ATUAL PIC S9(7)V99.
               10 CC-POSTERIORES PIC S9(7)V99.
               10 CC-MOVIMENTOS-MES PIC S9(7)V99.
               10 CC-QTD-MOVIMENTOS PIC 9(4).
               10 CC-SALDO-JORNAL PIC S9(7)V99.
               10 CC-ABERTURA PIC S9(7)V99.
               10 CC-FECHAMENTO PIC S9(7)V99.

      * lancamentos do mes no jornal, na ordem em que foram
      * efetivados.
       01 WS-QTD-LANCAMENTOS PIC 9(4) VALUE 0.
       01 WS-TAB-LANCAMENTOS.
           05 LANCAMENTO-TAB OCCURS 5000 TIMES INDEXED BY IX-LC.
               10 LC-CONTA PIC X(5).
               10 LC-DATA PIC 9(8).
               10 LC-VALOR PIC S9(4).

       01 WS-TOTAIS.
           05 TOT-CONTAS PIC 9(5) VALUE 0.
           05 TOT-EXTRATOS PIC 9(5) VALUE 0.
           05 TOT-LANCAMENTOS PIC 9(7) VALUE 0.
           05 TOT-ABERTURA PIC S9(9)V99 VALUE 0.
           05 TOT-MOVIMENTOS PIC S9(9)V99 VALUE 0.
           05 TOT-FECHAMENTO PIC S9(9)V99 VALUE 0.
           05 TOT-DIVERGENCIAS PIC 9(5) VALUE 0.
       01 WS-BALANCETE.
           05 WS-DATA-BALANCETE PIC 9(8) VALUE 0.
           05 WS-TOTAL-BALANCETE PIC S9(9)V99 VALUE 0.
           05 WS-FLAG-BALANCETE PIC X VALUE 'N'.
               88 BALANCETE-DO-MES VALUE 'S'.

       01 CABECALHO-EXTRATO.
           05 PIC X(29) VALUE '# EXTRATO DE CONTA -- MES    '.
           05 CE-MES PIC 99.
           05 PIC X VALUE '/'.
           05 CE-ANO PIC 9999.
       01 LINHA-TITULAR.
           05 PIC X(7) VALUE 'CONTA: '.
           05 LT-CONTA PIC X(5).
           05 PIC X(12) VALUE '   TITULAR: '.
           05 LT-TITULAR PIC X(20).
           05 PIC X(13) VALUE '   SITUACAO: '.
           05 LT-SITUACAO PIC X(10).
       01 LINHA-SALDO.
           05 LS-ROTULO PIC X(50).
           05 LS-SALDO PIC Z,ZZZ,ZZ9.99-.
       01 LINHA-LANCAMENTO.
           05 LL-DATA PIC 9999/99/99.
           05 PIC X(4) VALUE SPACES.
           05 LL-HISTORICO PIC X(20).
           05 LL-VALOR PIC ZZ,ZZ9.99.
           05 PIC X(7) VALUE SPACES.
           05 LL-SALDO PIC Z,ZZZ,ZZ9.99-.
       01 LINHA-DIVERGENCIA.
           05 PIC X(36) VALUE
               '*** SALDO DO JORNAL NO FIM DO MES: '.
           05 LD-SALDO PIC Z,ZZZ,ZZ9.99-.
           05 PIC X(21) VALUE ' - DIVERGE DO EXTRATO'.
       01 CABECALHO-RESUMO.
           05 PIC X(38) VALUE '# RESUMO DOS EXTRATOS DE CONTA -- MES '.
           05 CR-MES PIC 99.
           05 PIC X VALUE '/'.
           05 CR-ANO PIC 9999.
       01 LINHA-RESUMO.
           05 LR-ROTULO PIC X(50).
           05 LR-VALOR PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-CONTAGEM.
           05 LQ-ROTULO PIC X(50).
           05 LQ-QTD PIC ZZZ,ZZZ,ZZ9.
       01 LINHA-PROVA.
           05 PIC X(12) VALUE 'BALANCETE DE'.
           05 PIC X VALUE SPACE.
           05 LP-DATA PIC 9999/99/99.
           05 PIC X(3) VALUE ' : '.
           05 LP-TEXTO PIC X(54).

       PROCEDURE DIVISION.
       100-MODULO-PRINCIPAL.
           PERFORM 110-DEFINIR-MES
           PERFORM 120-CARREGAR-CADASTRO
           IF WS-QTD-CONTAS = 0
               DISPLAY 'CADASTRO-CONTAS.TXT AUSENTE OU VAZIO, '
                   'EXTRATOS NAO EMITIDOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 140-CARREGAR-JORNAL
           PERFORM 160-LER-BALANCETE
           OPEN OUTPUT EXTRATOS
           PERFORM 200-EMITIR-EXTRATO
               VARYING IX-CC FROM 1 BY 1 UNTIL IX-CC > WS-QTD-CONTAS
           PERFORM 400-EMITIR-RESUMO
           CLOSE EXTRATOS
           DISPLAY 'EXTRATOS DE ' WS-MES-EXTRATO ': ' TOT-EXTRATOS
               ' CONTAS, ' TOT-LANCAMENTOS ' LANCAMENTOS'
           IF TOT-DIVERGENCIAS > 0
               DISPLAY '*** ' TOT-DIVERGENCIAS ' CONTA(S) COM SALDO '
                   'DO JORNAL DIVERGENTE - VER EXTRATOS-CONTAS.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF BALANCETE-DO-MES
                   AND WS-TOTAL-BALANCETE NOT = TOT-FECHAMENTO
               DISPLAY '*** TOTAL DOS EXTRATOS NAO CONFERE COM O '
                   'BALANCETE ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * mes do extrato: P395-MES-EXTRATO, ou o mes da data do
      * movimento; o numero de dias do mes entra no saldo medio.
      *****************************************************************
       110-DEFINIR-MES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF
           MOVE WS-DATA-OFICIAL(1:6) TO WS-MES-EXTRATO
           MOVE SPACES TO WS-MES-ENV
           ACCEPT WS-MES-ENV FROM ENVIRONMENT 'P395-MES-EXTRATO'
           IF WS-MES-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-MES-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MES-ENV) TO WS-MES-EXTRATO
           END-IF
           COMPUTE WS-PRIMEIRO-DIA = WS-MES-EXTRATO * 100 + 1
           MOVE WS-PRIMEIRO-DIA TO WS-PROXIMO-MES
           IF WS-MES-PROX = 12
               ADD 1 TO WS-ANO-PROX
               MOVE 1 TO WS-MES-PROX
           ELSE
               ADD 1 TO WS-MES-PROX
           END-IF
           COMPUTE WS-DIAS-NO-MES =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES)
               - FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA).

       120-CARREGAR-CADASTRO.
           OPEN INPUT CADASTRO-CONTAS
           IF WS-STATUS-CADASTRO = '00'
               PERFORM 130-LER-CONTA UNTIL WS-ULTIMO-REGISTRO = 'S'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               CLOSE CADASTRO-CONTAS
           END-IF.

       130-LER-CONTA.
           READ CADASTRO-CONTAS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF WS-QTD-CONTAS < 500
                       ADD 1 TO WS-QTD-CONTAS
                       SET IX-CC TO WS-QTD-CONTAS
                       INITIALIZE CONTA-TAB(IX-CC)
                       MOVE NR-CONTA-CAD TO CC-CONTA(IX-CC)
                       MOVE STATUS-CONTA-CAD TO CC-STATUS(IX-CC)
                       MOVE NOME-TITULAR-CAD TO CC-TITULAR(IX-CC)
                       IF SALDO-CONTA-CAD IS NUMERIC
                           MOVE SALDO-CONTA-CAD
                               TO CC-SALDO-ATUAL(IX-CC)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * jornal acumulado: os lancamentos do mes vao para a tabela; os
      * posteriores ao mes so descontam do saldo atual do cadastro
      * para chegar ao saldo do fim do mes.
      *****************************************************************
       140-CARREGAR-JORNAL.
           OPEN INPUT JORNAL-EFETIVACAO
           PERFORM 150-LER-LANCAMENTO UNTIL WS-ULTIMO-REGISTRO = 'S'
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           CLOSE JORNAL-EFETIVACAO.

       150-LER-LANCAMENTO.
           READ JORNAL-EFETIVACAO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF JRN-DATA NOT < WS-PRIMEIRO-DIA
                       PERFORM 155-GUARDAR-LANCAMENTO
                   END-IF
           END-READ.

       155-GUARDAR-LANCAMENTO.
           SET IX-CC TO 1
           SEARCH CONTA-TAB
               AT END
                   DISPLAY 'LANCAMENTO DE CONTA FORA DO CADASTRO: '
                       JRN-CONTA
                   EXIT PARAGRAPH
               WHEN IX-CC > WS-QTD-CONTAS
                   DISPLAY 'LANCAMENTO DE CONTA FORA DO CADASTRO: '
                       JRN-CONTA
                   EXIT PARAGRAPH
               WHEN CC-CONTA(IX-CC) = JRN-CONTA
                   CONTINUE
           END-SEARCH
           IF JRN-NATUREZA = 'D'
               COMPUTE WS-VALOR-LANCAMENTO = 0 - JRN-VALOR
           ELSE
               MOVE JRN-VALOR TO WS-VALOR-LANCAMENTO
           END-IF
           IF JRN-DATA NOT < WS-PROXIMO-MES
               ADD WS-VALOR-LANCAMENTO TO CC-POSTERIORES(IX-CC)
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-LANCAMENTOS >= 5000
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA, EXTRATO '
                   'INCOMPLETO: ' JRN-CONTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LANCAMENTOS
           SET IX-LC TO WS-QTD-LANCAMENTOS
           MOVE JRN-CONTA TO LC-CONTA(IX-LC)
           MOVE JRN-DATA TO LC-DATA(IX-LC)
           MOVE WS-VALOR-LANCAMENTO TO LC-VALOR(IX-LC)
           ADD WS-VALOR-LANCAMENTO TO CC-MOVIMENTOS-MES(IX-CC)
           ADD 1 TO CC-QTD-MOVIMENTOS(IX-CC)
           MOVE JRN-SALDO-NOVO TO CC-SALDO-JORNAL(IX-CC).

      *****************************************************************
      * soma os saldos de fechamento do BALANCETE.TXT corrente, que
      * so serve de prova quando foi impresso dentro do mes.
      *****************************************************************
       160-LER-BALANCETE.
           OPEN INPUT BALANCETE
           IF WS-STATUS-BALANCETE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ BALANCETE
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
           END-READ
           IF WS-ULTIMO-REGISTRO = 'N'
                   AND BAL-CAB-ROTULO = '# BALANCETE DE CONTAS DIA '
                   AND BAL-CAB-DATA IS NUMERIC
               MOVE BAL-CAB-DATA TO WS-DATA-BALANCETE
               IF WS-DATA-BALANCETE(1:6) = WS-MES-EXTRATO
                   SET BALANCETE-DO-MES TO TRUE
               END-IF
           END-IF
           PERFORM 170-LER-LINHA-BALANCETE
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           CLOSE BALANCETE.

       170-LER-LINHA-BALANCETE.
           READ BALANCETE
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF BAL-ROTULO = ' ABERTURA  '
                       COMPUTE WS-TOTAL-BALANCETE = WS-TOTAL-BALANCETE
                           + FUNCTION NUMVAL-C(BAL-FECHAMENTO)
                   END-IF
           END-READ.

      *****************************************************************
      * extrato de uma conta, em pagina propria. o saldo do fim do
      * mes e o do cadastro menos o efetivado depois do mes; a
      * abertura e esse saldo menos o efetivado no mes. conta
      * encerrada sem saldo nem movimento no mes nao tem extrato,
      * mas entra nos totais.
      *****************************************************************
       200-EMITIR-EXTRATO.
           ADD 1 TO TOT-CONTAS
           COMPUTE CC-FECHAMENTO(IX-CC) =
               CC-SALDO-ATUAL(IX-CC) - CC-POSTERIORES(IX-CC)
           COMPUTE CC-ABERTURA(IX-CC) =
               CC-FECHAMENTO(IX-CC) - CC-MOVIMENTOS-MES(IX-CC)
           ADD CC-ABERTURA(IX-CC) TO TOT-ABERTURA
           ADD CC-MOVIMENTOS-MES(IX-CC) TO TOT-MOVIMENTOS
           ADD CC-FECHAMENTO(IX-CC) TO TOT-FECHAMENTO
           IF CC-STATUS(IX-CC) = 'E' AND CC-QTD-MOVIMENTOS(IX-CC) = 0
                   AND CC-FECHAMENTO(IX-CC) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOT-EXTRATOS
           MOVE WS-MES-EXT TO CE-MES
           MOVE WS-ANO-EXT TO CE-ANO
           IF TOT-EXTRATOS = 1
               WRITE REG-EXTRATO-OUT FROM CABECALHO-EXTRATO
           ELSE
               WRITE REG-EXTRATO-OUT FROM CABECALHO-EXTRATO
                   AFTER ADVANCING PAGE
           END-IF
           MOVE CC-CONTA(IX-CC) TO LT-CONTA
           MOVE CC-TITULAR(IX-CC) TO LT-TITULAR
           EVALUATE CC-STATUS(IX-CC)
               WHEN 'B'
                   MOVE 'BLOQUEADA' TO LT-SITUACAO
               WHEN 'E'
                   MOVE 'ENCERRADA' TO LT-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVA' TO LT-SITUACAO
           END-EVALUATE
           WRITE REG-EXTRATO-OUT FROM LINHA-TITULAR
               AFTER ADVANCING 2 LINES
           MOVE 'SALDO ANTERIOR' TO LS-ROTULO
           MOVE CC-ABERTURA(IX-CC) TO LS-SALDO
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO
               AFTER ADVANCING 2 LINES
           MOVE CC-ABERTURA(IX-CC) TO WS-SALDO-CORRENTE
           MOVE 0 TO WS-SOMA-PONDERADA
           PERFORM 210-LINHA-LANCAMENTO
               VARYING IX-LC FROM 1 BY 1
               UNTIL IX-LC > WS-QTD-LANCAMENTOS
           MOVE 'SALDO FINAL' TO LS-ROTULO
           MOVE CC-FECHAMENTO(IX-CC) TO LS-SALDO
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO
               AFTER ADVANCING 2 LINES
      * saldo medio diario: a abertura vale o mes inteiro e cada
      * lancamento pesa pelos dias, do dia dele ao fim do mes, em
      * que fez parte do saldo.
           COMPUTE WS-SALDO-MEDIO ROUNDED = CC-ABERTURA(IX-CC)
               + WS-SOMA-PONDERADA / WS-DIAS-NO-MES
           MOVE 'SALDO MEDIO DO MES' TO LS-ROTULO
           MOVE WS-SALDO-MEDIO TO LS-SALDO
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO
               AFTER ADVANCING 1 LINE
      * o saldo gravado no jornal pelo ultimo lancamento do mes tem
      * de ser o saldo final apurado; se nao for, o cadastro foi
      * mexido por fora da efetivacao.
           IF CC-QTD-MOVIMENTOS(IX-CC) > 0
                   AND CC-SALDO-JORNAL(IX-CC) NOT = CC-FECHAMENTO(IX-CC)
               ADD 1 TO TOT-DIVERGENCIAS
               MOVE CC-SALDO-JORNAL(IX-CC) TO LD-SALDO
               WRITE REG-EXTRATO-OUT FROM LINHA-DIVERGENCIA
                   AFTER ADVANCING 2 LINES
           END-IF.

       210-LINHA-LANCAMENTO.
           IF LC-CONTA(IX-LC) NOT = CC-CONTA(IX-CC)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOT-LANCAMENTOS
           ADD LC-VALOR(IX-LC) TO WS-SALDO-CORRENTE
           MOVE LC-DATA(IX-LC)(7:2) TO WS-DIA-MOVIMENTO
           COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
               + LC-VALOR(IX-LC)
               * (WS-DIAS-NO-MES - WS-DIA-MOVIMENTO + 1)
           MOVE LC-DATA(IX-LC) TO LL-DATA
           MOVE LC-VALOR(IX-LC) TO LL-VALOR
           IF LC-VALOR(IX-LC) < 0
               MOVE 'DEBITO EFETIVADO' TO LL-HISTORICO
           ELSE
               MOVE 'CREDITO EFETIVADO' TO LL-HISTORICO
           END-IF
           MOVE WS-SALDO-CORRENTE TO LL-SALDO
           WRITE REG-EXTRATO-OUT FROM LINHA-LANCAMENTO
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * resumo da emissao, com a prova contra o balancete do mes: a
      * soma dos saldos finais dos extratos tem de ser a soma dos
      * fechamentos do balancete.
      *****************************************************************
       400-EMITIR-RESUMO.
           MOVE WS-MES-EXT TO CR-MES
           MOVE WS-ANO-EXT TO CR-ANO
           IF TOT-EXTRATOS = 0
               WRITE REG-EXTRATO-OUT FROM CABECALHO-RESUMO
           ELSE
               WRITE REG-EXTRATO-OUT FROM CABECALHO-RESUMO
                   AFTER ADVANCING PAGE
           END-IF
           MOVE 'CONTAS NO CADASTRO:' TO LQ-ROTULO
           MOVE TOT-CONTAS TO LQ-QTD
           WRITE REG-EXTRATO-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 2 LINES
           MOVE 'EXTRATOS EMITIDOS:' TO LQ-ROTULO
           MOVE TOT-EXTRATOS TO LQ-QTD
           WRITE REG-EXTRATO-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'LANCAMENTOS NO MES:' TO LQ-ROTULO
           MOVE TOT-LANCAMENTOS TO LQ-QTD
           WRITE REG-EXTRATO-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DOS SALDOS ANTERIORES:' TO LR-ROTULO
           MOVE TOT-ABERTURA TO LR-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL EFETIVADO NO MES:' TO LR-ROTULO
           MOVE TOT-MOVIMENTOS TO LR-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DOS SALDOS FINAIS:' TO LR-ROTULO
           MOVE TOT-FECHAMENTO TO LR-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'CONTAS COM SALDO DO JORNAL DIVERGENTE:' TO LQ-ROTULO
           MOVE TOT-DIVERGENCIAS TO LQ-QTD
           WRITE REG-EXTRATO-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           IF NOT BALANCETE-DO-MES
               MOVE WS-DATA-BALANCETE TO LP-DATA
               MOVE 'NAO E DO MES, PROVA NAO FEITA' TO LP-TEXTO
           ELSE
               MOVE WS-DATA-BALANCETE TO LP-DATA
               MOVE WS-TOTAL-BALANCETE TO LR-VALOR
               MOVE 'TOTAL DOS FECHAMENTOS DO BALANCETE:' TO LR-ROTULO
               WRITE REG-EXTRATO-OUT FROM LINHA-RESUMO
                   AFTER ADVANCING 1 LINE
               IF WS-TOTAL-BALANCETE = TOT-FECHAMENTO
                   MOVE 'CONFERE COM O TOTAL DOS EXTRATOS' TO LP-TEXTO
               ELSE
                   MOVE '*** NAO CONFERE COM O TOTAL DOS EXTRATOS'
                       TO LP-TEXTO
               END-IF
           END-IF
           WRITE REG-EXTRATO-OUT FROM LINHA-PROVA
               AFTER ADVANCING 2 LINES.

       END PROGRAM EXTRATO-CONTAS.
