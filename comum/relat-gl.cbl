      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: General ledger reports for one month (GL-PERIODO,
      *          AAAAMM, default the movement month): the trial
      *          balance (BALANCETE-GL.TXT) with each account of
      *          PLANO-CONTAS-GL.TXT's opening balance, the month's
      *          debits and credits and the closing balance, proved
      *          debits against credits; and the account ledger
      *          listing (RAZAO-CONTAS-GL.TXT) with every posting of
      *          the month from RAZAO-GL.TXT and the running balance
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOS-GL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLANO-CONTAS
           ASSIGN TO '.\PLANO-CONTAS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
       SELECT SALDOS-GL
           ASSIGN TO '.\SALDOS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDOS.
       SELECT RAZAO-GL
           ASSIGN TO '.\RAZAO-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RAZAO.
       SELECT OPTIONAL PERIODOS-GL
           ASSIGN TO '.\PERIODOS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT RELAT-BALANCETE
           ASSIGN TO '.\BALANCETE-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-RAZAO
           ASSIGN TO '.\RAZAO-CONTAS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmos leiautes de LANCAMENTO-GL.
       FD PLANO-CONTAS LABEL RECORDS ARE STANDARD.
       01 REG-PLANO-IN.
           05 PC-CONTA-IN PIC X(8).
           05 PIC X.
           05 PC-NOME-IN PIC X(30).
           05 PIC X.
           05 PC-NATUREZA-IN PIC X.
           05 PIC X.
           05 PC-SITUACAO-IN PIC X.

       FD SALDOS-GL LABEL RECORDS ARE STANDARD.
       01 REG-SALDO-GL.
           05 SG-CONTA PIC X(8).
           05 PIC X.
           05 SG-ANOMES PIC 9(6).
           05 PIC X.
           05 SG-DEBITOS PIC 9(11)V99.
           05 PIC X.
           05 SG-CREDITOS PIC 9(11)V99.

       FD RAZAO-GL LABEL RECORDS ARE STANDARD.
       01 REG-RAZAO-GL.
           05 RZ-ANOMES PIC 9(6).
           05 PIC X.
           05 RZ-CONTA PIC X(8).
           05 PIC X.
           05 RZ-TIPO PIC X.
           05 PIC X.
           05 RZ-VALOR PIC 9(9)V99.
           05 PIC X.
           05 RZ-LOTE PIC 9(5).
           05 PIC X.
           05 RZ-DATA PIC 9(8).
           05 PIC X.
           05 RZ-ORIGEM PIC X(30).

       FD PERIODOS-GL LABEL RECORDS ARE STANDARD.
       01 REG-PERIODO-GL.
           05 PG-ANOMES PIC 9(6).
           05 PIC X.
           05 PG-DATA-FECHAMENTO PIC 9(8).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD RELAT-BALANCETE LABEL RECORDS ARE OMITTED.
       01 REG-BALANCETE-OUT PIC X(132).

       FD RELAT-RAZAO LABEL RECORDS ARE OMITTED.
       01 REG-RAZAO-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PLANO PIC XX.
       01 WS-STATUS-SALDOS PIC XX.
       01 WS-STATUS-RAZAO PIC XX.
       01 WS-STATUS-PERIODOS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANO PIC 9(4).
           05 WS-PERIODO-MES PIC 99.
       01 WS-PERIODO-ENV PIC X(6).
       01 WS-FLAG-FECHADO PIC X VALUE 'N'.
           88 PERIODO-FECHADO VALUE 'S'.

      * o plano, com os saldos do mes apurados por conta.
       01 WS-QTD-PLANO PIC 999 VALUE 0.
       01 WS-TAB-PLANO.
           05 PLANO-TAB OCCURS 300 TIMES INDEXED BY IX-PC.
               10 PC-CONTA PIC X(8).
               10 PC-NOME PIC X(30).
               10 PC-NATUREZA PIC X.
               10 PC-ANTERIOR PIC S9(11)V99.
               10 PC-DEBITOS PIC 9(11)V99.
               10 PC-CREDITOS PIC 9(11)V99.
               10 PC-FINAL PIC S9(11)V99.

      * lancamentos do mes no razao, na ordem em que foram feitos.
       01 WS-QTD-MOVIMENTOS PIC 9(4) VALUE 0.
       01 WS-TAB-MOVIMENTOS.
           05 MOVIMENTO-TAB OCCURS 5000 TIMES INDEXED BY IX-MV.
               10 MV-CONTA PIC X(8).
               10 MV-TIPO PIC X.
               10 MV-VALOR PIC 9(9)V99.
               10 MV-LOTE PIC 9(5).
               10 MV-DATA PIC 9(8).
               10 MV-ORIGEM PIC X(30).

       01 WS-TOTAIS.
           05 TOT-ANTERIOR-D PIC 9(13)V99 VALUE 0.
           05 TOT-ANTERIOR-C PIC 9(13)V99 VALUE 0.
           05 TOT-DEBITOS PIC 9(13)V99 VALUE 0.
           05 TOT-CREDITOS PIC 9(13)V99 VALUE 0.
           05 TOT-FINAL-D PIC 9(13)V99 VALUE 0.
           05 TOT-FINAL-C PIC 9(13)V99 VALUE 0.
       01 WS-SALDO-CORRENTE PIC S9(11)V99.
       01 WS-SALDO-EDITAR PIC S9(13)V99.

       01 CABECALHO-BALANCETE.
           05 PIC X(30) VALUE '# BALANCETE DE VERIFICACAO -- '.
           05 CB-MES PIC 99.
           05 PIC X VALUE '/'.
           05 CB-ANO PIC 9999.
           05 CB-SITUACAO PIC X(20).
       01 CABECALHO-BALANCETE-2.
           05 PIC X(40) VALUE 'CONTA    NOME'.
           05 PIC X(16) VALUE '  SALDO ANTERIOR'.
           05 PIC X(18) VALUE '           DEBITOS'.
           05 PIC X(17) VALUE '         CREDITOS'.
           05 PIC X(17) VALUE '      SALDO FINAL'.
       01 LINHA-BALANCETE.
           05 LB-CONTA PIC X(8).
           05 PIC X VALUE SPACE.
           05 LB-NOME PIC X(30).
           05 PIC X VALUE SPACE.
           05 LB-ANTERIOR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 LB-ANTERIOR-DC PIC X.
           05 PIC X VALUE SPACE.
           05 LB-DEBITOS PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LB-CREDITOS PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LB-FINAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 LB-FINAL-DC PIC X.
       01 LINHA-TOTAL-BALANCETE.
           05 LTB-ROTULO PIC X(40).
           05 LTB-DEBITOS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 PIC X(3) VALUE ' D '.
           05 LTB-CREDITOS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 PIC X(2) VALUE ' C'.
       01 LINHA-PROVA-OK.
           05 PIC X(50) VALUE
               'BALANCETE CONFERIDO: DEBITOS IGUAIS AOS CREDITOS'.
       01 LINHA-PROVA-ERRO.
           05 PIC X(50) VALUE
               '*** BALANCETE NAO FECHA - DEBITOS DIFEREM'.

       01 CABECALHO-RAZAO.
           05 PIC X(28) VALUE '# RAZAO POR CONTA -- MES    '.
           05 CR-MES PIC 99.
           05 PIC X VALUE '/'.
           05 CR-ANO PIC 9999.
       01 LINHA-CONTA-RAZAO.
           05 PIC X(7) VALUE 'CONTA: '.
           05 LCR-CONTA PIC X(8).
           05 PIC X(3) VALUE ' - '.
           05 LCR-NOME PIC X(30).
       01 LINHA-SALDO-RAZAO.
           05 PIC X(8) VALUE SPACES.
           05 LSR-ROTULO PIC X(50).
           05 PIC X(32) VALUE SPACES.
           05 LSR-SALDO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 LSR-SALDO-DC PIC X.
       01 LINHA-MOVIMENTO-RAZAO.
           05 PIC X(8) VALUE SPACES.
           05 LMR-DATA PIC 9999/99/99.
           05 PIC X(6) VALUE ' LOTE '.
           05 LMR-LOTE PIC ZZZZ9.
           05 PIC X VALUE SPACE.
           05 LMR-ORIGEM PIC X(28).
           05 LMR-DEBITO PIC ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LMR-CREDITO PIC ZZZ,ZZZ,ZZ9.99.
           05 PIC X(3) VALUE SPACES.
           05 LMR-SALDO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 LMR-SALDO-DC PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DEFINIR-PERIODO
           PERFORM CARREGAR-PLANO
           PERFORM CARREGAR-SALDOS
           PERFORM CARREGAR-MOVIMENTOS
           PERFORM VERIFICAR-FECHAMENTO
           PERFORM EMITIR-BALANCETE
           PERFORM EMITIR-RAZAO
           DISPLAY 'RELATORIOS DO RAZAO GL DE ' WS-PERIODO
               ' EMITIDOS'
           IF TOT-DEBITOS NOT = TOT-CREDITOS
                   OR TOT-FINAL-D NOT = TOT-FINAL-C
               DISPLAY '*** BALANCETE GL NAO FECHA - VER '
                   'BALANCETE-GL.TXT ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       DEFINIR-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF
           MOVE WS-DATA-OFICIAL(1:6) TO WS-PERIODO
           MOVE SPACES TO WS-PERIODO-ENV
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'GL-PERIODO'
           IF WS-PERIODO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERIODO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERIODO-ENV) TO WS-PERIODO
           END-IF.

       CARREGAR-PLANO.
           OPEN INPUT PLANO-CONTAS
           IF WS-STATUS-PLANO NOT = '00'
               DISPLAY 'PLANO-CONTAS-GL.TXT AUSENTE, '
                   'RELATORIOS NAO EMITIDOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-PLANO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE PLANO-CONTAS.

       LER-PLANO.
           READ PLANO-CONTAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-PLANO < 300
                       ADD 1 TO WS-QTD-PLANO
                       SET IX-PC TO WS-QTD-PLANO
                       INITIALIZE PLANO-TAB(IX-PC)
                       MOVE PC-CONTA-IN TO PC-CONTA(IX-PC)
                       MOVE PC-NOME-IN TO PC-NOME(IX-PC)
                       MOVE PC-NATUREZA-IN TO PC-NATUREZA(IX-PC)
                   END-IF
           END-READ.

      ******************************************************************
      * os meses anteriores ao periodo formam o saldo anterior; o
      * proprio periodo da os debitos e creditos do mes; os meses
      * posteriores ficam de fora.
      ******************************************************************
       CARREGAR-SALDOS.
           OPEN INPUT SALDOS-GL
           IF WS-STATUS-SALDOS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-SALDO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE SALDOS-GL.

       LER-SALDO.
           READ SALDOS-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF SG-ANOMES NOT > WS-PERIODO
                       PERFORM SOMAR-SALDO
                   END-IF
           END-READ.

       SOMAR-SALDO.
           SET IX-PC TO 1
           SEARCH PLANO-TAB
               AT END
                   DISPLAY 'CONTA COM SALDO FORA DO PLANO: ' SG-CONTA
               WHEN IX-PC > WS-QTD-PLANO
                   DISPLAY 'CONTA COM SALDO FORA DO PLANO: ' SG-CONTA
               WHEN PC-CONTA(IX-PC) = SG-CONTA
                   IF SG-ANOMES < WS-PERIODO
                       COMPUTE PC-ANTERIOR(IX-PC) = PC-ANTERIOR(IX-PC)
                           + SG-DEBITOS - SG-CREDITOS
                   ELSE
                       ADD SG-DEBITOS TO PC-DEBITOS(IX-PC)
                       ADD SG-CREDITOS TO PC-CREDITOS(IX-PC)
                   END-IF
           END-SEARCH.

       CARREGAR-MOVIMENTOS.
           OPEN INPUT RAZAO-GL
           IF WS-STATUS-RAZAO NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-MOVIMENTO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE RAZAO-GL.

       LER-MOVIMENTO.
           READ RAZAO-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF RZ-ANOMES = WS-PERIODO
                       IF WS-QTD-MOVIMENTOS < 5000
                           ADD 1 TO WS-QTD-MOVIMENTOS
                           SET IX-MV TO WS-QTD-MOVIMENTOS
                           MOVE RZ-CONTA TO MV-CONTA(IX-MV)
                           MOVE RZ-TIPO TO MV-TIPO(IX-MV)
                           MOVE RZ-VALOR TO MV-VALOR(IX-MV)
                           MOVE RZ-LOTE TO MV-LOTE(IX-MV)
                           MOVE RZ-DATA TO MV-DATA(IX-MV)
                           MOVE RZ-ORIGEM TO MV-ORIGEM(IX-MV)
                       ELSE
                           DISPLAY 'TABELA DE MOVIMENTOS CHEIA, '
                               'RAZAO POR CONTA INCOMPLETO'
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-FECHAMENTO.
           OPEN INPUT PERIODOS-GL
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-PERIODO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE PERIODOS-GL.

       LER-PERIODO.
           READ PERIODOS-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PG-ANOMES = WS-PERIODO
                       SET PERIODO-FECHADO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * balancete: uma linha por conta com saldo ou movimento, e a
      * prova de que os debitos do mes igualam os creditos e os
      * saldos devedores igualam os credores.
      ******************************************************************
       EMITIR-BALANCETE.
           OPEN OUTPUT RELAT-BALANCETE
           MOVE WS-PERIODO-MES TO CB-MES
           MOVE WS-PERIODO-ANO TO CB-ANO
           IF PERIODO-FECHADO
               MOVE '  (MES FECHADO)' TO CB-SITUACAO
           ELSE
               MOVE '  (MES ABERTO)' TO CB-SITUACAO
           END-IF
           WRITE REG-BALANCETE-OUT FROM CABECALHO-BALANCETE
           WRITE REG-BALANCETE-OUT FROM CABECALHO-BALANCETE-2
               AFTER ADVANCING 2 LINES
           PERFORM IMPRIMIR-CONTA-BALANCETE
               VARYING IX-PC FROM 1 BY 1 UNTIL IX-PC > WS-QTD-PLANO
           MOVE 'SALDOS ANTERIORES (DEVEDOR / CREDOR):' TO LTB-ROTULO
           MOVE TOT-ANTERIOR-D TO LTB-DEBITOS
           MOVE TOT-ANTERIOR-C TO LTB-CREDITOS
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 2 LINES
           MOVE 'MOVIMENTO DO MES (DEBITOS / CREDITOS):'
               TO LTB-ROTULO
           MOVE TOT-DEBITOS TO LTB-DEBITOS
           MOVE TOT-CREDITOS TO LTB-CREDITOS
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           MOVE 'SALDOS FINAIS (DEVEDOR / CREDOR):' TO LTB-ROTULO
           MOVE TOT-FINAL-D TO LTB-DEBITOS
           MOVE TOT-FINAL-C TO LTB-CREDITOS
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           IF TOT-DEBITOS = TOT-CREDITOS
                   AND TOT-FINAL-D = TOT-FINAL-C
               WRITE REG-BALANCETE-OUT FROM LINHA-PROVA-OK
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-BALANCETE-OUT FROM LINHA-PROVA-ERRO
                   AFTER ADVANCING 2 LINES
           END-IF
           CLOSE RELAT-BALANCETE.

       IMPRIMIR-CONTA-BALANCETE.
           COMPUTE PC-FINAL(IX-PC) = PC-ANTERIOR(IX-PC)
               + PC-DEBITOS(IX-PC) - PC-CREDITOS(IX-PC)
           IF PC-ANTERIOR(IX-PC) = 0 AND PC-DEBITOS(IX-PC) = 0
                   AND PC-CREDITOS(IX-PC) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PC-CONTA(IX-PC) TO LB-CONTA
           MOVE PC-NOME(IX-PC) TO LB-NOME
           MOVE PC-ANTERIOR(IX-PC) TO WS-SALDO-EDITAR
           PERFORM SEPARAR-DEVEDOR-CREDOR
           MOVE WS-SALDO-EDITAR TO LB-ANTERIOR
           MOVE LSR-SALDO-DC TO LB-ANTERIOR-DC
           IF PC-ANTERIOR(IX-PC) > 0
               ADD PC-ANTERIOR(IX-PC) TO TOT-ANTERIOR-D
           ELSE
               SUBTRACT PC-ANTERIOR(IX-PC) FROM TOT-ANTERIOR-C
           END-IF
           MOVE PC-DEBITOS(IX-PC) TO LB-DEBITOS
           MOVE PC-CREDITOS(IX-PC) TO LB-CREDITOS
           ADD PC-DEBITOS(IX-PC) TO TOT-DEBITOS
           ADD PC-CREDITOS(IX-PC) TO TOT-CREDITOS
           MOVE PC-FINAL(IX-PC) TO WS-SALDO-EDITAR
           PERFORM SEPARAR-DEVEDOR-CREDOR
           MOVE WS-SALDO-EDITAR TO LB-FINAL
           MOVE LSR-SALDO-DC TO LB-FINAL-DC
           IF PC-FINAL(IX-PC) > 0
               ADD PC-FINAL(IX-PC) TO TOT-FINAL-D
           ELSE
               SUBTRACT PC-FINAL(IX-PC) FROM TOT-FINAL-C
           END-IF
           WRITE REG-BALANCETE-OUT FROM LINHA-BALANCETE
               AFTER ADVANCING 1 LINE.

      * saldo positivo e devedor ('D'), negativo e credor ('C'); o
      * valor segue sem sinal em WS-SALDO-EDITAR e a marca em
      * LSR-SALDO-DC.
       SEPARAR-DEVEDOR-CREDOR.
           IF WS-SALDO-EDITAR < 0
               COMPUTE WS-SALDO-EDITAR = 0 - WS-SALDO-EDITAR
               MOVE 'C' TO LSR-SALDO-DC
           ELSE
               IF WS-SALDO-EDITAR = 0
                   MOVE SPACE TO LSR-SALDO-DC
               ELSE
                   MOVE 'D' TO LSR-SALDO-DC
               END-IF
           END-IF.

      ******************************************************************
      * razao por conta: saldo anterior, cada lancamento do mes com o
      * saldo corrente, e o saldo final da conta.
      ******************************************************************
       EMITIR-RAZAO.
           OPEN OUTPUT RELAT-RAZAO
           MOVE WS-PERIODO-MES TO CR-MES
           MOVE WS-PERIODO-ANO TO CR-ANO
           WRITE REG-RAZAO-OUT FROM CABECALHO-RAZAO
           PERFORM IMPRIMIR-CONTA-RAZAO
               VARYING IX-PC FROM 1 BY 1 UNTIL IX-PC > WS-QTD-PLANO
           CLOSE RELAT-RAZAO.

       IMPRIMIR-CONTA-RAZAO.
           IF PC-ANTERIOR(IX-PC) = 0 AND PC-DEBITOS(IX-PC) = 0
                   AND PC-CREDITOS(IX-PC) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PC-CONTA(IX-PC) TO LCR-CONTA
           MOVE PC-NOME(IX-PC) TO LCR-NOME
           WRITE REG-RAZAO-OUT FROM LINHA-CONTA-RAZAO
               AFTER ADVANCING 2 LINES
           MOVE PC-ANTERIOR(IX-PC) TO WS-SALDO-CORRENTE
           MOVE 'SALDO ANTERIOR' TO LSR-ROTULO
           MOVE WS-SALDO-CORRENTE TO WS-SALDO-EDITAR
           PERFORM SEPARAR-DEVEDOR-CREDOR
           MOVE WS-SALDO-EDITAR TO LSR-SALDO
           WRITE REG-RAZAO-OUT FROM LINHA-SALDO-RAZAO
               AFTER ADVANCING 1 LINE
           PERFORM IMPRIMIR-MOVIMENTO-RAZAO
               VARYING IX-MV FROM 1 BY 1
               UNTIL IX-MV > WS-QTD-MOVIMENTOS
           MOVE 'SALDO FINAL' TO LSR-ROTULO
           MOVE WS-SALDO-CORRENTE TO WS-SALDO-EDITAR
           PERFORM SEPARAR-DEVEDOR-CREDOR
           MOVE WS-SALDO-EDITAR TO LSR-SALDO
           WRITE REG-RAZAO-OUT FROM LINHA-SALDO-RAZAO
               AFTER ADVANCING 1 LINE.

       IMPRIMIR-MOVIMENTO-RAZAO.
           IF MV-CONTA(IX-MV) NOT = PC-CONTA(IX-PC)
               EXIT PARAGRAPH
           END-IF
           MOVE MV-DATA(IX-MV) TO LMR-DATA
           MOVE MV-LOTE(IX-MV) TO LMR-LOTE
           MOVE MV-ORIGEM(IX-MV) TO LMR-ORIGEM
           IF MV-TIPO(IX-MV) = 'D'
               MOVE MV-VALOR(IX-MV) TO LMR-DEBITO
               MOVE 0 TO LMR-CREDITO
               ADD MV-VALOR(IX-MV) TO WS-SALDO-CORRENTE
           ELSE
               MOVE 0 TO LMR-DEBITO
               MOVE MV-VALOR(IX-MV) TO LMR-CREDITO
               SUBTRACT MV-VALOR(IX-MV) FROM WS-SALDO-CORRENTE
           END-IF
           MOVE WS-SALDO-CORRENTE TO WS-SALDO-EDITAR
           PERFORM SEPARAR-DEVEDOR-CREDOR
           MOVE WS-SALDO-EDITAR TO LMR-SALDO
           MOVE LSR-SALDO-DC TO LMR-SALDO-DC
           WRITE REG-RAZAO-OUT FROM LINHA-MOVIMENTO-RAZAO
               AFTER ADVANCING 1 LINE.

       END PROGRAM RELATORIOS-GL.
