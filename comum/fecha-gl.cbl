      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Closes one general ledger month (GL-PERIODO, AAAAMM,
      *          default the movement month) by recording it in
      *          PERIODOS-GL.TXT, after which LANCAMENTO-GL refuses
      *          any batch that posts into it. The close is refused
      *          when the month is already closed or when its debits
      *          and credits in SALDOS-GL.TXT do not agree
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-GL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SALDOS-GL
           ASSIGN TO '.\SALDOS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDOS.
       SELECT OPTIONAL PERIODOS-GL
           ASSIGN TO '.\PERIODOS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOS-GL LABEL RECORDS ARE STANDARD.
       01 REG-SALDO-GL.
           05 SG-CONTA PIC X(8).
           05 PIC X.
           05 SG-ANOMES PIC 9(6).
           05 PIC X.
           05 SG-DEBITOS PIC 9(11)V99.
           05 PIC X.
           05 SG-CREDITOS PIC 9(11)V99.

       FD PERIODOS-GL LABEL RECORDS ARE STANDARD.
       01 REG-PERIODO-GL.
           05 PG-ANOMES PIC 9(6).
           05 PG-SEP PIC X.
           05 PG-DATA-FECHAMENTO PIC 9(8).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SALDOS PIC XX.
       01 WS-STATUS-PERIODOS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-ENV PIC X(6).
       01 WS-FLAG-FECHADO PIC X VALUE 'N'.
           88 PERIODO-JA-FECHADO VALUE 'S'.
       01 WS-TOT-DEBITOS PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CREDITOS PIC 9(13)V99 VALUE 0.
       01 WS-QTD-CONTAS PIC 9(5) VALUE 0.
       01 WS-VALOR-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DEFINIR-PERIODO
           PERFORM VERIFICAR-FECHAMENTO
           IF PERIODO-JA-FECHADO
               DISPLAY 'MES ' WS-PERIODO ' JA ESTA FECHADO NO RAZAO GL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SOMAR-SALDOS-DO-MES
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               DISPLAY 'MES ' WS-PERIODO ' NAO FECHA: DEBITOS '
                   'DIFEREM DOS CREDITOS NO RAZAO GL'
               MOVE WS-TOT-DEBITOS TO WS-VALOR-EDITADO
               DISPLAY '  DEBITOS : ' WS-VALOR-EDITADO
               MOVE WS-TOT-CREDITOS TO WS-VALOR-EDITADO
               DISPLAY '  CREDITOS: ' WS-VALOR-EDITADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REGISTRAR-FECHAMENTO
           MOVE WS-TOT-DEBITOS TO WS-VALOR-EDITADO
           DISPLAY 'MES ' WS-PERIODO ' FECHADO NO RAZAO GL EM '
               WS-DATA-OFICIAL
           DISPLAY '  CONTAS COM MOVIMENTO: ' WS-QTD-CONTAS
               '  DEBITOS = CREDITOS: ' WS-VALOR-EDITADO
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
                       SET PERIODO-JA-FECHADO TO TRUE
                   END-IF
           END-READ.

       SOMAR-SALDOS-DO-MES.
           OPEN INPUT SALDOS-GL
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-SALDO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE SALDOS-GL.

       LER-SALDO.
           READ SALDOS-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF SG-ANOMES = WS-PERIODO
                       ADD 1 TO WS-QTD-CONTAS
                       ADD SG-DEBITOS TO WS-TOT-DEBITOS
                       ADD SG-CREDITOS TO WS-TOT-CREDITOS
                   END-IF
           END-READ.

      * a data gravada e a do movimento, a mesma que LANCAMENTO-GL
      * registra nos lotes.
       REGISTRAR-FECHAMENTO.
           OPEN EXTEND PERIODOS-GL
           MOVE WS-PERIODO TO PG-ANOMES
           MOVE SPACE TO PG-SEP
           MOVE WS-DATA-OFICIAL TO PG-DATA-FECHAMENTO
           WRITE REG-PERIODO-GL
           CLOSE PERIODOS-GL.

       END PROGRAM FECHAMENTO-GL.
