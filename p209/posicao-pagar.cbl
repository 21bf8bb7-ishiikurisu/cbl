      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Payables position over CONTAS-PAGAR.TXT and the
      *          settlements in BAIXAS-PAGAR.TXT: a statement per
      *          supplier (each title with original value, paid value
      *          and open balance), the open total per supplier, an
      *          aging of the open balances by CP-VENCIMENTO against
      *          the processing date, and the titles falling due in
      *          the next seven days (overdue ones included) so the
      *          week's payments can be planned
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICAO-PAGAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTAS-PAGAR
           ASSIGN TO '.\CONTAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAR.
       SELECT OPTIONAL BAIXAS-PAGAR
           ASSIGN TO '.\BAIXAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BAIXAS.
       SELECT RELAT-PAGAR
           ASSIGN TO '.\RELAT-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * data oficial do movimento, definida pelo utilitario do
      * operador; na ausencia do arquivo vale o relogio da maquina.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por 235-GRAVAR-TITULO-PAGAR em
      * ENTRADA-MERCADORIA.
       FD CONTAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-PAGAR-IN.
           05 CP-FORNECEDOR PIC X(5).
           05 PIC X.
           05 CP-NOTA-ENTREGA PIC X(10).
           05 PIC X.
           05 CP-VALOR PIC 9(8)V99.
           05 PIC X.
           05 CP-EMISSAO PIC 9(8).
           05 PIC X.
           05 CP-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 CP-NR-PEDIDO PIC 9(6).

      * mesmo leiaute gravado por BAIXA-PAGAR.
       FD BAIXAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-BAIXA-IN.
           05 BP-FORNECEDOR PIC X(5).
           05 PIC X.
           05 BP-NOTA-ENTREGA PIC X(10).
           05 PIC X.
           05 BP-VALOR PIC 9(8)V99.
           05 PIC X.
           05 BP-DATA PIC 9(8).

       FD RELAT-PAGAR LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PAGAR PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DIAS-HOJE PIC 9(7) VALUE 0.
       01 WS-DIAS-VENC PIC 9(7) VALUE 0.
       01 WS-DIAS-ATRASO PIC S9(5) VALUE 0.
       01 WS-SALDO-TITULO PIC S9(9)V99 VALUE 0.
       01 WS-SALDO-FORNECEDOR PIC S9(9)V99 VALUE 0.
       01 WS-SALDO-GERAL PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL-SEMANA PIC S9(10)V99 VALUE 0.
       01 WS-FORNECEDOR-CORRENTE PIC X(5).

      * faixas do envelhecimento dos saldos em aberto
       01 WS-FAIXAS-AGING.
           05 AGING-A-VENCER PIC S9(10)V99 VALUE 0.
           05 AGING-ATE-30 PIC S9(10)V99 VALUE 0.
           05 AGING-ATE-60 PIC S9(10)V99 VALUE 0.
           05 AGING-ATE-90 PIC S9(10)V99 VALUE 0.
           05 AGING-ACIMA-90 PIC S9(10)V99 VALUE 0.

       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 300 TIMES INDEXED BY IX-TI.
               10 TIT-FORNECEDOR PIC X(5).
               10 TIT-NOTA-ENTREGA PIC X(10).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO PIC S9(9)V99.
               10 TIT-VENCIMENTO PIC 9(8).
               10 TIT-IMPRESSO PIC X.
       01 WS-IX-VARRE PIC 999.

       01 CABECALHO-PAGAR.
           05 PIC X(40) VALUE
               '# POSICAO DE CONTAS A PAGAR - DIA       '.
           05 CAB-DATA PIC 9(8).
       01 LINHA-FORNECEDOR.
           05 PIC X(12) VALUE 'FORNECEDOR '.
           05 LF-FORNECEDOR PIC X(5).
       01 LINHA-TITULO.
           05 PIC X(7) VALUE '  NOTA '.
           05 LT-NOTA PIC X(10).
           05 PIC X(6) VALUE ' VENC '.
           05 LT-VENCIMENTO PIC 9(8).
           05 PIC X(7) VALUE ' VALOR '.
           05 LT-VALOR PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X(6) VALUE ' PAGO '.
           05 LT-BAIXADO PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X(7) VALUE ' SALDO '.
           05 LT-SALDO PIC ZZ,ZZZ,ZZ9.99-.
       01 LINHA-TOTAL-FORNECEDOR.
           05 PIC X(24) VALUE '  SALDO DO FORNECEDOR:  '.
           05 LTF-SALDO PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-AGING.
           05 LA-ROTULO PIC X(24).
           05 LA-VALOR PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-TITULO-AGING.
           05 PIC X(40) VALUE
               'ENVELHECIMENTO DOS SALDOS EM ABERTO     '.
       01 LINHA-TITULO-SEMANA.
           05 PIC X(40) VALUE
               'A PAGAR ATE 7 DIAS (VENCIDOS INCLUSIVE) '.
       01 LINHA-SEMANA.
           05 PIC XX VALUE SPACES.
           05 LS-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LS-FORNECEDOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 LS-NOTA PIC X(10).
           05 PIC X VALUE SPACE.
           05 LS-SALDO PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LS-SITUACAO PIC X(7).

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
           PERFORM 150-CARREGAR-TITULOS
           IF QTD-TITULOS = 0
               DISPLAY 'CONTAS-PAGAR.TXT SEM TITULOS, '
                   'NADA A POSICIONAR'
               STOP RUN
           END-IF
           PERFORM 170-CARREGAR-BAIXAS
           OPEN OUTPUT RELAT-PAGAR
           MOVE WS-DATA-OFICIAL TO CAB-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-PAGAR
           PERFORM 200-EXTRATO-POR-FORNECEDOR
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           PERFORM 300-ESCREVER-AGING
           PERFORM 400-VENCIMENTOS-SEMANA
           CLOSE RELAT-PAGAR
           STOP RUN.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina.
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

      *****************************************************************
      * carrega os titulos na memoria, um por fornecedor+nota de
      * entrega, somando as linhas de produtos da mesma nota.
      *****************************************************************
       150-CARREGAR-TITULOS.
           OPEN INPUT CONTAS-PAGAR
           IF WS-STATUS-PAGAR = '00'
               PERFORM 160-LER-TITULO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CONTAS-PAGAR
           END-IF.

       160-LER-TITULO.
           READ CONTAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM 165-ACUMULAR-TITULO
           END-READ.

       165-ACUMULAR-TITULO.
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   IF QTD-TITULOS < 300
                       ADD 1 TO QTD-TITULOS
                       SET IX-TI TO QTD-TITULOS
                       MOVE CP-FORNECEDOR TO TIT-FORNECEDOR(IX-TI)
                       MOVE CP-NOTA-ENTREGA TO TIT-NOTA-ENTREGA(IX-TI)
                       MOVE CP-VALOR TO TIT-VALOR(IX-TI)
                       MOVE 0 TO TIT-BAIXADO(IX-TI)
                       MOVE CP-VENCIMENTO TO TIT-VENCIMENTO(IX-TI)
                       MOVE 'N' TO TIT-IMPRESSO(IX-TI)
                   END-IF
               WHEN TIT-FORNECEDOR(IX-TI) = CP-FORNECEDOR
                       AND TIT-NOTA-ENTREGA(IX-TI) = CP-NOTA-ENTREGA
                   ADD CP-VALOR TO TIT-VALOR(IX-TI)
           END-SEARCH.

       170-CARREGAR-BAIXAS.
           OPEN INPUT BAIXAS-PAGAR
           IF WS-STATUS-BAIXAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 180-LER-BAIXA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE BAIXAS-PAGAR.

       180-LER-BAIXA.
           READ BAIXAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-TI TO 1
                   SEARCH TITULO-TAB
                       AT END
                           CONTINUE
                       WHEN TIT-FORNECEDOR(IX-TI) = BP-FORNECEDOR
                           AND TIT-NOTA-ENTREGA(IX-TI) = BP-NOTA-ENTREGA
                           ADD BP-VALOR TO TIT-BAIXADO(IX-TI)
                   END-SEARCH
           END-READ.

      *****************************************************************
      * abre o extrato de um fornecedor na primeira vez que um titulo
      * dele aparece na varredura: lista todos os titulos dele, marca-
      * os como impressos e fecha com o saldo devido ao fornecedor.
      *****************************************************************
       200-EXTRATO-POR-FORNECEDOR.
           IF TIT-IMPRESSO(IX-TI) = 'N'
               MOVE TIT-FORNECEDOR(IX-TI) TO WS-FORNECEDOR-CORRENTE
               MOVE WS-FORNECEDOR-CORRENTE TO LF-FORNECEDOR
               WRITE REG-RELAT-OUT FROM LINHA-FORNECEDOR
                   AFTER ADVANCING 2 LINES
               MOVE 0 TO WS-SALDO-FORNECEDOR
               PERFORM 210-LISTAR-TITULO-FORNECEDOR
                   VARYING WS-IX-VARRE FROM 1 BY 1
                   UNTIL WS-IX-VARRE > QTD-TITULOS
               MOVE WS-SALDO-FORNECEDOR TO LTF-SALDO
               WRITE REG-RELAT-OUT FROM LINHA-TOTAL-FORNECEDOR
                   AFTER ADVANCING 1 LINE
           END-IF.

       210-LISTAR-TITULO-FORNECEDOR.
           IF TIT-FORNECEDOR(WS-IX-VARRE) = WS-FORNECEDOR-CORRENTE
               MOVE 'S' TO TIT-IMPRESSO(WS-IX-VARRE)
               COMPUTE WS-SALDO-TITULO =
                   TIT-VALOR(WS-IX-VARRE) - TIT-BAIXADO(WS-IX-VARRE)
               MOVE TIT-NOTA-ENTREGA(WS-IX-VARRE) TO LT-NOTA
               MOVE TIT-VENCIMENTO(WS-IX-VARRE) TO LT-VENCIMENTO
               MOVE TIT-VALOR(WS-IX-VARRE) TO LT-VALOR
               MOVE TIT-BAIXADO(WS-IX-VARRE) TO LT-BAIXADO
               MOVE WS-SALDO-TITULO TO LT-SALDO
               WRITE REG-RELAT-OUT FROM LINHA-TITULO
                   AFTER ADVANCING 1 LINE
               ADD WS-SALDO-TITULO TO WS-SALDO-FORNECEDOR
               ADD WS-SALDO-TITULO TO WS-SALDO-GERAL
               IF WS-SALDO-TITULO > 0
                   PERFORM 220-CLASSIFICAR-AGING
               END-IF
           END-IF.

      *****************************************************************
      * classifica o saldo em aberto do titulo na faixa de atraso
      * contra a data do movimento.
      *****************************************************************
       220-CLASSIFICAR-AGING.
           COMPUTE WS-DIAS-VENC = FUNCTION
               INTEGER-OF-DATE(TIT-VENCIMENTO(WS-IX-VARRE))
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                   ADD WS-SALDO-TITULO TO AGING-A-VENCER
               WHEN WS-DIAS-ATRASO <= 30
                   ADD WS-SALDO-TITULO TO AGING-ATE-30
               WHEN WS-DIAS-ATRASO <= 60
                   ADD WS-SALDO-TITULO TO AGING-ATE-60
               WHEN WS-DIAS-ATRASO <= 90
                   ADD WS-SALDO-TITULO TO AGING-ATE-90
               WHEN OTHER
                   ADD WS-SALDO-TITULO TO AGING-ACIMA-90
           END-EVALUATE.

       300-ESCREVER-AGING.
           WRITE REG-RELAT-OUT FROM LINHA-TITULO-AGING
               AFTER ADVANCING 3 LINES
           MOVE 'A VENCER:               ' TO LA-ROTULO
           MOVE AGING-A-VENCER TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 1 LINE
           MOVE 'VENCIDOS ATE 30 DIAS:   ' TO LA-ROTULO
           MOVE AGING-ATE-30 TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 1 LINE
           MOVE 'VENCIDOS 31 A 60 DIAS:  ' TO LA-ROTULO
           MOVE AGING-ATE-60 TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 1 LINE
           MOVE 'VENCIDOS 61 A 90 DIAS:  ' TO LA-ROTULO
           MOVE AGING-ATE-90 TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 1 LINE
           MOVE 'VENCIDOS ACIMA DE 90:   ' TO LA-ROTULO
           MOVE AGING-ACIMA-90 TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 1 LINE
           MOVE 'SALDO GERAL EM ABERTO:  ' TO LA-ROTULO
           MOVE WS-SALDO-GERAL TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 2 LINES.

      *****************************************************************
      * titulos com saldo que vencem ate sete dias da data do
      * movimento, mais os ja vencidos e nao pagos, na ordem em que
      * estao no arquivo; o total e o caixa a separar para a semana.
      *****************************************************************
       400-VENCIMENTOS-SEMANA.
           WRITE REG-RELAT-OUT FROM LINHA-TITULO-SEMANA
               AFTER ADVANCING 3 LINES
           MOVE 0 TO WS-TOTAL-SEMANA
           PERFORM 410-AVALIAR-VENCIMENTO
               VARYING WS-IX-VARRE FROM 1 BY 1
               UNTIL WS-IX-VARRE > QTD-TITULOS
           MOVE 'TOTAL A PAGAR NA SEMANA:' TO LA-ROTULO
           MOVE WS-TOTAL-SEMANA TO LA-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-AGING
               AFTER ADVANCING 2 LINES.

       410-AVALIAR-VENCIMENTO.
           COMPUTE WS-SALDO-TITULO =
               TIT-VALOR(WS-IX-VARRE) - TIT-BAIXADO(WS-IX-VARRE)
           IF WS-SALDO-TITULO > 0
               COMPUTE WS-DIAS-VENC = FUNCTION
                   INTEGER-OF-DATE(TIT-VENCIMENTO(WS-IX-VARRE))
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
               IF WS-DIAS-ATRASO >= -7
                   MOVE TIT-VENCIMENTO(WS-IX-VARRE) TO LS-VENCIMENTO
                   MOVE TIT-FORNECEDOR(WS-IX-VARRE) TO LS-FORNECEDOR
                   MOVE TIT-NOTA-ENTREGA(WS-IX-VARRE) TO LS-NOTA
                   MOVE WS-SALDO-TITULO TO LS-SALDO
                   IF WS-DIAS-ATRASO > 0
                       MOVE 'VENCIDO' TO LS-SITUACAO
                   ELSE
                       MOVE SPACES TO LS-SITUACAO
                   END-IF
                   WRITE REG-RELAT-OUT FROM LINHA-SEMANA
                       AFTER ADVANCING 1 LINE
                   ADD WS-SALDO-TITULO TO WS-TOTAL-SEMANA
               END-IF
           END-IF.

       END PROGRAM POSICAO-PAGAR.
