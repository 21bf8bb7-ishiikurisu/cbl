      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Mid-month salary advance (adiantamento) run over
      *          ARQ-SALARIO.CBDB: pays a configurable percentage of
      *          the salary (P462-PERCENTUAL, default 40) on the 15th
      *          of the competencia (P462-PERIODO, as in PAGE-462),
      *          skipping terminated employees, employees whose
      *          vacation in FERIAS.TXT starts in the month and those
      *          admitted after the 15th. Writes its own bank credit
      *          file (PAGAMENTO-ADIANTAMENTO.TXT, PAGAMENTO-BANCO
      *          layout, trailer 'TAD') and ADIANTAMENTOS.TXT, from
      *          which PAGE-462 deducts each advance at month end
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTAMENTO-SALARIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
       SELECT DADOS-BANCARIOS
           ASSIGN TO '.\DADOS-BANCARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BANCARIOS.
       SELECT ARQ-FERIAS
           ASSIGN TO '.\FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIAS.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT ARQ-PAGAMENTO-BANCO
           ASSIGN TO '.\PAGAMENTO-ADIANTAMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * adiantamentos pagos na competencia, lidos por PAGE-462 para o
      * desconto no fim do mes; regravado a cada execucao.
       SELECT ARQ-ADIANTAMENTOS
           ASSIGN TO '.\ADIANTAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-IN.
           05 NR-EMPREGADO-IN PIC 9(5).
           05 NOME-EMPREGADO-IN PIC X(20).
           05 DEPTO-IN PIC XX.
           05 SALARIO-ANUAL-IN PIC 9(5).
           05 DATA-ADMISSAO-IN PIC 9(8).
           05 NR-DEPENDENTES-IN PIC 99.
           05 DATA-DEMISSAO-IN PIC 9(8).

      * mesmo leiaute mantido por CADASTRO-BANCARIO.
       FD DADOS-BANCARIOS LABEL RECORDS ARE STANDARD.
       01 REG-BANCARIO-IN.
           05 DB-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 DB-BANCO-IN PIC 9(3).
           05 PIC X.
           05 DB-AGENCIA-IN PIC 9(4).
           05 PIC X.
           05 DB-CONTA-IN PIC 9(8).
           05 PIC X.
           05 DB-DV-IN PIC X.
           05 PIC X.
           05 DB-TITULAR-IN PIC X(20).

       FD ARQ-FERIAS LABEL RECORDS ARE STANDARD.
       01 REG-FERIAS-IN.
           05 FER-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 FER-DATA-INICIO-IN PIC 9(8).
           05 PIC X.
           05 FER-DIAS-IN PIC 99.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

      * leiaute do credito bancario de PAGE-462.
       FD ARQ-PAGAMENTO-BANCO LABEL RECORDS ARE STANDARD.
       01 REG-PAGAMENTO-OUT.
           05 PGTO-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 PGTO-NOME PIC X(20).
           05 PIC X.
           05 PGTO-VALOR PIC 9(7)V99.
           05 PIC X.
           05 PGTO-DATA PIC 9(8).
           05 PIC X.
           05 PGTO-BANCO PIC 9(3).
           05 PIC X.
           05 PGTO-AGENCIA PIC 9(4).
           05 PIC X.
           05 PGTO-CONTA PIC 9(8).
           05 PIC X.
           05 PGTO-DV PIC X.
      * trailer marcado 'TAD' para o banco nao confundir este credito
      * com o da folha mensal (marca 'TRL').
       01 REG-PAGAMENTO-TRAILER.
           05 PGTO-TRL-MARCA PIC X(3).
           05 PGTO-TRL-QTD PIC 9(5).
           05 PGTO-TRL-TOTAL PIC 9(9)V99.

       FD ARQ-ADIANTAMENTOS LABEL RECORDS ARE STANDARD.
       01 REG-ADIANTAMENTO-OUT.
           05 ADT-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 ADT-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 ADT-VALOR PIC 9(5)V99.
           05 PIC X.
           05 ADT-DATA-PAGAMENTO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-BANCARIOS PIC XX.
       01 WS-STATUS-FERIAS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PERIODO-FOLHA PIC 9(6) VALUE 0.
       01 WS-PERIODO-ENV PIC X(6).
       01 WS-DATA-PAGAMENTO PIC 9(8) VALUE 0.

      * percentual do salario adiantado; P462-PERCENTUAL sobrepoe o
      * padrao abaixo.
       01 WS-PERCENTUAL PIC 9(3) VALUE 40.
       01 WS-PERCENTUAL-ENV PIC X(3).

       01 WS-VALOR-ADIANTAMENTO PIC 9(5)V99 VALUE 0.
       01 WS-FLAG-FERIAS PIC X VALUE 'N'.
           88 EMPREGADO-EM-FERIAS VALUE 'S'.
       01 WS-FLAG-TEM-BANCO PIC X VALUE 'N'.
           88 TEM-DADOS-BANCARIOS VALUE 'S'.

       01 WS-QTD-ADIANTADOS PIC 9(5) VALUE 0.
       01 WS-SOMA-ADIANTADOS PIC 9(9)V99 VALUE 0.
       01 WS-QTD-DESLIGADOS PIC 9(5) VALUE 0.
       01 WS-QTD-EM-FERIAS PIC 9(5) VALUE 0.
       01 WS-QTD-SEM-BANCO PIC 9(5) VALUE 0.

       01 WS-FIM-BANCARIOS PIC X VALUE 'N'.
       01 WS-QTD-BANCARIOS PIC 999 VALUE 0.
       01 WS-TAB-BANCARIOS.
           05 BANCARIO-TAB OCCURS 200 TIMES INDEXED BY IX-DB.
               10 DB-EMPREGADO-TAB PIC 9(5).
               10 DB-BANCO-TAB PIC 9(3).
               10 DB-AGENCIA-TAB PIC 9(4).
               10 DB-CONTA-TAB PIC 9(8).
               10 DB-DV-TAB PIC X.

       01 WS-FIM-FERIAS PIC X VALUE 'N'.
       01 WS-TAB-FERIAS.
           05 QTD-FERIAS PIC 99 VALUE 0.
           05 FERIAS-TAB OCCURS 50 TIMES INDEXED BY IX-FE.
               10 FER-EMPREGADO PIC 9(5).
               10 FER-INICIO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM DEFINIR-PERIODO-ADIANTAMENTO
           PERFORM LER-DADOS-BANCARIOS
           PERFORM LER-FERIAS
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO, '
                   'ADIANTAMENTO NAO APURADO'
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-PAGAMENTO-BANCO ARQ-ADIANTAMENTOS
           PERFORM LER-EMPREGADO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           MOVE SPACES TO REG-PAGAMENTO-TRAILER
           MOVE 'TAD' TO PGTO-TRL-MARCA
           MOVE WS-QTD-ADIANTADOS TO PGTO-TRL-QTD
           MOVE WS-SOMA-ADIANTADOS TO PGTO-TRL-TOTAL
           WRITE REG-PAGAMENTO-TRAILER
           CLOSE ARQ-SALARIO ARQ-PAGAMENTO-BANCO ARQ-ADIANTAMENTOS
           DISPLAY 'ADIANTAMENTO DE ' WS-PERIODO-FOLHA ' ('
               WS-PERCENTUAL '%): ' WS-QTD-ADIANTADOS
               ' EMPREGADOS, TOTAL ' WS-SOMA-ADIANTADOS
           DISPLAY 'FORA DO ADIANTAMENTO - DESLIGADOS: '
               WS-QTD-DESLIGADOS ' EM FERIAS: ' WS-QTD-EM-FERIAS
               ' SEM DADOS BANCARIOS: ' WS-QTD-SEM-BANCO
           STOP RUN.

       LER-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   PERFORM APURAR-ADIANTAMENTO
           END-READ.

      ******************************************************************
      * empregado desligado ate a competencia, admitido depois do dia
      * do pagamento ou com ferias iniciando no mes (pagas pela propria
      * folha) fica fora; sem dados bancarios o adiantamento nao e
      * pago nem registrado, para nao ser descontado no fim do mes.
      ******************************************************************
       APURAR-ADIANTAMENTO.
           IF DATA-DEMISSAO-IN IS NUMERIC
                   AND DATA-DEMISSAO-IN > 0
                   AND DATA-DEMISSAO-IN(1:6) <= WS-PERIODO-FOLHA
               ADD 1 TO WS-QTD-DESLIGADOS
               EXIT PARAGRAPH
           END-IF
           IF DATA-ADMISSAO-IN IS NUMERIC
                   AND DATA-ADMISSAO-IN > WS-DATA-PAGAMENTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FLAG-FERIAS
           PERFORM CASAR-FERIAS
               VARYING IX-FE FROM 1 BY 1 UNTIL IX-FE > QTD-FERIAS
           IF EMPREGADO-EM-FERIAS
               ADD 1 TO WS-QTD-EM-FERIAS
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVER-DADOS-BANCARIOS
           IF NOT TEM-DADOS-BANCARIOS
               ADD 1 TO WS-QTD-SEM-BANCO
               DISPLAY 'EMPREGADO SEM DADOS BANCARIOS, SEM '
                   'ADIANTAMENTO: ' NR-EMPREGADO-IN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               SALARIO-ANUAL-IN * WS-PERCENTUAL / 100
           IF WS-VALOR-ADIANTAMENTO > 0
               PERFORM GRAVAR-ADIANTAMENTO
           END-IF.

       CASAR-FERIAS.
           IF FER-EMPREGADO(IX-FE) = NR-EMPREGADO-IN
                   AND FER-INICIO(IX-FE)(1:6) = WS-PERIODO-FOLHA
               SET EMPREGADO-EM-FERIAS TO TRUE
           END-IF.

       GRAVAR-ADIANTAMENTO.
           MOVE SPACES TO REG-PAGAMENTO-OUT
           MOVE NR-EMPREGADO-IN TO PGTO-NR-EMPREGADO
           MOVE NOME-EMPREGADO-IN TO PGTO-NOME
           MOVE WS-VALOR-ADIANTAMENTO TO PGTO-VALOR
           MOVE WS-DATA-PAGAMENTO TO PGTO-DATA
           MOVE DB-BANCO-TAB(IX-DB) TO PGTO-BANCO
           MOVE DB-AGENCIA-TAB(IX-DB) TO PGTO-AGENCIA
           MOVE DB-CONTA-TAB(IX-DB) TO PGTO-CONTA
           MOVE DB-DV-TAB(IX-DB) TO PGTO-DV
           WRITE REG-PAGAMENTO-OUT
           MOVE SPACES TO REG-ADIANTAMENTO-OUT
           MOVE NR-EMPREGADO-IN TO ADT-NR-EMPREGADO
           MOVE WS-PERIODO-FOLHA TO ADT-COMPETENCIA
           MOVE WS-VALOR-ADIANTAMENTO TO ADT-VALOR
           MOVE WS-DATA-PAGAMENTO TO ADT-DATA-PAGAMENTO
           WRITE REG-ADIANTAMENTO-OUT
           ADD 1 TO WS-QTD-ADIANTADOS
           ADD WS-VALOR-ADIANTAMENTO TO WS-SOMA-ADIANTADOS.

      ******************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina.
      ******************************************************************
       LER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

      ******************************************************************
      * competencia do adiantamento: P462-PERIODO (AAAAMM) ou o mes da
      * data do movimento, como na folha mensal; o pagamento cai no
      * dia 15. o percentual vem de P462-PERCENTUAL, se informado.
      ******************************************************************
       DEFINIR-PERIODO-ADIANTAMENTO.
           MOVE WS-DATA-OFICIAL(1:6) TO WS-PERIODO-FOLHA
           MOVE SPACES TO WS-PERIODO-ENV
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'P462-PERIODO'
           IF WS-PERIODO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERIODO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERIODO-ENV)
                   TO WS-PERIODO-FOLHA
           END-IF
           COMPUTE WS-DATA-PAGAMENTO = WS-PERIODO-FOLHA * 100 + 15
           MOVE SPACES TO WS-PERCENTUAL-ENV
           ACCEPT WS-PERCENTUAL-ENV FROM ENVIRONMENT 'P462-PERCENTUAL'
           IF WS-PERCENTUAL-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERCENTUAL-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERCENTUAL-ENV)
                   TO WS-PERCENTUAL
           END-IF
           IF WS-PERCENTUAL = 0 OR WS-PERCENTUAL > 100
               DISPLAY 'PERCENTUAL DE ADIANTAMENTO INVALIDO: '
                   WS-PERCENTUAL-ENV ' - ADIANTAMENTO ABORTADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * dados bancarios e agenda de ferias, como em PAGE-462.
      ******************************************************************
       LER-DADOS-BANCARIOS.
           OPEN INPUT DADOS-BANCARIOS
           IF WS-STATUS-BANCARIOS = '00'
               PERFORM CARREGAR-BANCARIO
                   UNTIL WS-FIM-BANCARIOS = 'S'
               CLOSE DADOS-BANCARIOS
           END-IF.

       CARREGAR-BANCARIO.
           READ DADOS-BANCARIOS
               AT END
                   MOVE 'S' TO WS-FIM-BANCARIOS
               NOT AT END
                   IF WS-QTD-BANCARIOS < 200
                       ADD 1 TO WS-QTD-BANCARIOS
                       MOVE DB-EMPREGADO-IN
                           TO DB-EMPREGADO-TAB(WS-QTD-BANCARIOS)
                       MOVE DB-BANCO-IN
                           TO DB-BANCO-TAB(WS-QTD-BANCARIOS)
                       MOVE DB-AGENCIA-IN
                           TO DB-AGENCIA-TAB(WS-QTD-BANCARIOS)
                       MOVE DB-CONTA-IN
                           TO DB-CONTA-TAB(WS-QTD-BANCARIOS)
                       MOVE DB-DV-IN
                           TO DB-DV-TAB(WS-QTD-BANCARIOS)
                   END-IF
           END-READ.

       RESOLVER-DADOS-BANCARIOS.
           MOVE 'N' TO WS-FLAG-TEM-BANCO
           SET IX-DB TO 1
           SEARCH BANCARIO-TAB
               AT END
                   CONTINUE
               WHEN IX-DB > WS-QTD-BANCARIOS
                   CONTINUE
               WHEN DB-EMPREGADO-TAB(IX-DB) = NR-EMPREGADO-IN
                   IF DB-BANCO-TAB(IX-DB) > 0
                           AND DB-CONTA-TAB(IX-DB) > 0
                       SET TEM-DADOS-BANCARIOS TO TRUE
                   END-IF
           END-SEARCH.

       LER-FERIAS.
           OPEN INPUT ARQ-FERIAS
           IF WS-STATUS-FERIAS = '00'
               PERFORM CARREGAR-FERIAS
                   UNTIL WS-FIM-FERIAS = 'S'
               CLOSE ARQ-FERIAS
           END-IF.

       CARREGAR-FERIAS.
           READ ARQ-FERIAS
               AT END
                   MOVE 'S' TO WS-FIM-FERIAS
               NOT AT END
                   IF QTD-FERIAS < 50
                       ADD 1 TO QTD-FERIAS
                       MOVE FER-NR-EMPREGADO-IN
                           TO FER-EMPREGADO(QTD-FERIAS)
                       MOVE FER-DATA-INICIO-IN
                           TO FER-INICIO(QTD-FERIAS)
                   END-IF
           END-READ.

       END PROGRAM ADIANTAMENTO-SALARIAL.
