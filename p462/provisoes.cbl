      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Month-end accruals (provisoes) of vacation pay plus
      *          one third and of the 13th salary. For the month
      *          (P462-PERIODO or the movement month) each employee of
      *          ARQ-SALARIO.CBDB gets the months accrued from
      *          HISTORICO-FOLHA.CBDB (13th: months paid in the year;
      *          vacation: months paid since the last month with
      *          vacation pay), the balance accrued to date at the
      *          current salary and the amount to book this month,
      *          which is the balance less the one booked last month
      *          (SALDO-PROVISOES.TXT). A 13th already paid by
      *          DECIMO-TERCEIRO, a vacation month or a termination by
      *          RESCISAO zeroes the balance, so the month books its
      *          reversal. RELAT-PROVISOES.TXT lists employees by
      *          department with department and company totals. Runs
      *          as a preview unless P462-LIBERAR=S, which rewrites
      *          SALDO-PROVISOES.TXT with the month's balances
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISOES-FOLHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
       SELECT HISTORICO-FOLHA
           ASSIGN TO '.\HISTORICO-FOLHA.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
      * saldo provisionado por empregado na ultima competencia
      * liberada; base do lancamento do mes seguinte.
       SELECT SALDO-PROVISOES
           ASSIGN TO '.\SALDO-PROVISOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.
       SELECT RELAT-PROVISOES
           ASSIGN TO '.\RELAT-PROVISOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-ARQ.
           05 NR-EMPREGADO-ARQ PIC 9(5).
           05 NOME-EMPREGADO-ARQ PIC X(20).
           05 DEPTO-ARQ PIC XX.
           05 SALARIO-ANUAL-ARQ PIC 9(5).
           05 DATA-ADMISSAO-ARQ PIC 9(8).
           05 NR-DEPENDENTES-ARQ PIC 99.
           05 DATA-DEMISSAO-ARQ PIC 9(8).

      * so as colunas iniciais do leiaute de GRAVAR-HISTORICO-FOLHA,
      * ate o valor de ferias do mes.
       FD HISTORICO-FOLHA LABEL RECORDS ARE STANDARD.
       01 REG-HIST-FOLHA.
           05 HF-ANO PIC 9(4).
           05 HF-MES PIC 99.
           05 HF-NR-EMPREGADO PIC 9(5).
           05 HF-NOME PIC X(20).
           05 HF-BRUTO PIC 9(6)V99.
           05 HF-REDUCAO PIC 9(5)V99.
           05 HF-DEDUCAO PIC 9(5)V99.
           05 HF-IMP-FEDERAL PIC 9(5)V99.
           05 HF-IMP-ESTADUAL PIC 9(5)V99.
           05 HF-IMP-ADICIONAL PIC 9(5)V99.
           05 HF-LIQUIDO PIC 9(5)V99.
           05 HF-VALOR-FERIAS PIC 9(5)V99.

      * saldo anterior e saldo da competencia; rodar de novo a mesma
      * competencia parte do mesmo saldo anterior.
       FD SALDO-PROVISOES LABEL RECORDS ARE STANDARD.
       01 REG-SALDO-PROVISAO.
           05 PRV-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 PRV-ANOMES PIC 9(6).
           05 PIC X.
           05 PRV-ANTERIOR-13 PIC 9(7)V99.
           05 PIC X.
           05 PRV-SALDO-13 PIC 9(7)V99.
           05 PIC X.
           05 PRV-ANTERIOR-FERIAS PIC 9(7)V99.
           05 PIC X.
           05 PRV-SALDO-FERIAS PIC 9(7)V99.

       FD RELAT-PROVISOES LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(110).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-HIST PIC XX.
       01 WS-STATUS-SALDO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PERIODO-PROVISAO PIC 9(6) VALUE 0.
       01 FILLER REDEFINES WS-PERIODO-PROVISAO.
           05 WS-ANO-PROVISAO PIC 9(4).
           05 WS-MES-PROVISAO PIC 99.
       01 WS-PERIODO-ENV PIC X(6).
       01 WS-ANOMES PIC 9(6) VALUE 0.
       01 WS-FLAG-LIBERADO PIC X VALUE 'N'.
           88 PROVISAO-LIBERADA VALUE 'S'.
       01 WS-LIBERAR-ENV PIC X(4).

      * cadastro com a apuracao do mes por empregado
       01 WS-QTD-EMPREGADOS PIC 999 VALUE 0.
       01 WS-FLAG-CADASTRO-CHEIO PIC X VALUE 'N'.
           88 CADASTRO-CHEIO VALUE 'S'.
       01 WS-TAB-EMPREGADOS.
           05 EMPREGADO-TAB OCCURS 200 TIMES INDEXED BY IX-EM.
               10 EM-NR-TAB PIC 9(5).
               10 EM-NOME-TAB PIC X(20).
               10 EM-DEPTO-TAB PIC XX.
               10 EM-SALARIO-TAB PIC 9(5).
               10 EM-ADMISSAO-TAB PIC 9(8).
               10 EM-DEMISSAO-TAB PIC 9(8).
      * ultima competencia contada, para nao contar de novo a folha
      * liberada mais de uma vez
               10 EM-ULTIMO-ANOMES PIC 9(6).
               10 EM-AVOS-13 PIC 99.
               10 EM-AVOS-FERIAS PIC 999.
               10 EM-FLAG-13-PAGO PIC X.
                   88 DECIMO-PAGO VALUE 'S'.
               10 EM-FLAG-FERIAS-MES PIC X.
                   88 FERIAS-NO-MES VALUE 'S'.
               10 EM-ANTERIOR-13 PIC 9(7)V99.
               10 EM-SALDO-13 PIC 9(7)V99.
               10 EM-ANTERIOR-FERIAS PIC 9(7)V99.
               10 EM-SALDO-FERIAS PIC 9(7)V99.
               10 EM-LANC-13 PIC S9(7)V99.
               10 EM-LANC-FERIAS PIC S9(7)V99.
               10 EM-FLAG-ATIVO PIC X.
                   88 EMPREGADO-NA-PROVISAO VALUE 'S'.
               10 EM-FLAG-DESLIGADO PIC X.
                   88 EMPREGADO-DESLIGADO VALUE 'S'.

      * departamentos distintos, na ordem do cadastro
       01 WS-TAB-DEPTOS.
           05 QTD-DEPTOS PIC 99 VALUE 0.
           05 DEPTO-LISTA OCCURS 50 TIMES INDEXED BY IX-DE
               PIC XX.

       01 WS-SOMAS-DEPTO.
           05 WS-DEPTO-SALDO-13 PIC 9(9)V99 VALUE 0.
           05 WS-DEPTO-LANC-13 PIC S9(9)V99 VALUE 0.
           05 WS-DEPTO-SALDO-FERIAS PIC 9(9)V99 VALUE 0.
           05 WS-DEPTO-LANC-FERIAS PIC S9(9)V99 VALUE 0.
       01 WS-SOMAS-GERAL.
           05 WS-GERAL-SALDO-13 PIC 9(9)V99 VALUE 0.
           05 WS-GERAL-LANC-13 PIC S9(9)V99 VALUE 0.
           05 WS-GERAL-SALDO-FERIAS PIC 9(9)V99 VALUE 0.
           05 WS-GERAL-LANC-FERIAS PIC S9(9)V99 VALUE 0.
       01 WS-QTD-PROVISIONADOS PIC 9(5) VALUE 0.

       01 CABECALHO-PROVISOES-1.
           05 PIC X(44) VALUE
               '# PROVISOES DE FERIAS (+1/3) E 13O SALARIO -'.
           05 PIC X(13) VALUE ' COMPETENCIA '.
           05 CP-PERIODO PIC 9(6).
           05 PIC X VALUE SPACE.
           05 CP-MODO PIC X(9).
       01 CABECALHO-PROVISOES-2.
           05 PIC X(44) VALUE
               'EMP#  NOME                 AV  SALDO 13O   '.
           05 PIC X(44) VALUE
               'LANCTO 13O  AV  SALDO FER.  LANCTO FER. SITU'.
           05 PIC X(4) VALUE 'ACAO'.
       01 LINHA-DEPTO.
           05 PIC X(15) VALUE '>> DEPARTAMENTO'.
           05 PIC X VALUE SPACE.
           05 LD-DEPTO PIC XX.
       01 LINHA-EMPREGADO.
           05 LE-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 LE-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LE-AVOS-13 PIC Z9.
           05 PIC X VALUE SPACE.
           05 LE-SALDO-13 PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LE-LANC-13 PIC ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LE-AVOS-FERIAS PIC ZZ9.
           05 PIC X VALUE SPACE.
           05 LE-SALDO-FERIAS PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LE-LANC-FERIAS PIC ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LE-SITUACAO PIC X(24).
       01 LINHA-TOTAL.
           05 LT-ROTULO PIC X(27).
           05 PIC X(3) VALUE SPACES.
           05 LT-SALDO-13 PIC ZZ,ZZZ,ZZ9.99.
           05 LT-LANC-13 PIC ZZ,ZZZ,ZZ9.99-.
           05 PIC X(2) VALUE SPACES.
           05 LT-SALDO-FERIAS PIC ZZ,ZZZ,ZZ9.99.
           05 LT-LANC-FERIAS PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM DEFINIR-PERIODO-PROVISAO
           PERFORM LER-CADASTRO
           PERFORM LER-HISTORICO-FOLHA
           PERFORM LER-SALDOS-ANTERIORES
           PERFORM APURAR-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           PERFORM ESCREVER-RELATORIO
           IF PROVISAO-LIBERADA
               PERFORM GRAVAR-SALDOS
           END-IF
           DISPLAY 'PROVISOES ' WS-PERIODO-PROVISAO ': '
               WS-QTD-PROVISIONADOS ' EMPREGADOS, LANCAMENTO 13O '
               LT-LANC-13 ' FERIAS ' LT-LANC-FERIAS
           STOP RUN.

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
      * competencia do fechamento: P462-PERIODO (AAAAMM) ou o mes da
      * data do movimento. so a liberacao, com P462-LIBERAR=S apos a
      * revisao da previa, grava os saldos do mes.
      ******************************************************************
       DEFINIR-PERIODO-PROVISAO.
           MOVE WS-DATA-OFICIAL(1:6) TO WS-PERIODO-PROVISAO
           MOVE SPACES TO WS-PERIODO-ENV
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'P462-PERIODO'
           IF WS-PERIODO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERIODO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERIODO-ENV)
                   TO WS-PERIODO-PROVISAO
           END-IF
           IF WS-MES-PROVISAO < 1 OR WS-MES-PROVISAO > 12
               DISPLAY 'COMPETENCIA INVALIDA PARA PROVISAO: '
                   WS-PERIODO-PROVISAO ' - PROVISOES ABORTADAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LIBERAR-ENV
           ACCEPT WS-LIBERAR-ENV FROM ENVIRONMENT 'P462-LIBERAR'
           IF WS-LIBERAR-ENV = 'S' OR 'SIM'
               SET PROVISAO-LIBERADA TO TRUE
           ELSE
               DISPLAY 'PROVISOES EM MODO PREVIA - SALDOS NAO '
                   'GRAVADOS; LIBERE COM P462-LIBERAR=S APOS A '
                   'REVISAO'
           END-IF.

      ******************************************************************
      * cadastro inteiro na memoria; os admitidos depois da
      * competencia ficam fora da provisao.
      ******************************************************************
       LER-CADASTRO.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO - PROVISOES '
                   'ABORTADAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-EMPREGADO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE ARQ-SALARIO
           IF CADASTRO-CHEIO
               DISPLAY 'ARQ-SALARIO.CBDB MAIOR QUE A TABELA - '
                   'PROVISOES ABORTADAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-EMPREGADOS < 200
                       ADD 1 TO WS-QTD-EMPREGADOS
                       SET IX-EM TO WS-QTD-EMPREGADOS
                       INITIALIZE EMPREGADO-TAB(IX-EM)
                       MOVE NR-EMPREGADO-ARQ TO EM-NR-TAB(IX-EM)
                       MOVE NOME-EMPREGADO-ARQ TO EM-NOME-TAB(IX-EM)
                       MOVE DEPTO-ARQ TO EM-DEPTO-TAB(IX-EM)
                       MOVE SALARIO-ANUAL-ARQ TO EM-SALARIO-TAB(IX-EM)
                       MOVE DATA-ADMISSAO-ARQ
                           TO EM-ADMISSAO-TAB(IX-EM)
                       IF DATA-DEMISSAO-ARQ IS NUMERIC
                           MOVE DATA-DEMISSAO-ARQ
                               TO EM-DEMISSAO-TAB(IX-EM)
                       ELSE
                           MOVE 0 TO EM-DEMISSAO-TAB(IX-EM)
                       END-IF
                       IF DATA-ADMISSAO-ARQ(1:6) <= WS-PERIODO-PROVISAO
                           MOVE 'S' TO EM-FLAG-ATIVO(IX-EM)
                       END-IF
                   ELSE
                       SET CADASTRO-CHEIO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * avos a partir das folhas pagas ate a competencia: do 13o, os
      * meses do ano; de ferias, os meses desde o ultimo mes com
      * ferias pagas. o registro do mes 13 do ano mostra o 13o ja
      * pago por DECIMO-TERCEIRO.
      ******************************************************************
       LER-HISTORICO-FOLHA.
           OPEN INPUT HISTORICO-FOLHA
           IF WS-STATUS-HIST NOT = '00'
               DISPLAY 'HISTORICO-FOLHA.CBDB NAO ENCONTRADO, SEM '
                   'MESES A PROVISIONAR'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-COMPETENCIA
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE HISTORICO-FOLHA.

       CARREGAR-COMPETENCIA.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   COMPUTE WS-ANOMES = HF-ANO * 100 + HF-MES
                   IF HF-MES = 13 AND HF-ANO = WS-ANO-PROVISAO
                       PERFORM MARCAR-DECIMO-PAGO
                   END-IF
                   IF HF-MES >= 1 AND HF-MES <= 12
                           AND WS-ANOMES <= WS-PERIODO-PROVISAO
                       PERFORM CONTAR-MES-EMPREGADO
                   END-IF
           END-READ.

       MARCAR-DECIMO-PAGO.
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               WHEN IX-EM > WS-QTD-EMPREGADOS
                   CONTINUE
               WHEN EM-NR-TAB(IX-EM) = HF-NR-EMPREGADO
                   SET DECIMO-PAGO(IX-EM) TO TRUE
           END-SEARCH.

       CONTAR-MES-EMPREGADO.
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               AT END
                   EXIT PARAGRAPH
               WHEN IX-EM > WS-QTD-EMPREGADOS
                   EXIT PARAGRAPH
               WHEN EM-NR-TAB(IX-EM) = HF-NR-EMPREGADO
                   CONTINUE
           END-SEARCH
           IF WS-ANOMES NOT = EM-ULTIMO-ANOMES(IX-EM)
               MOVE WS-ANOMES TO EM-ULTIMO-ANOMES(IX-EM)
               IF HF-ANO = WS-ANO-PROVISAO
                       AND EM-AVOS-13(IX-EM) < 12
                   ADD 1 TO EM-AVOS-13(IX-EM)
               END-IF
               IF EM-AVOS-FERIAS(IX-EM) < 999
                   ADD 1 TO EM-AVOS-FERIAS(IX-EM)
               END-IF
           END-IF
      * o mes em que as ferias sao pagas encerra o periodo; os meses
      * seguintes formam o proximo.
           IF HF-VALOR-FERIAS IS NUMERIC AND HF-VALOR-FERIAS > 0
               MOVE 0 TO EM-AVOS-FERIAS(IX-EM)
               IF WS-ANOMES = WS-PERIODO-PROVISAO
                   SET FERIAS-NO-MES(IX-EM) TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * saldos da ultima liberacao. se ela for desta mesma competencia
      * (reprocessamento), vale o saldo anterior gravado nela; uma
      * competencia posterior ja liberada impede o fechamento.
      ******************************************************************
       LER-SALDOS-ANTERIORES.
           OPEN INPUT SALDO-PROVISOES
           IF WS-STATUS-SALDO NOT = '00'
               DISPLAY 'SALDO-PROVISOES.TXT NAO ENCONTRADO, '
                   'PROVISAO INTEGRAL DOS SALDOS NO MES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-SALDO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE SALDO-PROVISOES.

       CARREGAR-SALDO.
           READ SALDO-PROVISOES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PRV-ANOMES > WS-PERIODO-PROVISAO
                       DISPLAY 'SALDO-PROVISOES.TXT JA LIBERADO EM '
                           PRV-ANOMES ' - PROVISOES ABORTADAS'
                       CLOSE SALDO-PROVISOES
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM GUARDAR-SALDO
           END-READ.

       GUARDAR-SALDO.
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               AT END
                   EXIT PARAGRAPH
               WHEN IX-EM > WS-QTD-EMPREGADOS
                   EXIT PARAGRAPH
               WHEN EM-NR-TAB(IX-EM) = PRV-NR-EMPREGADO
                   CONTINUE
           END-SEARCH
           IF PRV-ANOMES = WS-PERIODO-PROVISAO
               MOVE PRV-ANTERIOR-13 TO EM-ANTERIOR-13(IX-EM)
               MOVE PRV-ANTERIOR-FERIAS TO EM-ANTERIOR-FERIAS(IX-EM)
           ELSE
               MOVE PRV-SALDO-13 TO EM-ANTERIOR-13(IX-EM)
               MOVE PRV-SALDO-FERIAS TO EM-ANTERIOR-FERIAS(IX-EM)
           END-IF
           MOVE 'S' TO EM-FLAG-ATIVO(IX-EM).

      ******************************************************************
      * saldo ao salario atual: 13o = salario x avos / 12; ferias com
      * o terco = salario x 4/3 x avos / 12. 13o pago, ferias pagas
      * no mes ou desligamento ate a competencia zeram o saldo, e o
      * lancamento do mes estorna o que estava provisionado.
      ******************************************************************
       APURAR-EMPREGADO.
           IF NOT EMPREGADO-NA-PROVISAO(IX-EM)
               EXIT PARAGRAPH
           END-IF
           IF EM-DEMISSAO-TAB(IX-EM) NOT = 0
                   AND EM-DEMISSAO-TAB(IX-EM)(1:6)
                       <= WS-PERIODO-PROVISAO
               SET EMPREGADO-DESLIGADO(IX-EM) TO TRUE
               MOVE 0 TO EM-SALDO-13(IX-EM)
               MOVE 0 TO EM-SALDO-FERIAS(IX-EM)
           ELSE
               IF DECIMO-PAGO(IX-EM)
                   MOVE 0 TO EM-SALDO-13(IX-EM)
               ELSE
                   COMPUTE EM-SALDO-13(IX-EM) ROUNDED =
                       EM-SALARIO-TAB(IX-EM) * EM-AVOS-13(IX-EM) / 12
               END-IF
               COMPUTE EM-SALDO-FERIAS(IX-EM) ROUNDED =
                   EM-SALARIO-TAB(IX-EM) * EM-AVOS-FERIAS(IX-EM) / 9
           END-IF
           COMPUTE EM-LANC-13(IX-EM) =
               EM-SALDO-13(IX-EM) - EM-ANTERIOR-13(IX-EM)
           COMPUTE EM-LANC-FERIAS(IX-EM) =
               EM-SALDO-FERIAS(IX-EM) - EM-ANTERIOR-FERIAS(IX-EM)
           PERFORM GUARDAR-DEPTO.

       GUARDAR-DEPTO.
           SET IX-DE TO 1
           SEARCH DEPTO-LISTA
               AT END
                   IF QTD-DEPTOS < 50
                       ADD 1 TO QTD-DEPTOS
                       MOVE EM-DEPTO-TAB(IX-EM)
                           TO DEPTO-LISTA(QTD-DEPTOS)
                   END-IF
               WHEN IX-DE > QTD-DEPTOS
                   ADD 1 TO QTD-DEPTOS
                   MOVE EM-DEPTO-TAB(IX-EM) TO DEPTO-LISTA(QTD-DEPTOS)
               WHEN DEPTO-LISTA(IX-DE) = EM-DEPTO-TAB(IX-EM)
                   CONTINUE
           END-SEARCH.

      ******************************************************************
      * relatorio por departamento: um bloco por departamento com o
      * total dele e, no fim, o total da companhia.
      ******************************************************************
       ESCREVER-RELATORIO.
           OPEN OUTPUT RELAT-PROVISOES
           MOVE WS-PERIODO-PROVISAO TO CP-PERIODO
           IF PROVISAO-LIBERADA
               MOVE SPACES TO CP-MODO
           ELSE
               MOVE '(PREVIA)' TO CP-MODO
           END-IF
           WRITE REG-RELAT-OUT FROM CABECALHO-PROVISOES-1
           WRITE REG-RELAT-OUT FROM CABECALHO-PROVISOES-2
               AFTER ADVANCING 2 LINES
           PERFORM ESCREVER-BLOCO-DEPTO
               VARYING IX-DE FROM 1 BY 1 UNTIL IX-DE > QTD-DEPTOS
           MOVE 'TOTAL DA COMPANHIA' TO LT-ROTULO
           MOVE WS-GERAL-SALDO-13 TO LT-SALDO-13
           MOVE WS-GERAL-LANC-13 TO LT-LANC-13
           MOVE WS-GERAL-SALDO-FERIAS TO LT-SALDO-FERIAS
           MOVE WS-GERAL-LANC-FERIAS TO LT-LANC-FERIAS
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           CLOSE RELAT-PROVISOES.

       ESCREVER-BLOCO-DEPTO.
           INITIALIZE WS-SOMAS-DEPTO
           MOVE DEPTO-LISTA(IX-DE) TO LD-DEPTO
           WRITE REG-RELAT-OUT FROM LINHA-DEPTO
               AFTER ADVANCING 2 LINES
           PERFORM ESCREVER-LINHA-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           MOVE SPACES TO LT-ROTULO
           STRING '   TOTAL DO DEPARTAMENTO ' DEPTO-LISTA(IX-DE)
               DELIMITED BY SIZE INTO LT-ROTULO
           MOVE WS-DEPTO-SALDO-13 TO LT-SALDO-13
           MOVE WS-DEPTO-LANC-13 TO LT-LANC-13
           MOVE WS-DEPTO-SALDO-FERIAS TO LT-SALDO-FERIAS
           MOVE WS-DEPTO-LANC-FERIAS TO LT-LANC-FERIAS
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE.

       ESCREVER-LINHA-EMPREGADO.
           IF NOT EMPREGADO-NA-PROVISAO(IX-EM)
                   OR EM-DEPTO-TAB(IX-EM) NOT = DEPTO-LISTA(IX-DE)
               EXIT PARAGRAPH
           END-IF
      * desligado ha mais tempo e sem nada a estornar nao aparece
           IF EMPREGADO-DESLIGADO(IX-EM)
                   AND EM-LANC-13(IX-EM) = 0
                   AND EM-LANC-FERIAS(IX-EM) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PROVISIONADOS
           MOVE EM-NR-TAB(IX-EM) TO LE-NR-EMPREGADO
           MOVE EM-NOME-TAB(IX-EM) TO LE-NOME
           MOVE EM-AVOS-13(IX-EM) TO LE-AVOS-13
           MOVE EM-SALDO-13(IX-EM) TO LE-SALDO-13
           MOVE EM-LANC-13(IX-EM) TO LE-LANC-13
           MOVE EM-AVOS-FERIAS(IX-EM) TO LE-AVOS-FERIAS
           MOVE EM-SALDO-FERIAS(IX-EM) TO LE-SALDO-FERIAS
           MOVE EM-LANC-FERIAS(IX-EM) TO LE-LANC-FERIAS
           MOVE SPACES TO LE-SITUACAO
           EVALUATE TRUE
               WHEN EMPREGADO-DESLIGADO(IX-EM)
                   MOVE 'DESLIGADO - ESTORNO' TO LE-SITUACAO
               WHEN DECIMO-PAGO(IX-EM) AND FERIAS-NO-MES(IX-EM)
                   MOVE '13O E FERIAS PAGOS' TO LE-SITUACAO
               WHEN DECIMO-PAGO(IX-EM)
                   MOVE '13O PAGO' TO LE-SITUACAO
               WHEN FERIAS-NO-MES(IX-EM)
                   MOVE 'FERIAS PAGAS NO MES' TO LE-SITUACAO
           END-EVALUATE
           WRITE REG-RELAT-OUT FROM LINHA-EMPREGADO
               AFTER ADVANCING 1 LINE
           ADD EM-SALDO-13(IX-EM) TO WS-DEPTO-SALDO-13
               WS-GERAL-SALDO-13
           ADD EM-LANC-13(IX-EM) TO WS-DEPTO-LANC-13 WS-GERAL-LANC-13
           ADD EM-SALDO-FERIAS(IX-EM) TO WS-DEPTO-SALDO-FERIAS
               WS-GERAL-SALDO-FERIAS
           ADD EM-LANC-FERIAS(IX-EM) TO WS-DEPTO-LANC-FERIAS
               WS-GERAL-LANC-FERIAS.

      ******************************************************************
      * liberacao: saldos do mes de todos os empregados provisionados,
      * base do lancamento da proxima competencia.
      ******************************************************************
       GRAVAR-SALDOS.
           OPEN OUTPUT SALDO-PROVISOES
           PERFORM GRAVAR-SALDO-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           CLOSE SALDO-PROVISOES.

       GRAVAR-SALDO-EMPREGADO.
           IF EMPREGADO-NA-PROVISAO(IX-EM)
               MOVE SPACES TO REG-SALDO-PROVISAO
               MOVE EM-NR-TAB(IX-EM) TO PRV-NR-EMPREGADO
               MOVE WS-PERIODO-PROVISAO TO PRV-ANOMES
               MOVE EM-ANTERIOR-13(IX-EM) TO PRV-ANTERIOR-13
               MOVE EM-SALDO-13(IX-EM) TO PRV-SALDO-13
               MOVE EM-ANTERIOR-FERIAS(IX-EM) TO PRV-ANTERIOR-FERIAS
               MOVE EM-SALDO-FERIAS(IX-EM) TO PRV-SALDO-FERIAS
               WRITE REG-SALDO-PROVISAO
           END-IF.

       END PROGRAM PROVISOES-FOLHA.
