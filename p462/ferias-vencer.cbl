      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Monthly report of vacations about to expire. Reads
      *          the acquisition periods kept by PAGE-462
      *          (FERIAS-PERIODOS.TXT) and lists, per employee still
      *          active in ARQ-SALARIO.CBDB, every completed period
      *          with days still owed whose concession deadline falls
      *          within the next 90 days of the movement date, and
      *          those already past it (owed in double). The vacation
      *          already scheduled in FERIAS.TXT is shown beside it.
      *          Output in RELAT-FERIAS-VENCER.TXT; return code 4 when
      *          there are expired vacations
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS-A-VENCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIODOS-FERIAS
           ASSIGN TO '.\FERIAS-PERIODOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
       SELECT ARQ-FERIAS
           ASSIGN TO '.\FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIAS.
       SELECT RELAT-FERIAS-VENCER
           ASSIGN TO '.\RELAT-FERIAS-VENCER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute mantido por PAGE-462.
       FD PERIODOS-FERIAS LABEL RECORDS ARE STANDARD.
       01 REG-PERIODO-FERIAS.
           05 PER-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 PER-INICIO PIC 9(8).
           05 PIC X.
           05 PER-FIM PIC 9(8).
           05 PIC X.
           05 PER-LIMITE PIC 9(8).
           05 PIC X.
           05 PER-FALTAS PIC 999.
           05 PIC X.
           05 PER-DIAS-DIREITO PIC 99.
           05 PIC X.
           05 PER-DIAS-GOZADOS PIC 99.
           05 PIC X.
           05 PER-SITUACAO PIC X.
           05 PIC X.
           05 PER-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 PER-FALTAS-MES PIC 999.
           05 PIC X.
           05 PER-GOZADOS-MES PIC 99.

       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-ARQ.
           05 NR-EMPREGADO-ARQ PIC 9(5).
           05 NOME-EMPREGADO-ARQ PIC X(20).
           05 DEPTO-ARQ PIC XX.
           05 SALARIO-ANUAL-ARQ PIC 9(5).
           05 DATA-ADMISSAO-ARQ PIC 9(8).
           05 NR-DEPENDENTES-ARQ PIC 99.
           05 DATA-DEMISSAO-ARQ PIC 9(8).

       FD ARQ-FERIAS LABEL RECORDS ARE STANDARD.
       01 REG-FERIAS-IN.
           05 FER-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 FER-DATA-INICIO-IN PIC 9(8).
           05 PIC X.
           05 FER-DIAS-IN PIC 99.

       FD RELAT-FERIAS-VENCER LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PERIODOS PIC XX.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-FERIAS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DATA-LIMITE-JANELA PIC 9(8) VALUE 0.
       01 WS-DIAS-JANELA PIC 999 VALUE 90.
       01 WS-DIAS-PARA-VENCER PIC S9(5) VALUE 0.
       01 WS-QTD-VENCIDAS PIC 9(5) VALUE 0.
       01 WS-QTD-A-VENCER PIC 9(5) VALUE 0.
       01 WS-FLAG-PASSADA PIC X VALUE SPACE.
           88 PASSADA-VENCIDAS VALUE 'V'.
           88 PASSADA-A-VENCER VALUE 'A'.

       01 WS-QTD-EMPREGADOS PIC 999 VALUE 0.
       01 WS-TAB-EMPREGADOS.
           05 EMPREGADO-TAB OCCURS 200 TIMES INDEXED BY IX-EM.
               10 EM-NR-TAB PIC 9(5).
               10 EM-NOME-TAB PIC X(20).
               10 EM-DEPTO-TAB PIC XX.
               10 EM-DEMISSAO-TAB PIC 9(8).

      * agenda de ferias a partir da data do movimento
       01 WS-QTD-AGENDA PIC 999 VALUE 0.
       01 WS-TAB-AGENDA.
           05 AGENDA-TAB OCCURS 200 TIMES INDEXED BY IX-AG.
               10 AG-EMPREGADO PIC 9(5).
               10 AG-INICIO PIC 9(8).
               10 AG-DIAS PIC 99.

       01 WS-QTD-PERIODOS PIC 9(4) VALUE 0.
       01 WS-TAB-PERIODOS.
           05 PERIODO-TAB OCCURS 1000 TIMES INDEXED BY IX-PF.
               10 PF-EMPREGADO PIC 9(5).
               10 PF-INICIO PIC 9(8).
               10 PF-FIM PIC 9(8).
               10 PF-LIMITE PIC 9(8).
               10 PF-SALDO PIC 99.

       01 CABECALHO-VENCER-1.
           05 PIC X(40) VALUE
               '# FERIAS A VENCER NOS PROXIMOS 90 DIAS -'.
           05 PIC X(14) VALUE ' POSICAO EM   '.
           05 CV-DATA PIC 9(8).
       01 CABECALHO-VENCER-2.
           05 PIC X(45) VALUE
               'EMP#  NOME                 DP  AQUISITIVO    '.
           05 PIC X(42) VALUE
               '      LIMITE   SALDO   PRAZO     AGENDADAS'.
       01 LINHA-SECAO.
           05 LS-TITULO PIC X(60).
       01 LINHA-PERIODO.
           05 LP-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 LP-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LP-DEPTO PIC XX.
           05 PIC X(2) VALUE SPACES.
           05 LP-INICIO PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 LP-FIM PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-LIMITE PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-SALDO PIC Z9.
           05 PIC X(5) VALUE ' DIAS'.
           05 PIC X VALUE SPACE.
           05 LP-PRAZO PIC X(9).
           05 PIC X VALUE SPACE.
           05 LP-AGENDA PIC X(16).
       01 LINHA-PRAZO.
           05 LPZ-DIAS PIC ZZ9.
           05 PIC X(5) VALUE ' DIAS'.
       01 LINHA-AGENDA.
           05 LAG-INICIO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LAG-DIAS PIC Z9.
           05 PIC X(5) VALUE ' DIAS'.
       01 LINHA-TOTAL.
           05 LT-ROTULO PIC X(40).
           05 LT-QTD PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           COMPUTE WS-DATA-LIMITE-JANELA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
                   + WS-DIAS-JANELA)
           PERFORM LER-CADASTRO
           PERFORM LER-AGENDA
           PERFORM LER-PERIODOS
           OPEN OUTPUT RELAT-FERIAS-VENCER
           MOVE WS-DATA-OFICIAL TO CV-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-VENCER-1
           WRITE REG-RELAT-OUT FROM CABECALHO-VENCER-2
               AFTER ADVANCING 2 LINES
           MOVE '>> VENCIDAS - DEVIDAS EM DOBRO' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           SET PASSADA-VENCIDAS TO TRUE
           PERFORM LISTAR-PERIODO
               VARYING IX-PF FROM 1 BY 1
               UNTIL IX-PF > WS-QTD-PERIODOS
           MOVE '>> LIMITE DE CONCESSAO NOS PROXIMOS 90 DIAS'
               TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           SET PASSADA-A-VENCER TO TRUE
           PERFORM LISTAR-PERIODO
               VARYING IX-PF FROM 1 BY 1
               UNTIL IX-PF > WS-QTD-PERIODOS
           MOVE 'PERIODOS VENCIDOS:' TO LT-ROTULO
           MOVE WS-QTD-VENCIDAS TO LT-QTD
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           MOVE 'PERIODOS A VENCER EM 90 DIAS:' TO LT-ROTULO
           MOVE WS-QTD-A-VENCER TO LT-QTD
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           CLOSE RELAT-FERIAS-VENCER
           DISPLAY 'FERIAS A VENCER: ' WS-QTD-A-VENCER
               ' PERIODOS EM 90 DIAS, ' WS-QTD-VENCIDAS ' VENCIDOS'
           IF WS-QTD-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

       LER-CADASTRO.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO - RELATORIO '
                   'NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-EMPREGADO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE ARQ-SALARIO.

       CARREGAR-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-EMPREGADOS < 200
                       ADD 1 TO WS-QTD-EMPREGADOS
                       SET IX-EM TO WS-QTD-EMPREGADOS
                       MOVE NR-EMPREGADO-ARQ TO EM-NR-TAB(IX-EM)
                       MOVE NOME-EMPREGADO-ARQ TO EM-NOME-TAB(IX-EM)
                       MOVE DEPTO-ARQ TO EM-DEPTO-TAB(IX-EM)
                       IF DATA-DEMISSAO-ARQ IS NUMERIC
                           MOVE DATA-DEMISSAO-ARQ
                               TO EM-DEMISSAO-TAB(IX-EM)
                       ELSE
                           MOVE 0 TO EM-DEMISSAO-TAB(IX-EM)
                       END-IF
                   ELSE
                       DISPLAY 'EMPREGADO IGNORADO, TABELA CHEIA: '
                           NR-EMPREGADO-ARQ
                   END-IF
           END-READ.

       LER-AGENDA.
           OPEN INPUT ARQ-FERIAS
           IF WS-STATUS-FERIAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM CARREGAR-AGENDA
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE ARQ-FERIAS
           END-IF.

       CARREGAR-AGENDA.
           READ ARQ-FERIAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF FER-DATA-INICIO-IN >= WS-DATA-OFICIAL
                           AND WS-QTD-AGENDA < 200
                       ADD 1 TO WS-QTD-AGENDA
                       SET IX-AG TO WS-QTD-AGENDA
                       MOVE FER-NR-EMPREGADO-IN TO AG-EMPREGADO(IX-AG)
                       MOVE FER-DATA-INICIO-IN TO AG-INICIO(IX-AG)
                       MOVE FER-DIAS-IN TO AG-DIAS(IX-AG)
                   END-IF
           END-READ.

      ******************************************************************
      * so os periodos completos com dias ainda devidos e limite ate
      * o fim da janela interessam ao relatorio.
      ******************************************************************
       LER-PERIODOS.
           OPEN INPUT PERIODOS-FERIAS
           IF WS-STATUS-PERIODOS NOT = '00'
               DISPLAY 'FERIAS-PERIODOS.TXT NAO ENCONTRADO - '
                   'RELATORIO NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-PERIODO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE PERIODOS-FERIAS.

       CARREGAR-PERIODO.
           READ PERIODOS-FERIAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PER-SITUACAO NOT = 'Q'
                           AND PER-DIAS-DIREITO > PER-DIAS-GOZADOS
                           AND PER-FIM < WS-DATA-OFICIAL
                           AND PER-LIMITE <= WS-DATA-LIMITE-JANELA
                       PERFORM GUARDAR-PERIODO
                   END-IF
           END-READ.

       GUARDAR-PERIODO.
           IF WS-QTD-PERIODOS >= 1000
               DISPLAY 'PERIODO IGNORADO, TABELA CHEIA: '
                   PER-NR-EMPREGADO ' ' PER-INICIO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PERIODOS
           SET IX-PF TO WS-QTD-PERIODOS
           MOVE PER-NR-EMPREGADO TO PF-EMPREGADO(IX-PF)
           MOVE PER-INICIO TO PF-INICIO(IX-PF)
           MOVE PER-FIM TO PF-FIM(IX-PF)
           MOVE PER-LIMITE TO PF-LIMITE(IX-PF)
           COMPUTE PF-SALDO(IX-PF) =
               PER-DIAS-DIREITO - PER-DIAS-GOZADOS.

      ******************************************************************
      * uma linha por periodo da passada (vencidos ou a vencer) de
      * empregado ainda ativo, com os dias ate o limite e a proxima
      * ferias agendada.
      ******************************************************************
       LISTAR-PERIODO.
           IF PASSADA-VENCIDAS
               IF PF-LIMITE(IX-PF) >= WS-DATA-OFICIAL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PF-LIMITE(IX-PF) < WS-DATA-OFICIAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               AT END
                   EXIT PARAGRAPH
               WHEN IX-EM > WS-QTD-EMPREGADOS
                   EXIT PARAGRAPH
               WHEN EM-NR-TAB(IX-EM) = PF-EMPREGADO(IX-PF)
                   CONTINUE
           END-SEARCH
           IF EM-DEMISSAO-TAB(IX-EM) NOT = 0
                   AND EM-DEMISSAO-TAB(IX-EM) <= WS-DATA-OFICIAL
               EXIT PARAGRAPH
           END-IF
           MOVE PF-EMPREGADO(IX-PF) TO LP-NR-EMPREGADO
           MOVE EM-NOME-TAB(IX-EM) TO LP-NOME
           MOVE EM-DEPTO-TAB(IX-EM) TO LP-DEPTO
           MOVE PF-INICIO(IX-PF) TO LP-INICIO
           MOVE PF-FIM(IX-PF) TO LP-FIM
           MOVE PF-LIMITE(IX-PF) TO LP-LIMITE
           MOVE PF-SALDO(IX-PF) TO LP-SALDO
           IF PASSADA-VENCIDAS
               MOVE 'VENCIDO' TO LP-PRAZO
               ADD 1 TO WS-QTD-VENCIDAS
           ELSE
               COMPUTE WS-DIAS-PARA-VENCER =
                   FUNCTION INTEGER-OF-DATE(PF-LIMITE(IX-PF))
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
               MOVE WS-DIAS-PARA-VENCER TO LPZ-DIAS
               MOVE LINHA-PRAZO TO LP-PRAZO
               ADD 1 TO WS-QTD-A-VENCER
           END-IF
           MOVE 'NAO AGENDADAS' TO LP-AGENDA
           PERFORM PROCURAR-AGENDA
               VARYING IX-AG FROM 1 BY 1
               UNTIL IX-AG > WS-QTD-AGENDA
           WRITE REG-RELAT-OUT FROM LINHA-PERIODO
               AFTER ADVANCING 1 LINE.

      * a primeira agenda do empregado vale para a linha
       PROCURAR-AGENDA.
           IF AG-EMPREGADO(IX-AG) = PF-EMPREGADO(IX-PF)
                   AND LP-AGENDA = 'NAO AGENDADAS'
               MOVE AG-INICIO(IX-AG) TO LAG-INICIO
               MOVE AG-DIAS(IX-AG) TO LAG-DIAS
               MOVE LINHA-AGENDA TO LP-AGENDA
           END-IF.

       END PROGRAM FERIAS-A-VENCER.
