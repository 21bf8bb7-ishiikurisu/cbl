      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Bank deposit reconciliation: the deposit slips
      *          FECHAMENTO-CAIXA writes per day and caixa for the cash
      *          declared in DECLARACAO-CAIXA.TXT (GUIAS-DEPOSITO.TXT)
      *          are matched to the credits of the bank statement
      *          (EXTRATO-BANCARIO.TXT) by the slip reference. Reports
      *          the deposits short or over the slip, the slips never
      *          deposited, the deposits made, or still pending, more
      *          than two business days after the declared day (per
      *          CALENDARIO.TXT; without it Monday to Friday), and the
      *          credits that match no slip. Period of the declared
      *          days by P209-DATA-INI / P209-DATA-FIM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-DEPOSITOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GUIAS-DEPOSITO
           ASSIGN TO '.\GUIAS-DEPOSITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GUIAS.
      * extrato da conta de deposito recebido do banco: uma linha por
      * lancamento, com a data, credito ou debito, o valor e a
      * referencia informada no deposito (a da guia, quando o
      * deposito foi feito com ela).
       SELECT EXTRATO-BANCARIO
           ASSIGN TO '.\EXTRATO-BANCARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.
       SELECT OPTIONAL CALENDARIO
           ASSIGN TO '.\CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CALENDARIO.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT RELAT-CONCILIACAO
           ASSIGN TO '.\RELAT-CONCILIA-DEPOSITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por 385-GRAVAR-GUIA em FECHAMENTO-CAIXA.
       FD GUIAS-DEPOSITO LABEL RECORDS ARE STANDARD.
       01 REG-GUIA-IN.
           05 GD-REFERENCIA.
               10 GD-DATA PIC 9(8).
               10 GD-CAIXA PIC 99.
           05 PIC X.
           05 GD-DECLARADO PIC 9(8)V99.
           05 PIC X.
           05 GD-FUNDO PIC 9(8)V99.
           05 PIC X.
           05 GD-SANGRIAS PIC 9(8)V99.
           05 PIC X.
           05 GD-VALOR-DEPOSITO PIC 9(8)V99.

       FD EXTRATO-BANCARIO LABEL RECORDS ARE STANDARD.
       01 REG-EXTRATO-IN.
           05 EB-DATA PIC 9(8).
           05 PIC X.
      * C = credito, D = debito
           05 EB-TIPO PIC X.
           05 PIC X.
           05 EB-VALOR PIC 9(8)V99.
           05 PIC X.
           05 EB-REFERENCIA PIC X(10).
           05 PIC X.
           05 EB-HISTORICO PIC X(20).

      * mesmo leiaute lido por DATA-MOVIMENTO.
       FD CALENDARIO LABEL RECORDS ARE STANDARD.
       01 REG-CALENDARIO.
           05 CAL-DATA PIC 9(8).
           05 PIC X.
           05 CAL-DIA-UTIL PIC X.
           05 PIC X.
           05 CAL-ULTIMO-DIA-MES PIC X.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD RELAT-CONCILIACAO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-GUIAS PIC XX.
       01 WS-STATUS-EXTRATO PIC XX.
       01 WS-STATUS-CALENDARIO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-ENV PIC X(8).
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 99999999.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 GUIA-ACHADA VALUE 'S'.

      * prazo, em dias uteis apos o dia declarado, para o deposito
       01 WS-PRAZO-DEPOSITO PIC 9 VALUE 2.

      * contagem de dias uteis entre duas datas
       01 WS-DATA-DE PIC 9(8) VALUE 0.
       01 WS-DATA-ATE PIC 9(8) VALUE 0.
       01 WS-DIA-INT PIC 9(7) VALUE 0.
       01 WS-DIA-INT-ATE PIC 9(7) VALUE 0.
       01 WS-DIA-SEMANA PIC 9 VALUE 0.
       01 WS-DATA-VARRE PIC 9(8) VALUE 0.
       01 WS-DIAS-UTEIS PIC 9(5) VALUE 0.
       01 WS-FLAG-UTIL PIC X VALUE 'N'.
           88 DIA-UTIL VALUE 'S'.

       01 WS-DIFERENCA PIC S9(9)V99 VALUE 0.

       01 WS-TOTAIS.
           05 WS-QTD-GUIAS PIC 9(5) VALUE 0.
           05 WS-QTD-CONFERE PIC 9(5) VALUE 0.
           05 WS-QTD-DIVERGENTE PIC 9(5) VALUE 0.
           05 WS-QTD-NAO-DEPOSITADA PIC 9(5) VALUE 0.
           05 WS-QTD-ATRASADA PIC 9(5) VALUE 0.
           05 WS-QTD-SEM-GUIA PIC 9(5) VALUE 0.
           05 WS-SOMA-GUIAS PIC S9(10)V99 VALUE 0.
           05 WS-SOMA-DEPOSITADO PIC S9(10)V99 VALUE 0.
           05 WS-SOMA-DIFERENCA PIC S9(10)V99 VALUE 0.
           05 WS-SOMA-NAO-DEPOSITADO PIC S9(10)V99 VALUE 0.
           05 WS-SOMA-SEM-GUIA PIC S9(10)V99 VALUE 0.

      * guias do periodo, uma por dia+caixa: a ultima gravada vale,
      * pois o fechamento refeito grava guia nova. os creditos que
      * trazem a referencia da guia somam no depositado.
       01 WS-TAB-GUIAS.
           05 QTD-GUIAS PIC 9(4) VALUE 0.
           05 GUIA-TAB OCCURS 1000 TIMES INDEXED BY IX-GD.
               10 GT-REFERENCIA.
                   15 GT-DATA PIC 9(8).
                   15 GT-CAIXA PIC 99.
               10 GT-DECLARADO PIC 9(8)V99.
               10 GT-VALOR PIC 9(8)V99.
               10 GT-DEPOSITADO PIC 9(8)V99.
               10 GT-QTD-CREDITOS PIC 99.
               10 GT-DATA-CREDITO PIC 9(8).

      * creditos do extrato sem guia, guardados para a sua secao
       01 WS-TAB-SEM-GUIA.
           05 QTD-SEM-GUIA PIC 999 VALUE 0.
           05 SEM-GUIA-TAB OCCURS 300 TIMES INDEXED BY IX-SG.
               10 SG-DATA PIC 9(8).
               10 SG-VALOR PIC 9(8)V99.
               10 SG-REFERENCIA PIC X(10).
               10 SG-HISTORICO PIC X(20).

      * dias do calendario de dias uteis da casa
       01 WS-TAB-CALENDARIO.
           05 QTD-CALENDARIO PIC 9(4) VALUE 0.
           05 CALENDARIO-TAB OCCURS 1500 TIMES INDEXED BY IX-CA.
               10 CT-DATA PIC 9(8).
               10 CT-DIA-UTIL PIC X.

       01 CABECALHO-CONCILIACAO.
           05 PIC X(40) VALUE
               '# CONCILIACAO DE DEPOSITOS - PERIODO    '.
           05 CAB-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 CAB-DATA-FIM PIC 9(8).
           05 PIC X(7) VALUE '  DIA  '.
           05 CAB-DATA-OFICIAL PIC 9(8).
       01 LINHA-SECAO.
           05 LS-TITULO PIC X(60).
       01 TITULO-DEPOSITOS.
           05 PIC X(44) VALUE
               'DIA DECL. CX     A DEPOSITAR   DEPOSITADO   '.
           05 PIC X(40) VALUE
               ' DIFERENCA CREDITO  D.UTEIS ALERTA'.
       01 LINHA-DEPOSITO.
           05 LD-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LD-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 LD-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LD-DEPOSITADO PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LD-DIFERENCA PIC ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LD-CREDITO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LD-DIAS-UTEIS PIC ZZZZ9.
           05 PIC XXX VALUE SPACES.
           05 LD-ALERTA PIC X(16).
       01 LINHA-SEM-GUIA.
           05 LSG-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LSG-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X(6) VALUE ' REF. '.
           05 LSG-REFERENCIA PIC X(10).
           05 PIC X VALUE SPACE.
           05 LSG-HISTORICO PIC X(20).
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
           PERFORM 120-LER-DATA-MOVIMENTO
           PERFORM 130-CARREGAR-CALENDARIO
           OPEN INPUT GUIAS-DEPOSITO
           IF WS-STATUS-GUIAS NOT = '00'
               DISPLAY 'GUIAS-DEPOSITO.TXT NAO ENCONTRADO, '
                   'NADA A CONCILIAR'
               STOP RUN
           END-IF
           PERFORM 150-CARREGAR-GUIA
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE GUIAS-DEPOSITO
           OPEN INPUT EXTRATO-BANCARIO
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY 'EXTRATO-BANCARIO.TXT NAO ENCONTRADO, '
                   'NADA A CONCILIAR'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 200-CONCILIAR-CREDITO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE EXTRATO-BANCARIO
           OPEN OUTPUT RELAT-CONCILIACAO
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-FIM TO CAB-DATA-FIM
           MOVE WS-DATA-OFICIAL TO CAB-DATA-OFICIAL
           WRITE REG-RELAT-OUT FROM CABECALHO-CONCILIACAO
           PERFORM 300-LISTAR-DEPOSITADAS
           PERFORM 400-LISTAR-NAO-DEPOSITADAS
           PERFORM 450-LISTAR-SEM-GUIA
           PERFORM 500-ESCREVER-TOTAIS
           CLOSE RELAT-CONCILIACAO
           IF WS-QTD-DIVERGENTE > 0 OR WS-QTD-NAO-DEPOSITADA > 0
                   OR WS-QTD-ATRASADA > 0
               DISPLAY '*** DEPOSITOS: ' WS-QTD-DIVERGENTE
                   ' COM DIFERENCA, ' WS-QTD-NAO-DEPOSITADA
                   ' NAO DEPOSITADO(S), ' WS-QTD-ATRASADA
                   ' FORA DO PRAZO ***'
           END-IF
           STOP RUN.

      *****************************************************************
      * le o periodo dos dias declarados de P209-DATA-INI /
      * P209-DATA-FIM; sem o periodo, todas as guias.
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
           END-IF.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina.
      *****************************************************************
       120-LER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

       130-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WS-STATUS-CALENDARIO = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 135-LER-CALENDARIO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE CALENDARIO
           MOVE 'N' TO WS-FIM-ARQUIVO.

       135-LER-CALENDARIO.
           READ CALENDARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF QTD-CALENDARIO < 1500
                       ADD 1 TO QTD-CALENDARIO
                       SET IX-CA TO QTD-CALENDARIO
                       MOVE CAL-DATA TO CT-DATA(IX-CA)
                       MOVE CAL-DIA-UTIL TO CT-DIA-UTIL(IX-CA)
                   END-IF
           END-READ.

      *****************************************************************
      * guias dos dias do periodo; a guia regravada para o mesmo dia
      * e caixa substitui a anterior.
      *****************************************************************
       150-CARREGAR-GUIA.
           READ GUIAS-DEPOSITO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF GD-DATA NOT < WS-DATA-INI
                           AND GD-DATA NOT > WS-DATA-FIM
                       PERFORM 160-GUARDAR-GUIA
                   END-IF
           END-READ.

       160-GUARDAR-GUIA.
           SET IX-GD TO 1
           SEARCH GUIA-TAB
               AT END
                   IF QTD-GUIAS < 1000
                       ADD 1 TO QTD-GUIAS
                       SET IX-GD TO QTD-GUIAS
                       MOVE GD-REFERENCIA TO GT-REFERENCIA(IX-GD)
                       PERFORM 165-PREENCHER-GUIA
                   ELSE
                       DISPLAY 'GUIA IGNORADA, TABELA CHEIA: '
                           GD-REFERENCIA
                   END-IF
               WHEN GT-REFERENCIA(IX-GD) = GD-REFERENCIA
                   PERFORM 165-PREENCHER-GUIA
           END-SEARCH.

       165-PREENCHER-GUIA.
           MOVE GD-DECLARADO TO GT-DECLARADO(IX-GD)
           MOVE GD-VALOR-DEPOSITO TO GT-VALOR(IX-GD)
           MOVE 0 TO GT-DEPOSITADO(IX-GD)
           MOVE 0 TO GT-QTD-CREDITOS(IX-GD)
           MOVE 0 TO GT-DATA-CREDITO(IX-GD).

      *****************************************************************
      * cada credito do extrato procura a guia pela referencia; um
      * deposito feito em mais de uma vez soma na mesma guia, e a
      * data do credito que vale para o prazo e a do ultimo. credito
      * sem guia fica guardado para a secao propria; debitos nao
      * entram na conciliacao.
      *****************************************************************
       200-CONCILIAR-CREDITO.
           READ EXTRATO-BANCARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF EB-TIPO = 'C'
                       PERFORM 210-PROCURAR-GUIA
                       IF GUIA-ACHADA
                           ADD EB-VALOR TO GT-DEPOSITADO(IX-GD)
                           ADD 1 TO GT-QTD-CREDITOS(IX-GD)
                           IF EB-DATA > GT-DATA-CREDITO(IX-GD)
                               MOVE EB-DATA TO GT-DATA-CREDITO(IX-GD)
                           END-IF
                       ELSE
                           PERFORM 230-GUARDAR-SEM-GUIA
                       END-IF
                   END-IF
           END-READ.

       210-PROCURAR-GUIA.
           MOVE 'N' TO WS-FLAG-ACHOU
           IF QTD-GUIAS > 0
               SET IX-GD TO 1
               SEARCH GUIA-TAB
                   AT END
                       CONTINUE
                   WHEN GT-REFERENCIA(IX-GD) = EB-REFERENCIA
                       SET GUIA-ACHADA TO TRUE
               END-SEARCH
           END-IF.

       230-GUARDAR-SEM-GUIA.
      * credito anterior ou posterior ao periodo pedido pertence a
      * guia de outro periodo e nao e apontado como sem guia.
           IF EB-REFERENCIA(1:8) IS NUMERIC
               IF EB-REFERENCIA(1:8) < WS-DATA-INI
                       OR EB-REFERENCIA(1:8) > WS-DATA-FIM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-QTD-SEM-GUIA
           ADD EB-VALOR TO WS-SOMA-SEM-GUIA
           IF QTD-SEM-GUIA < 300
               ADD 1 TO QTD-SEM-GUIA
               SET IX-SG TO QTD-SEM-GUIA
               MOVE EB-DATA TO SG-DATA(IX-SG)
               MOVE EB-VALOR TO SG-VALOR(IX-SG)
               MOVE EB-REFERENCIA TO SG-REFERENCIA(IX-SG)
               MOVE EB-HISTORICO TO SG-HISTORICO(IX-SG)
           ELSE
               DISPLAY 'CREDITO SEM GUIA NAO LISTADO, TABELA CHEIA: '
                   EB-REFERENCIA
           END-IF.

      *****************************************************************
      * guias com deposito: valor da guia contra o depositado, com a
      * falta ou sobra, e os dias uteis do dia declarado ao credito.
      *****************************************************************
       300-LISTAR-DEPOSITADAS.
           MOVE 'GUIAS DEPOSITADAS' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           WRITE REG-RELAT-OUT FROM TITULO-DEPOSITOS
               AFTER ADVANCING 1 LINE
           PERFORM 310-ESCREVER-DEPOSITADA
               VARYING IX-GD FROM 1 BY 1 UNTIL IX-GD > QTD-GUIAS.

       310-ESCREVER-DEPOSITADA.
           ADD 1 TO WS-QTD-GUIAS
           ADD GT-VALOR(IX-GD) TO WS-SOMA-GUIAS
           IF GT-QTD-CREDITOS(IX-GD) > 0
               ADD GT-DEPOSITADO(IX-GD) TO WS-SOMA-DEPOSITADO
               COMPUTE WS-DIFERENCA =
                   GT-DEPOSITADO(IX-GD) - GT-VALOR(IX-GD)
               ADD WS-DIFERENCA TO WS-SOMA-DIFERENCA
               MOVE GT-DATA(IX-GD) TO WS-DATA-DE
               MOVE GT-DATA-CREDITO(IX-GD) TO WS-DATA-ATE
               PERFORM 600-CONTAR-DIAS-UTEIS
               MOVE SPACES TO LD-ALERTA
               EVALUATE TRUE
                   WHEN WS-DIFERENCA < 0
                       MOVE '** FALTA' TO LD-ALERTA
                       ADD 1 TO WS-QTD-DIVERGENTE
                   WHEN WS-DIFERENCA > 0
                       MOVE '** SOBRA' TO LD-ALERTA
                       ADD 1 TO WS-QTD-DIVERGENTE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-CONFERE
               END-EVALUATE
               IF WS-DIAS-UTEIS > WS-PRAZO-DEPOSITO
                   MOVE '** ATRASO' TO LD-ALERTA(10:7)
                   ADD 1 TO WS-QTD-ATRASADA
               END-IF
               MOVE GT-DATA(IX-GD) TO LD-DATA
               MOVE GT-CAIXA(IX-GD) TO LD-CAIXA
               MOVE GT-VALOR(IX-GD) TO LD-VALOR
               MOVE GT-DEPOSITADO(IX-GD) TO LD-DEPOSITADO
               MOVE WS-DIFERENCA TO LD-DIFERENCA
               MOVE GT-DATA-CREDITO(IX-GD) TO LD-CREDITO
               MOVE WS-DIAS-UTEIS TO LD-DIAS-UTEIS
               WRITE REG-RELAT-OUT FROM LINHA-DEPOSITO
                   AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************************
      * guias sem nenhum credito: dias uteis ate a data do movimento;
      * passado o prazo, o deposito esta atrasado.
      *****************************************************************
       400-LISTAR-NAO-DEPOSITADAS.
           MOVE 'DIAS DECLARADOS E NAO DEPOSITADOS' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 3 LINES
           WRITE REG-RELAT-OUT FROM TITULO-DEPOSITOS
               AFTER ADVANCING 1 LINE
           PERFORM 410-VERIFICAR-GUIA
               VARYING IX-GD FROM 1 BY 1 UNTIL IX-GD > QTD-GUIAS
           IF WS-QTD-NAO-DEPOSITADA = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       410-VERIFICAR-GUIA.
           IF GT-QTD-CREDITOS(IX-GD) = 0 AND GT-VALOR(IX-GD) > 0
               ADD 1 TO WS-QTD-NAO-DEPOSITADA
               ADD GT-VALOR(IX-GD) TO WS-SOMA-NAO-DEPOSITADO
               MOVE GT-DATA(IX-GD) TO WS-DATA-DE
               MOVE WS-DATA-OFICIAL TO WS-DATA-ATE
               PERFORM 600-CONTAR-DIAS-UTEIS
               MOVE SPACES TO LD-ALERTA
               IF WS-DIAS-UTEIS > WS-PRAZO-DEPOSITO
                   MOVE '** ATRASO' TO LD-ALERTA
                   ADD 1 TO WS-QTD-ATRASADA
               END-IF
               MOVE GT-DATA(IX-GD) TO LD-DATA
               MOVE GT-CAIXA(IX-GD) TO LD-CAIXA
               MOVE GT-VALOR(IX-GD) TO LD-VALOR
               MOVE 0 TO LD-DEPOSITADO
               COMPUTE LD-DIFERENCA = 0 - GT-VALOR(IX-GD)
               MOVE 0 TO LD-CREDITO
               MOVE WS-DIAS-UTEIS TO LD-DIAS-UTEIS
               WRITE REG-RELAT-OUT FROM LINHA-DEPOSITO
                   AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************************
      * creditos do extrato que nao acharam guia.
      *****************************************************************
       450-LISTAR-SEM-GUIA.
           MOVE 'CREDITOS SEM GUIA CORRESPONDENTE' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 3 LINES
           PERFORM 460-ESCREVER-SEM-GUIA
               VARYING IX-SG FROM 1 BY 1 UNTIL IX-SG > QTD-SEM-GUIA
           IF WS-QTD-SEM-GUIA = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       460-ESCREVER-SEM-GUIA.
           MOVE SG-DATA(IX-SG) TO LSG-DATA
           MOVE SG-VALOR(IX-SG) TO LSG-VALOR
           MOVE SG-REFERENCIA(IX-SG) TO LSG-REFERENCIA
           MOVE SG-HISTORICO(IX-SG) TO LSG-HISTORICO
           WRITE REG-RELAT-OUT FROM LINHA-SEM-GUIA
               AFTER ADVANCING 1 LINE.

       500-ESCREVER-TOTAIS.
           MOVE 'GUIAS DO PERIODO:                   ' TO LC-ROTULO
           MOVE WS-QTD-GUIAS TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 3 LINES
           MOVE 'DEPOSITOS QUE CONFEREM:             ' TO LC-ROTULO
           MOVE WS-QTD-CONFERE TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'DEPOSITOS COM FALTA OU SOBRA:       ' TO LC-ROTULO
           MOVE WS-QTD-DIVERGENTE TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'GUIAS NAO DEPOSITADAS:              ' TO LC-ROTULO
           MOVE WS-QTD-NAO-DEPOSITADA TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'DEPOSITOS FORA DO PRAZO:            ' TO LC-ROTULO
           MOVE WS-QTD-ATRASADA TO LC-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR DAS GUIAS:                    ' TO LT-ROTULO
           MOVE WS-SOMA-GUIAS TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           MOVE 'VALOR DEPOSITADO:                   ' TO LT-ROTULO
           MOVE WS-SOMA-DEPOSITADO TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'FALTA/SOBRA NOS DEPOSITOS:          ' TO LT-ROTULO
           MOVE WS-SOMA-DIFERENCA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'AINDA NAO DEPOSITADO:               ' TO LT-ROTULO
           MOVE WS-SOMA-NAO-DEPOSITADO TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'CREDITOS SEM GUIA:                  ' TO LT-ROTULO
           MOVE WS-SOMA-SEM-GUIA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * dias uteis depois de WS-DATA-DE ate WS-DATA-ATE, inclusive.
      * o calendario da casa decide; dia fora dele e util de segunda
      * a sexta.
      *****************************************************************
       600-CONTAR-DIAS-UTEIS.
           MOVE 0 TO WS-DIAS-UTEIS
           IF WS-DATA-ATE > WS-DATA-DE
               COMPUTE WS-DIA-INT-ATE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATE)
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DE) + 1
               PERFORM 610-AVALIAR-DIA
                   UNTIL WS-DIA-INT > WS-DIA-INT-ATE
           END-IF.

       610-AVALIAR-DIA.
           COMPUTE WS-DATA-VARRE = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
      * o dia 1 da contagem juliana foi uma segunda-feira: resto 6 e
      * sabado, resto 0 e domingo.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-FLAG-UTIL
           ELSE
               MOVE 'S' TO WS-FLAG-UTIL
           END-IF
           IF QTD-CALENDARIO > 0
               SET IX-CA TO 1
               SEARCH CALENDARIO-TAB
                   AT END
                       CONTINUE
                   WHEN CT-DATA(IX-CA) = WS-DATA-VARRE
                       MOVE CT-DIA-UTIL(IX-CA) TO WS-FLAG-UTIL
               END-SEARCH
           END-IF
           IF DIA-UTIL
               ADD 1 TO WS-DIAS-UTEIS
           END-IF
           ADD 1 TO WS-DIA-INT.

       END PROGRAM CONCILIA-DEPOSITOS.
