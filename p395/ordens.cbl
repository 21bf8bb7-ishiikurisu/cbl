      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Standing-order generation step, run before
      *          EXERCICIO-DE-DEPURACAO: reads the register of
      *          recurring movements per account
      *          (ORDENS-PERMANENTES.TXT: value, day of month, start
      *          and end dates, frequency), finds the orders due on
      *          the movement date -- a day that is not a business
      *          day in CALENDARIO.TXT rolls to the next one -- and
      *          writes them into ARQ-TRANS.TXT inside the batch
      *          header/trailer, keeping the count and SALARIO hash
      *          of any batch already keyed. Lists the orders
      *          generated, skipped and expired in LISTAGEM-ORDENS.TXT.
      *          An unframed batch is refused with return code 8,
      *          unless P395-SEM-LOTE=S declares it a correction batch:
      *          then the orders wait for the next framed batch and
      *          the step ends normally. A register too large for the
      *          order table stops the run before anything is written
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENS-PERMANENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ORDENS-ARQ
           ASSIGN TO '.\ORDENS-PERMANENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORDENS.
      * o lote do dia: lido como esta e regravado, pelo arquivo de
      * trabalho, com as ordens acrescentadas antes do trailer.
       SELECT OPTIONAL ARQ-TRANS
           ASSIGN TO '.\ARQ-TRANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRANS.
       SELECT ARQ-TRANS-NOVO
           ASSIGN TO '.\ARQ-TRANS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADASTRO-CONTAS
           ASSIGN TO '.\CADASTRO-CONTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
      * calendario de dias uteis da casa; data fora dele (ou sem
      * ele) vale de segunda a sexta.
       SELECT CALENDARIO
           ASSIGN TO '.\CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CALENDARIO.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT LISTAGEM
           ASSIGN TO '.\LISTAGEM-ORDENS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * uma ordem por linha, chave conta + sequencia. frequencia 'M'
      * mensal, 'B' bimestral, 'T' trimestral, 'S' semestral, 'A'
      * anual, contada a partir do mes do inicio; fim zerado = sem
      * fim. a data da ultima geracao, gravada por este programa,
      * impede gerar duas vezes a mesma ordem no periodo.
       FD ORDENS-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-ORDEM.
           05 ORD-CONTA PIC X(5).
           05 ORD-SEQ PIC 99.
           05 PIC X.
           05 ORD-VALOR PIC 9(4).
           05 PIC X.
           05 ORD-VLR2 PIC 9(3).
           05 PIC X.
           05 ORD-COD-STATUS PIC 9.
           05 PIC X.
      * 'D' = debito; branco ou 'C' = credito
           05 ORD-NATUREZA PIC X.
           05 PIC X.
           05 ORD-DIA PIC 99.
           05 PIC X.
           05 ORD-FREQUENCIA PIC X.
           05 PIC X.
           05 ORD-DATA-INICIO PIC 9(8).
           05 PIC X.
           05 ORD-DATA-FIM PIC 9(8).
           05 PIC X.
      * 'A' = ativa, 'C' = cancelada, 'E' = expirada
           05 ORD-SITUACAO PIC X.
           05 PIC X.
           05 ORD-ULTIMA-GERACAO PIC 9(8).

      * mesmo leiaute de ARQ-TRANS de EXERCICIO-DE-DEPURACAO.
       FD ARQ-TRANS LABEL RECORDS ARE STANDARD.
       01 REG-TRANS-IN PIC X(80).
       01 REG-TRANS-DETALHE.
           05 TRN-NR-CONTA PIC X(5).
           05 PIC X(75).
       01 REG-TRANS-TRAILER.
           05 PIC X(3).
           05 TRN-TRL-QTD PIC 9(5).
           05 TRN-TRL-HASH PIC 9(9).
           05 PIC X(63).

       FD ARQ-TRANS-NOVO LABEL RECORDS ARE STANDARD.
       01 REG-TRANS-OUT PIC X(80).
       01 REG-MOVIMENTO-OUT.
           05 MOV-NR-CONTA PIC X(5).
           05 MOV-SALARIO PIC 9(4).
           05 MOV-VLR2 PIC 9(3).
           05 MOV-COD-STATUS PIC 9.
           05 MOV-NATUREZA PIC X.
       01 REG-HEADER-OUT.
           05 HDR-MARCA PIC X(3).
           05 HDR-DATA PIC 9(8).
           05 HDR-ORIGEM PIC X(10).
       01 REG-TRAILER-OUT.
           05 TRL-MARCA PIC X(3).
           05 TRL-QTD PIC 9(5).
           05 TRL-HASH PIC 9(9).

      * mesmo leiaute de EFETIVACAO-CONTAS.
       FD CADASTRO-CONTAS LABEL RECORDS ARE STANDARD.
       01 REG-CADASTRO.
           05 NR-CONTA-CAD PIC X(5).
           05 STATUS-CONTA-CAD PIC X.
           05 NOME-TITULAR-CAD PIC X(20).
           05 SALDO-CONTA-CAD PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LIMITE-CONTA-CAD PIC 9(7)V99.

       FD CALENDARIO LABEL RECORDS ARE STANDARD.
       01 REG-CALENDARIO.
           05 CAL-DATA PIC 9(8).
           05 PIC X.
      * 'S' = dia util, 'N' = fim de semana ou feriado
           05 CAL-DIA-UTIL PIC X.
           05 PIC X.
           05 CAL-ULTIMO-DIA-MES PIC X.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD LISTAGEM LABEL RECORDS ARE OMITTED.
       01 REG-LISTAGEM-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ORDENS PIC XX.
       01 WS-STATUS-TRANS PIC XX.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-CALENDARIO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DATA-OFICIAL-R REDEFINES WS-DATA-OFICIAL.
           05 WS-ANO-OFICIAL PIC 9(4).
           05 WS-MES-OFICIAL PIC 99.
           05 WS-DIA-OFICIAL PIC 99.

      * situacao do lote encontrado em ARQ-TRANS.TXT.
       01 WS-LOTE.
           05 WS-FLAG-HEADER PIC X VALUE 'N'.
               88 LOTE-TEM-HEADER VALUE 'S'.
           05 WS-FLAG-TRAILER PIC X VALUE 'N'.
               88 LOTE-TEM-TRAILER VALUE 'S'.
           05 WS-QTD-DETALHES PIC 9(5) VALUE 0.
           05 WS-QTD-LOTE PIC 9(5) VALUE 0.
           05 WS-HASH-LOTE PIC 9(9) VALUE 0.
       01 WS-FLAG-LOTE-OK PIC X VALUE 'S'.
           88 LOTE-ACEITA-ORDENS VALUE 'S'.
       01 WS-MOTIVO-LOTE PIC X(50) VALUE SPACES.
      * P395-SEM-LOTE=S, o mesmo parametro de EXERCICIO-DE-DEPURACAO:
      * o lote de correcao sem moldura e aceito como noite normal.
       01 WS-FLAG-SEM-LOTE PIC X VALUE 'N'.
           88 LOTE-SEM-MOLDURA VALUE 'S'.
       01 WS-SEM-LOTE-ENV PIC X(4).

      * contas ja presentes no lote, digitadas ou geradas: uma
      * segunda linha da conta seria rejeitada como duplicata pela
      * validacao. a origem separa a linha digitada ('D'), que
      * atende a ordem, da gerada por outra ordem ('O'), que so a
      * adia.
       01 WS-TAB-CONTAS-LOTE.
           05 QTD-CONTAS-LOTE PIC 9(4) VALUE 0.
           05 CONTA-LOTE OCCURS 1000 TIMES INDEXED BY IX-CL.
               10 CL-CONTA PIC X(5).
               10 CL-ORIGEM PIC X.
       01 WS-ORIGEM-LINHA PIC X VALUE 'D'.

       01 WS-TAB-CADASTRO.
           05 QTD-CONTAS-CAD PIC 9(4) VALUE 0.
           05 CONTA-CAD OCCURS 500 TIMES INDEXED BY IX-CC.
               10 CC-CONTA PIC X(5).
               10 CC-STATUS PIC X.

       01 WS-TAB-CALENDARIO.
           05 QTD-DIAS-CAL PIC 9(4) VALUE 0.
           05 DIA-CAL OCCURS 1500 TIMES INDEXED BY IX-CAL.
               10 DC-DATA PIC 9(8).
               10 DC-UTIL PIC X.

      * registro maior que a tabela nao e processado: regravar so
      * o que coube apagaria as demais ordens.
       01 WS-FLAG-ORDENS-EXCEDIDAS PIC X VALUE 'N'.
           88 ORDENS-EXCEDIDAS VALUE 'S'.
      * registro de ordens na memoria; regravado no fim com a data
      * da ultima geracao e as expiradas.
       01 WS-TAB-ORDENS.
           05 QTD-ORDENS PIC 9(4) VALUE 0.
           05 ORDEM-TAB OCCURS 1000 TIMES INDEXED BY IX-OR.
               10 OT-REGISTRO PIC X(80).

      * apuracao do vencimento de uma ordem.
       01 WS-PERIODO.
           05 WS-ANO-PER PIC 9(4).
           05 WS-MES-PER PIC 99.
       01 WS-DATA-TESTE PIC 9(8).
       01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05 WS-ANO-TESTE PIC 9(4).
           05 WS-MES-TESTE PIC 99.
           05 WS-DIA-TESTE PIC 99.
       01 WS-DATA-INICIO-R.
           05 WS-ANO-INICIO PIC 9(4).
           05 WS-MES-INICIO PIC 99.
           05 PIC 99.
       01 WS-DIAS-NO-MES PIC 99.
       01 WS-MESES-DESDE-INICIO PIC S9(5).
       01 WS-PASSO-MESES PIC 99.
       01 WS-DIA-SEMANA PIC 9.
       01 WS-AVANCOS PIC 99.
       01 WS-FLAG-UTIL PIC X.
           88 DIA-UTIL VALUE 'S'.
       01 WS-VENCIMENTO PIC 9(8).
       01 WS-VENCIMENTO-DEVIDO PIC 9(8).
       01 WS-RESULTADO PIC X(10).
       01 WS-MOTIVO PIC X(30).

       01 WS-TOTAIS.
           05 TOT-ORDENS PIC 9(5) VALUE 0.
           05 TOT-GERADAS PIC 9(5) VALUE 0.
           05 TOT-IGNORADAS PIC 9(5) VALUE 0.
           05 TOT-EXPIRADAS PIC 9(5) VALUE 0.
           05 TOT-VALOR-GERADO PIC 9(9) VALUE 0.

       01 CABECALHO-LISTAGEM.
           05 PIC X(37) VALUE
               '# ORDENS PERMANENTES DO MOVIMENTO DE '.
           05 CL-DATA PIC 9999/99/99.
       01 CABECALHO-COLUNAS.
           05 PIC X(40) VALUE
               'CONTA SQ  VALOR N DIA F VENCTO     RESUL'.
           05 PIC X(40) VALUE
               'TADO  MOTIVO                            '.
       01 LINHA-ORDEM.
           05 LO-CONTA PIC X(5).
           05 PIC X.
           05 LO-SEQ PIC 99.
           05 PIC X.
           05 LO-VALOR PIC Z,ZZ9.
           05 PIC X.
           05 LO-NATUREZA PIC X.
           05 PIC X(2).
           05 LO-DIA PIC 99.
           05 PIC X.
           05 LO-FREQUENCIA PIC X.
           05 PIC X.
           05 LO-VENCIMENTO PIC 9999/99/99.
           05 PIC X.
           05 LO-RESULTADO PIC X(10).
           05 PIC X.
           05 LO-MOTIVO PIC X(30).
       01 LINHA-TOTAL-LISTAGEM.
           05 LT-ROTULO PIC X(34).
           05 LT-VALOR PIC ZZZ,ZZZ,ZZ9.
       01 LINHA-AVISO.
           05 PIC X(4) VALUE '*** '.
           05 LA-TEXTO PIC X(50).
           05 PIC X(4) VALUE ' ***'.

       PROCEDURE DIVISION.
       100-MODULO-PRINCIPAL.
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 120-CARREGAR-CADASTRO
           PERFORM 130-CARREGAR-CALENDARIO
           PERFORM 140-CARREGAR-ORDENS
           IF ORDENS-EXCEDIDAS
               DISPLAY 'ORDENS PERMANENTES: REGISTRO COM MAIS DE '
                   '1000 ORDENS, NADA GERADO NEM REGRAVADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-SEM-LOTE-ENV
           ACCEPT WS-SEM-LOTE-ENV FROM ENVIRONMENT 'P395-SEM-LOTE'
           IF WS-SEM-LOTE-ENV = 'S' OR 'SIM'
               SET LOTE-SEM-MOLDURA TO TRUE
           END-IF
           OPEN OUTPUT LISTAGEM
           MOVE WS-DATA-OFICIAL TO CL-DATA
           WRITE REG-LISTAGEM-OUT FROM CABECALHO-LISTAGEM
               AFTER ADVANCING 1 LINE
           WRITE REG-LISTAGEM-OUT FROM CABECALHO-COLUNAS
               AFTER ADVANCING 2 LINES
           PERFORM 200-COPIAR-LOTE
           IF NOT LOTE-ACEITA-ORDENS
               MOVE WS-MOTIVO-LOTE TO LA-TEXTO
               WRITE REG-LISTAGEM-OUT FROM LINHA-AVISO
                   AFTER ADVANCING 2 LINES
               CLOSE LISTAGEM
               DISPLAY 'ORDENS PERMANENTES: ' WS-MOTIVO-LOTE
               IF LOTE-SEM-MOLDURA
                   DISPLAY 'ORDENS PERMANENTES: LOTE DE CORRECAO '
                       '(P395-SEM-LOTE), ORDENS FICAM PARA O '
                       'PROXIMO LOTE'
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM 300-AVALIAR-ORDEM
               VARYING IX-OR FROM 1 BY 1 UNTIL IX-OR > QTD-ORDENS
           PERFORM 400-FECHAR-LOTE
           PERFORM 500-REGRAVAR-ORDENS
           PERFORM 600-TOTAIS-LISTAGEM
           CLOSE LISTAGEM
           DISPLAY 'ORDENS PERMANENTES: ' TOT-GERADAS ' GERADAS, '
               TOT-IGNORADAS ' IGNORADAS, ' TOT-EXPIRADAS
               ' EXPIRADAS'
           GOBACK.

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

      * sem cadastro, a situacao da conta nao e conferida.
       120-CARREGAR-CADASTRO.
           OPEN INPUT CADASTRO-CONTAS
           IF WS-STATUS-CADASTRO = '00'
               PERFORM 125-LER-CONTA UNTIL WS-ULTIMO-REGISTRO = 'S'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               CLOSE CADASTRO-CONTAS
           END-IF.

       125-LER-CONTA.
           READ CADASTRO-CONTAS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-CONTAS-CAD < 500
                       ADD 1 TO QTD-CONTAS-CAD
                       SET IX-CC TO QTD-CONTAS-CAD
                       MOVE NR-CONTA-CAD TO CC-CONTA(IX-CC)
                       MOVE STATUS-CONTA-CAD TO CC-STATUS(IX-CC)
                   END-IF
           END-READ.

       130-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WS-STATUS-CALENDARIO = '00'
               PERFORM 135-LER-DIA UNTIL WS-ULTIMO-REGISTRO = 'S'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               CLOSE CALENDARIO
           END-IF.

       135-LER-DIA.
           READ CALENDARIO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-DIAS-CAL < 1500
                       ADD 1 TO QTD-DIAS-CAL
                       SET IX-CAL TO QTD-DIAS-CAL
                       MOVE CAL-DATA TO DC-DATA(IX-CAL)
                       MOVE CAL-DIA-UTIL TO DC-UTIL(IX-CAL)
                   END-IF
           END-READ.

       140-CARREGAR-ORDENS.
           OPEN INPUT ORDENS-ARQ
           IF WS-STATUS-ORDENS = '00' OR '05'
               PERFORM 145-LER-ORDEM UNTIL WS-ULTIMO-REGISTRO = 'S'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               CLOSE ORDENS-ARQ
           END-IF.

       145-LER-ORDEM.
           READ ORDENS-ARQ
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-ORDENS < 1000
                       ADD 1 TO QTD-ORDENS
                       MOVE REG-ORDEM TO OT-REGISTRO(QTD-ORDENS)
                   ELSE
                       SET ORDENS-EXCEDIDAS TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * copia o lote do dia para o arquivo de trabalho, menos o
      * trailer, cuja contagem e hash sao guardados para somar as
      * ordens. lote sem arquivo ou vazio ganha header proprio; lote
      * com header e sem trailer, ou sem moldura, nao recebe ordens
      * -- fechar por ele um lote truncado esconderia o truncamento.
      *****************************************************************
       200-COPIAR-LOTE.
           OPEN INPUT ARQ-TRANS
           OPEN OUTPUT ARQ-TRANS-NOVO
           IF WS-STATUS-TRANS = '00' OR '05'
               PERFORM 210-COPIAR-REGISTRO
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               CLOSE ARQ-TRANS
           END-IF
           EVALUATE TRUE
               WHEN NOT LOTE-TEM-HEADER AND WS-QTD-DETALHES = 0
                       AND NOT LOTE-TEM-TRAILER
                   MOVE SPACES TO REG-TRANS-OUT
                   MOVE 'HDR' TO HDR-MARCA
                   MOVE WS-DATA-OFICIAL TO HDR-DATA
                   MOVE 'ORDENS' TO HDR-ORIGEM
                   WRITE REG-TRANS-OUT
               WHEN NOT LOTE-TEM-HEADER
                   MOVE 'N' TO WS-FLAG-LOTE-OK
                   MOVE 'ARQ-TRANS SEM HEADER, ORDENS NAO INCLUIDAS'
                       TO WS-MOTIVO-LOTE
               WHEN NOT LOTE-TEM-TRAILER
                   MOVE 'N' TO WS-FLAG-LOTE-OK
                   MOVE 'ARQ-TRANS SEM TRAILER, ORDENS NAO INCLUIDAS'
                       TO WS-MOTIVO-LOTE
           END-EVALUATE
           IF NOT LOTE-ACEITA-ORDENS
               CLOSE ARQ-TRANS-NOVO
           END-IF.

       210-COPIAR-REGISTRO.
           READ ARQ-TRANS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   EVALUATE REG-TRANS-IN(1:3)
                       WHEN 'HDR'
                           SET LOTE-TEM-HEADER TO TRUE
                           WRITE REG-TRANS-OUT FROM REG-TRANS-IN
                       WHEN 'TRL'
                           SET LOTE-TEM-TRAILER TO TRUE
                           MOVE TRN-TRL-QTD TO WS-QTD-LOTE
                           MOVE TRN-TRL-HASH TO WS-HASH-LOTE
                       WHEN OTHER
                           ADD 1 TO WS-QTD-DETALHES
                           MOVE 'D' TO WS-ORIGEM-LINHA
                           PERFORM 220-MARCAR-CONTA-NO-LOTE
                           WRITE REG-TRANS-OUT FROM REG-TRANS-IN
                   END-EVALUATE
           END-READ.

       220-MARCAR-CONTA-NO-LOTE.
           IF QTD-CONTAS-LOTE < 1000
               ADD 1 TO QTD-CONTAS-LOTE
               MOVE TRN-NR-CONTA TO CL-CONTA(QTD-CONTAS-LOTE)
               MOVE WS-ORIGEM-LINHA TO CL-ORIGEM(QTD-CONTAS-LOTE)
           END-IF.

      *****************************************************************
      * avalia uma ordem: expirada se o movimento passou do fim;
      * devida se o vencimento do periodo corrente (ou do anterior,
      * quando o dia util seguinte caiu neste mes ou a geracao nao
      * rodou no dia) ja chegou e ainda nao foi gerado.
      *****************************************************************
       300-AVALIAR-ORDEM.
           MOVE OT-REGISTRO(IX-OR) TO REG-ORDEM
           IF ORD-SITUACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOT-ORDENS
           IF ORD-DATA-FIM NOT = 0 AND WS-DATA-OFICIAL > ORD-DATA-FIM
               MOVE 'E' TO ORD-SITUACAO
               MOVE REG-ORDEM TO OT-REGISTRO(IX-OR)
               ADD 1 TO TOT-EXPIRADAS
               MOVE ORD-DATA-FIM TO WS-VENCIMENTO-DEVIDO
               MOVE 'EXPIRADA' TO WS-RESULTADO
               MOVE 'FIM DA ORDEM ULTRAPASSADO' TO WS-MOTIVO
               PERFORM 390-LISTAR-ORDEM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VENCIMENTO-DEVIDO
           IF WS-MES-OFICIAL = 1
               COMPUTE WS-ANO-PER = WS-ANO-OFICIAL - 1
               MOVE 12 TO WS-MES-PER
           ELSE
               MOVE WS-ANO-OFICIAL TO WS-ANO-PER
               COMPUTE WS-MES-PER = WS-MES-OFICIAL - 1
           END-IF
           PERFORM 310-VENCIMENTO-DO-PERIODO
           MOVE WS-ANO-OFICIAL TO WS-ANO-PER
           MOVE WS-MES-OFICIAL TO WS-MES-PER
           PERFORM 310-VENCIMENTO-DO-PERIODO
           IF WS-VENCIMENTO-DEVIDO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 350-TESTAR-CONTA
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO TOT-IGNORADAS
               MOVE 'IGNORADA' TO WS-RESULTADO
               PERFORM 390-LISTAR-ORDEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 360-GERAR-MOVIMENTO
           ADD 1 TO TOT-GERADAS
           ADD ORD-VALOR TO TOT-VALOR-GERADO
           MOVE 'GERADA' TO WS-RESULTADO
           PERFORM 390-LISTAR-ORDEM.

      *****************************************************************
      * vencimento da ordem no periodo WS-PERIODO: o dia da ordem
      * (limitado ao ultimo dia do mes) levado ao dia util seguinte.
      * vale se o periodo cabe na frequencia, o vencimento esta
      * entre o inicio e o fim da ordem, ja chegou e e posterior aa
      * ultima geracao.
      *****************************************************************
       310-VENCIMENTO-DO-PERIODO.
           MOVE ORD-DATA-INICIO TO WS-DATA-INICIO-R
           COMPUTE WS-MESES-DESDE-INICIO =
               (WS-ANO-PER * 12 + WS-MES-PER)
               - (WS-ANO-INICIO * 12 + WS-MES-INICIO)
           IF WS-MESES-DESDE-INICIO < 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE ORD-FREQUENCIA
               WHEN 'B'
                   MOVE 2 TO WS-PASSO-MESES
               WHEN 'T'
                   MOVE 3 TO WS-PASSO-MESES
               WHEN 'S'
                   MOVE 6 TO WS-PASSO-MESES
               WHEN 'A'
                   MOVE 12 TO WS-PASSO-MESES
               WHEN OTHER
                   MOVE 1 TO WS-PASSO-MESES
           END-EVALUATE
           IF FUNCTION MOD(WS-MESES-DESDE-INICIO, WS-PASSO-MESES)
                   NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-PER TO WS-ANO-TESTE
           MOVE WS-MES-PER TO WS-MES-TESTE
           MOVE 1 TO WS-DIA-TESTE
           PERFORM 320-DIAS-NO-MES
           IF ORD-DIA > WS-DIAS-NO-MES OR ORD-DIA = 0
               MOVE WS-DIAS-NO-MES TO WS-DIA-TESTE
           ELSE
               MOVE ORD-DIA TO WS-DIA-TESTE
           END-IF
           MOVE 0 TO WS-AVANCOS
           PERFORM 330-TESTAR-DIA-UTIL
           PERFORM 340-PROXIMO-DIA
               UNTIL DIA-UTIL OR WS-AVANCOS > 15
           MOVE WS-DATA-TESTE TO WS-VENCIMENTO
           IF WS-VENCIMENTO < ORD-DATA-INICIO
                   OR WS-VENCIMENTO > WS-DATA-OFICIAL
                   OR WS-VENCIMENTO NOT > ORD-ULTIMA-GERACAO
               EXIT PARAGRAPH
           END-IF
           IF ORD-DATA-FIM NOT = 0 AND WS-VENCIMENTO > ORD-DATA-FIM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VENCIMENTO TO WS-VENCIMENTO-DEVIDO.

      * WS-DATA-TESTE no dia 1 do mes.
       320-DIAS-NO-MES.
           IF WS-MES-TESTE = 12
               COMPUTE WS-DIAS-NO-MES =
                   FUNCTION INTEGER-OF-DATE(
                       (WS-ANO-TESTE + 1) * 10000 + 101)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
           ELSE
               COMPUTE WS-DIAS-NO-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE + 100)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
           END-IF.

      * dia no calendario vale como la esta; fora dele, segunda a
      * sexta (o dia 1 de INTEGER-OF-DATE, 01/01/1601, e segunda).
       330-TESTAR-DIA-UTIL.
           SET IX-CAL TO 1
           SEARCH DIA-CAL
               AT END
                   PERFORM 335-DIA-DA-SEMANA
               WHEN IX-CAL > QTD-DIAS-CAL
                   PERFORM 335-DIA-DA-SEMANA
               WHEN DC-DATA(IX-CAL) = WS-DATA-TESTE
                   MOVE DC-UTIL(IX-CAL) TO WS-FLAG-UTIL
           END-SEARCH.

       335-DIA-DA-SEMANA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE), 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-FLAG-UTIL
           ELSE
               MOVE 'S' TO WS-FLAG-UTIL
           END-IF.

       340-PROXIMO-DIA.
           ADD 1 TO WS-AVANCOS
           COMPUTE WS-DATA-TESTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) + 1)
           PERFORM 330-TESTAR-DIA-UTIL.

      *****************************************************************
      * a ordem so entra em conta ativa e que ainda nao esta no lote;
      * se a conta ja foi digitada no lote, a ordem conta como
      * atendida no periodo, para nao ser gerada no dia seguinte. se
      * a linha da conta veio de outra ordem desta geracao, a ordem
      * fica sem marca e sai no proximo lote.
      *****************************************************************
       350-TESTAR-CONTA.
           MOVE SPACES TO WS-MOTIVO
           IF QTD-CONTAS-CAD > 0
               SET IX-CC TO 1
               SEARCH CONTA-CAD
                   AT END
                       MOVE 'CONTA INEXISTENTE NO CADASTRO'
                           TO WS-MOTIVO
                   WHEN IX-CC > QTD-CONTAS-CAD
                       MOVE 'CONTA INEXISTENTE NO CADASTRO'
                           TO WS-MOTIVO
                   WHEN CC-CONTA(IX-CC) = ORD-CONTA
                       IF CC-STATUS(IX-CC) NOT = 'A'
                           MOVE 'CONTA NAO ATIVA NO CADASTRO'
                               TO WS-MOTIVO
                       END-IF
               END-SEARCH
           END-IF
           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           SET IX-CL TO 1
           SEARCH CONTA-LOTE
               AT END
                   CONTINUE
               WHEN IX-CL > QTD-CONTAS-LOTE
                   CONTINUE
               WHEN CL-CONTA(IX-CL) = ORD-CONTA
                   IF CL-ORIGEM(IX-CL) = 'D'
                       MOVE 'CONTA JA PRESENTE NO LOTE' TO WS-MOTIVO
                       MOVE WS-VENCIMENTO-DEVIDO TO ORD-ULTIMA-GERACAO
                       MOVE REG-ORDEM TO OT-REGISTRO(IX-OR)
                   ELSE
                       MOVE 'OUTRA ORDEM NA CONTA, ADIADA'
                           TO WS-MOTIVO
                   END-IF
           END-SEARCH.

       360-GERAR-MOVIMENTO.
           MOVE SPACES TO REG-TRANS-OUT
           MOVE ORD-CONTA TO MOV-NR-CONTA
           MOVE ORD-VALOR TO MOV-SALARIO
           MOVE ORD-VLR2 TO MOV-VLR2
           MOVE ORD-COD-STATUS TO MOV-COD-STATUS
           MOVE ORD-NATUREZA TO MOV-NATUREZA
           WRITE REG-MOVIMENTO-OUT
           ADD 1 TO WS-QTD-LOTE
           ADD ORD-VALOR TO WS-HASH-LOTE
           MOVE ORD-CONTA TO TRN-NR-CONTA
           MOVE 'O' TO WS-ORIGEM-LINHA
           PERFORM 220-MARCAR-CONTA-NO-LOTE
           MOVE WS-VENCIMENTO-DEVIDO TO ORD-ULTIMA-GERACAO
           MOVE REG-ORDEM TO OT-REGISTRO(IX-OR).

       390-LISTAR-ORDEM.
           MOVE SPACES TO LINHA-ORDEM
           MOVE ORD-CONTA TO LO-CONTA
           MOVE ORD-SEQ TO LO-SEQ
           MOVE ORD-VALOR TO LO-VALOR
           MOVE ORD-NATUREZA TO LO-NATUREZA
           MOVE ORD-DIA TO LO-DIA
           MOVE ORD-FREQUENCIA TO LO-FREQUENCIA
           MOVE WS-VENCIMENTO-DEVIDO TO LO-VENCIMENTO
           MOVE WS-RESULTADO TO LO-RESULTADO
           IF WS-RESULTADO = 'GERADA'
               MOVE SPACES TO LO-MOTIVO
           ELSE
               MOVE WS-MOTIVO TO LO-MOTIVO
           END-IF
           WRITE REG-LISTAGEM-OUT FROM LINHA-ORDEM
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * fecha o lote com o trailer somado das ordens e devolve o
      * arquivo de trabalho a ARQ-TRANS.TXT; sem ordem gerada o lote
      * original fica intocado.
      *****************************************************************
       400-FECHAR-LOTE.
           MOVE SPACES TO REG-TRANS-OUT
           MOVE 'TRL' TO TRL-MARCA
           MOVE WS-QTD-LOTE TO TRL-QTD
           MOVE WS-HASH-LOTE TO TRL-HASH
           WRITE REG-TRANS-OUT
           CLOSE ARQ-TRANS-NOVO
           IF TOT-GERADAS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-TRANS-NOVO
           OPEN OUTPUT ARQ-TRANS
           PERFORM 410-DEVOLVER-REGISTRO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           CLOSE ARQ-TRANS-NOVO ARQ-TRANS.

       410-DEVOLVER-REGISTRO.
           READ ARQ-TRANS-NOVO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   WRITE REG-TRANS-IN FROM REG-TRANS-OUT
           END-READ.

       500-REGRAVAR-ORDENS.
           IF QTD-ORDENS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ORDENS-ARQ
           PERFORM 510-GRAVAR-ORDEM
               VARYING IX-OR FROM 1 BY 1 UNTIL IX-OR > QTD-ORDENS
           CLOSE ORDENS-ARQ.

       510-GRAVAR-ORDEM.
           MOVE OT-REGISTRO(IX-OR) TO REG-ORDEM
           WRITE REG-ORDEM.

       600-TOTAIS-LISTAGEM.
           MOVE 'ORDENS ATIVAS AVALIADAS:          ' TO LT-ROTULO
           MOVE TOT-ORDENS TO LT-VALOR
           WRITE REG-LISTAGEM-OUT FROM LINHA-TOTAL-LISTAGEM
               AFTER ADVANCING 2 LINES
           MOVE 'ORDENS GERADAS NO LOTE:           ' TO LT-ROTULO
           MOVE TOT-GERADAS TO LT-VALOR
           WRITE REG-LISTAGEM-OUT FROM LINHA-TOTAL-LISTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'ORDENS IGNORADAS:                 ' TO LT-ROTULO
           MOVE TOT-IGNORADAS TO LT-VALOR
           WRITE REG-LISTAGEM-OUT FROM LINHA-TOTAL-LISTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'ORDENS EXPIRADAS:                 ' TO LT-ROTULO
           MOVE TOT-EXPIRADAS TO LT-VALOR
           WRITE REG-LISTAGEM-OUT FROM LINHA-TOTAL-LISTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'SOMA DOS VALORES GERADOS:         ' TO LT-ROTULO
           MOVE TOT-VALOR-GERADO TO LT-VALOR
           WRITE REG-LISTAGEM-OUT FROM LINHA-TOTAL-LISTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'CONTAGEM DO TRAILER DO LOTE:      ' TO LT-ROTULO
           MOVE WS-QTD-LOTE TO LT-VALOR
           WRITE REG-LISTAGEM-OUT FROM LINHA-TOTAL-LISTAGEM
               AFTER ADVANCING 1 LINE.

       END PROGRAM ORDENS-PERMANENTES.
