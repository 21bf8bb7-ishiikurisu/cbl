      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: General ledger posting. Takes the journal batches
      *          the shop produces in the LANCAMENTOS-GL layout
      *          (DIARIO-GL's LANCAMENTOS-GL.TXT and DIARIO-FOLHA-GL's
      *          LANCAMENTOS-GL-FOLHA.TXT, or the single file named in
      *          GL-ARQUIVO), validates each batch as a whole against
      *          its trailer, the chart of accounts PLANO-CONTAS-GL.TXT
      *          and the closed months of PERIODOS-GL.TXT, and posts
      *          the accepted ones to the monthly account balances
      *          (SALDOS-GL.TXT) and the ledger detail (RAZAO-GL.TXT).
      *          An unbalanced, unmapped, already posted or closed-month
      *          batch is rejected whole (return code 8), with the
      *          reasons in RELAT-LANCAMENTO-GL.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAMENTO-GL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * plano de contas: toda conta lancada precisa estar nele, ativa.
       SELECT PLANO-CONTAS
           ASSIGN TO '.\PLANO-CONTAS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
      * saldos por conta e mes (debitos e creditos acumulados),
      * regravados por inteiro ao fim de cada execucao com lancamento.
       SELECT OPTIONAL SALDOS-GL
           ASSIGN TO '.\SALDOS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDOS.
      * meses fechados pelo FECHAMENTO-GL: nada mais entra neles.
       SELECT OPTIONAL PERIODOS-GL
           ASSIGN TO '.\PERIODOS-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
      * registro dos lotes ja lancados, que numera os lotes e impede
      * que o mesmo arquivo seja lancado duas vezes.
       SELECT OPTIONAL REGISTRO-LOTES-GL
           ASSIGN TO '.\REGISTRO-LOTES-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGISTRO.
      * razao: uma linha por lancamento efetivado.
       SELECT OPTIONAL RAZAO-GL
           ASSIGN TO '.\RAZAO-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOTE-GL
           ASSIGN TO WS-ARQ-LOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOTE.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT RELAT-LANCAMENTO
           ASSIGN TO '.\RELAT-LANCAMENTO-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLANO-CONTAS LABEL RECORDS ARE STANDARD.
       01 REG-PLANO-IN.
           05 PC-CONTA-IN PIC X(8).
           05 PIC X.
           05 PC-NOME-IN PIC X(30).
           05 PIC X.
      * 'D' = conta de natureza devedora, 'C' = credora
           05 PC-NATUREZA-IN PIC X.
           05 PIC X.
      * 'A' = ativa, 'I' = inativa (nao aceita lancamento)
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

       FD PERIODOS-GL LABEL RECORDS ARE STANDARD.
       01 REG-PERIODO-GL.
           05 PG-ANOMES PIC 9(6).
           05 PIC X.
           05 PG-DATA-FECHAMENTO PIC 9(8).

       FD REGISTRO-LOTES-GL LABEL RECORDS ARE STANDARD.
       01 REG-LOTE-GL.
           05 RL-LOTE PIC 9(5).
           05 PIC X.
           05 RL-ARQUIVO PIC X(30).
           05 PIC X.
           05 RL-ANOMES PIC 9(6).
           05 PIC X.
           05 RL-QTD PIC 9(5).
           05 PIC X.
           05 RL-HASH PIC 9(11)V99.
           05 PIC X.
           05 RL-DATA PIC 9(8).

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

      * mesmo leiaute de interface de DIARIO-GL.
       FD LOTE-GL LABEL RECORDS ARE STANDARD.
       01 REG-LANCAMENTO.
           05 LCT-TIPO PIC X.
           05 PIC X.
           05 LCT-ANOMES PIC 9(6).
           05 PIC X.
           05 LCT-CONTA PIC X(8).
           05 PIC X.
           05 LCT-VALOR PIC 9(9)V99.
       01 REG-LANCAMENTO-TRAILER.
           05 LCT-TRL-TIPO PIC X.
           05 PIC X.
           05 LCT-TRL-QTD PIC 9(5).
           05 PIC X.
           05 LCT-TRL-HASH PIC 9(11)V99.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD RELAT-LANCAMENTO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PLANO PIC XX.
       01 WS-STATUS-SALDOS PIC XX.
       01 WS-STATUS-PERIODOS PIC XX.
       01 WS-STATUS-REGISTRO PIC XX.
       01 WS-STATUS-LOTE PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.

      * arquivos de diario lancados por padrao; GL-ARQUIVO troca a
      * lista por um unico arquivo (outro diario no mesmo leiaute).
       01 WS-ARQ-LOTE PIC X(40).
       01 WS-NOME-LOTE PIC X(30).
       01 WS-GL-ARQUIVO-ENV PIC X(30).
       01 WS-TABELA-DIARIOS.
           05 PIC X(30) VALUE 'LANCAMENTOS-GL.TXT'.
           05 PIC X(30) VALUE 'LANCAMENTOS-GL-FOLHA.TXT'.
       01 WS-TABELA-DIARIOS-R REDEFINES WS-TABELA-DIARIOS.
           05 NOME-DIARIO OCCURS 2 TIMES PIC X(30).
       01 WS-QTD-DIARIOS PIC 9 VALUE 2.
       01 WS-IX-DIARIO PIC 9.

       01 WS-QTD-PLANO PIC 999 VALUE 0.
       01 WS-TAB-PLANO.
           05 PLANO-TAB OCCURS 300 TIMES INDEXED BY IX-PC.
               10 PC-CONTA PIC X(8).
               10 PC-SITUACAO PIC X.

       01 WS-QTD-FECHADOS PIC 999 VALUE 0.
       01 WS-TAB-FECHADOS.
           05 FECHADO-TAB OCCURS 240 TIMES INDEXED BY IX-FE.
               10 FE-ANOMES PIC 9(6).

       01 WS-QTD-SALDOS PIC 9(4) VALUE 0.
       01 WS-TAB-SALDOS.
           05 SALDO-TAB OCCURS 3000 TIMES INDEXED BY IX-SG.
               10 TS-CONTA PIC X(8).
               10 TS-ANOMES PIC 9(6).
               10 TS-DEBITOS PIC 9(11)V99.
               10 TS-CREDITOS PIC 9(11)V99.

       01 WS-QTD-REGISTRO PIC 9(4) VALUE 0.
       01 WS-ULTIMO-LOTE PIC 9(5) VALUE 0.
       01 WS-TAB-REGISTRO.
           05 REGISTRO-TAB OCCURS 1000 TIMES INDEXED BY IX-RL.
               10 TR-LOTE PIC 9(5).
               10 TR-ARQUIVO PIC X(30).
               10 TR-ANOMES PIC 9(6).
               10 TR-QTD PIC 9(5).
               10 TR-HASH PIC 9(11)V99.
               10 TR-DATA PIC 9(8).

      * o lote corrente em memoria: validado inteiro antes de
      * qualquer lancamento.
       01 WS-QTD-LINHAS PIC 9(4) VALUE 0.
       01 WS-TAB-LINHAS.
           05 LINHA-TAB OCCURS 1000 TIMES INDEXED BY IX-LN.
               10 LN-TIPO PIC X.
               10 LN-ANOMES PIC 9(6).
               10 LN-CONTA PIC X(8).
               10 LN-VALOR PIC 9(9)V99.
       01 WS-LOTE-CORRENTE.
           05 WS-FLAG-TRAILER PIC X.
               88 LOTE-COM-TRAILER VALUE 'S'.
           05 WS-FLAG-LOTE-OK PIC X.
               88 LOTE-OK VALUE 'S'.
           05 WS-FLAG-ESTOURO PIC X.
           05 WS-TRL-QTD PIC 9(5).
           05 WS-TRL-HASH PIC 9(11)V99.
           05 WS-HASH-CALCULADO PIC 9(11)V99.
           05 WS-TOTAL-DEBITOS PIC 9(11)V99.
           05 WS-TOTAL-CREDITOS PIC 9(11)V99.
           05 WS-ANOMES-LOTE PIC 9(6).
       01 WS-MOTIVO PIC X(60).
       01 WS-FLAG-CONTA PIC X.
           88 CONTA-FORA-DO-PLANO VALUE 'N'.
           88 CONTA-INATIVA VALUE 'I'.
       01 WS-FLAG-MES-FECHADO PIC X.
           88 MES-FECHADO VALUE 'S'.
       01 WS-FLAG-JA-LANCADO PIC X.
           88 LOTE-JA-LANCADO VALUE 'S'.

       01 WS-CONTAGENS.
           05 QTD-LOTES-ACEITOS PIC 9(5) VALUE 0.
           05 QTD-LOTES-REJEITADOS PIC 9(5) VALUE 0.
           05 QTD-LANCAMENTOS PIC 9(7) VALUE 0.

       01 CABECALHO-LANCAMENTO.
           05 PIC X(39) VALUE '# LANCAMENTO DE DIARIOS NO RAZAO -- DIA'.
           05 PIC X VALUE SPACE.
           05 CL-DATA PIC 9999/99/99.
       01 LINHA-LOTE.
           05 PIC X(5) VALUE 'LOTE '.
           05 LL-ARQUIVO PIC X(30).
           05 PIC X VALUE SPACE.
           05 LL-SITUACAO PIC X(10).
           05 PIC X(6) VALUE ' QTD: '.
           05 LL-QTD PIC ZZZZ9.
           05 PIC X(10) VALUE ' DEBITOS: '.
           05 LL-DEBITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 PIC X(6) VALUE ' NR.: '.
           05 LL-LOTE PIC ZZZZ9.
       01 LINHA-MOTIVO.
           05 PIC X(8) VALUE SPACES.
           05 LM-TEXTO PIC X(60).
       01 LINHA-CONTAGEM.
           05 LC-ROTULO PIC X(32).
           05 LC-VALOR PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM CARREGAR-PLANO
           PERFORM CARREGAR-FECHADOS
           PERFORM CARREGAR-SALDOS
           PERFORM CARREGAR-REGISTRO
           OPEN OUTPUT RELAT-LANCAMENTO
           MOVE WS-DATA-OFICIAL TO CL-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-LANCAMENTO
           MOVE SPACES TO WS-GL-ARQUIVO-ENV
           ACCEPT WS-GL-ARQUIVO-ENV FROM ENVIRONMENT 'GL-ARQUIVO'
           IF WS-GL-ARQUIVO-ENV NOT = SPACES
               MOVE WS-GL-ARQUIVO-ENV TO NOME-DIARIO(1)
               MOVE 1 TO WS-QTD-DIARIOS
           END-IF
           PERFORM PROCESSAR-DIARIO
               VARYING WS-IX-DIARIO FROM 1 BY 1
               UNTIL WS-IX-DIARIO > WS-QTD-DIARIOS
           IF QTD-LOTES-ACEITOS > 0
               PERFORM GRAVAR-SALDOS
           END-IF
           PERFORM ESCREVER-CONTAGENS
           CLOSE RELAT-LANCAMENTO
           DISPLAY 'RAZAO GL: ' QTD-LOTES-ACEITOS ' LOTES LANCADOS, '
               QTD-LOTES-REJEITADOS ' REJEITADOS, '
               QTD-LANCAMENTOS ' LANCAMENTOS'
           IF QTD-LOTES-REJEITADOS > 0
               DISPLAY '*** LOTE REJEITADO NO RAZAO - VER '
                   'RELAT-LANCAMENTO-GL.TXT ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

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

       CARREGAR-PLANO.
           OPEN INPUT PLANO-CONTAS
           IF WS-STATUS-PLANO NOT = '00'
               DISPLAY 'PLANO-CONTAS-GL.TXT AUSENTE, '
                   'NENHUM LOTE LANCADO'
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
                       MOVE PC-CONTA-IN TO PC-CONTA(WS-QTD-PLANO)
                       MOVE PC-SITUACAO-IN
                           TO PC-SITUACAO(WS-QTD-PLANO)
                   END-IF
           END-READ.

       CARREGAR-FECHADOS.
           OPEN INPUT PERIODOS-GL
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-FECHADO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE PERIODOS-GL.

       LER-FECHADO.
           READ PERIODOS-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-FECHADOS < 240
                       ADD 1 TO WS-QTD-FECHADOS
                       MOVE PG-ANOMES TO FE-ANOMES(WS-QTD-FECHADOS)
                   END-IF
           END-READ.

       CARREGAR-SALDOS.
           OPEN INPUT SALDOS-GL
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-SALDO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE SALDOS-GL.

       LER-SALDO.
           READ SALDOS-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-SALDOS < 3000
                       ADD 1 TO WS-QTD-SALDOS
                       SET IX-SG TO WS-QTD-SALDOS
                       MOVE SG-CONTA TO TS-CONTA(IX-SG)
                       MOVE SG-ANOMES TO TS-ANOMES(IX-SG)
                       MOVE SG-DEBITOS TO TS-DEBITOS(IX-SG)
                       MOVE SG-CREDITOS TO TS-CREDITOS(IX-SG)
                   ELSE
                       DISPLAY 'TABELA DE SALDOS CHEIA - RAZAO '
                           'ABORTADO SEM LANCAR'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       CARREGAR-REGISTRO.
           OPEN INPUT REGISTRO-LOTES-GL
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-REGISTRO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE REGISTRO-LOTES-GL.

       LER-REGISTRO.
           READ REGISTRO-LOTES-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF RL-LOTE > WS-ULTIMO-LOTE
                       MOVE RL-LOTE TO WS-ULTIMO-LOTE
                   END-IF
                   IF WS-QTD-REGISTRO < 1000
                       ADD 1 TO WS-QTD-REGISTRO
                       SET IX-RL TO WS-QTD-REGISTRO
                       MOVE RL-LOTE TO TR-LOTE(IX-RL)
                       MOVE RL-ARQUIVO TO TR-ARQUIVO(IX-RL)
                       MOVE RL-ANOMES TO TR-ANOMES(IX-RL)
                       MOVE RL-QTD TO TR-QTD(IX-RL)
                       MOVE RL-HASH TO TR-HASH(IX-RL)
                       MOVE RL-DATA TO TR-DATA(IX-RL)
                   END-IF
           END-READ.

      ******************************************************************
      * um arquivo de diario e um lote: carregado inteiro, validado
      * inteiro e so entao lancado -- ou rejeitado inteiro.
      ******************************************************************
       PROCESSAR-DIARIO.
           MOVE NOME-DIARIO(WS-IX-DIARIO) TO WS-NOME-LOTE
           MOVE SPACES TO WS-ARQ-LOTE
           STRING '.\' DELIMITED BY SIZE
                  WS-NOME-LOTE DELIMITED BY SPACE
               INTO WS-ARQ-LOTE
           OPEN INPUT LOTE-GL
           IF WS-STATUS-LOTE NOT = '00'
               DISPLAY 'DIARIO ' WS-NOME-LOTE
                   ' AUSENTE, NADA A LANCAR'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QTD-LINHAS
           MOVE 'N' TO WS-FLAG-TRAILER
           MOVE 'N' TO WS-FLAG-ESTOURO
           MOVE 0 TO WS-TRL-QTD WS-TRL-HASH
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-LINHA-LOTE UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE LOTE-GL
           MOVE WS-NOME-LOTE TO LL-ARQUIVO
           MOVE WS-QTD-LINHAS TO LL-QTD
           PERFORM VALIDAR-LOTE
           MOVE WS-TOTAL-DEBITOS TO LL-DEBITOS
           IF LOTE-OK
               PERFORM LANCAR-LOTE
               MOVE 'LANCADO' TO LL-SITUACAO
               MOVE WS-ULTIMO-LOTE TO LL-LOTE
               WRITE REG-RELAT-OUT FROM LINHA-LOTE
                   AFTER ADVANCING 2 LINES
           ELSE
               ADD 1 TO QTD-LOTES-REJEITADOS
               MOVE 'REJEITADO' TO LL-SITUACAO
               MOVE 0 TO LL-LOTE
               WRITE REG-RELAT-OUT FROM LINHA-LOTE
                   AFTER ADVANCING 2 LINES
               PERFORM LISTAR-MOTIVOS
           END-IF.

       LER-LINHA-LOTE.
           READ LOTE-GL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF LCT-TIPO = 'T'
                       MOVE 'S' TO WS-FLAG-TRAILER
                       MOVE LCT-TRL-QTD TO WS-TRL-QTD
                       MOVE LCT-TRL-HASH TO WS-TRL-HASH
                   ELSE
                       IF WS-QTD-LINHAS < 1000
                           ADD 1 TO WS-QTD-LINHAS
                           SET IX-LN TO WS-QTD-LINHAS
                           MOVE LCT-TIPO TO LN-TIPO(IX-LN)
                           MOVE LCT-ANOMES TO LN-ANOMES(IX-LN)
                           MOVE LCT-CONTA TO LN-CONTA(IX-LN)
                           MOVE LCT-VALOR TO LN-VALOR(IX-LN)
                       ELSE
                           MOVE 'S' TO WS-FLAG-ESTOURO
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * a validacao percorre o lote inteiro sem parar no primeiro
      * erro; LISTAR-MOTIVOS refaz o percurso para a listagem.
      ******************************************************************
       VALIDAR-LOTE.
           MOVE 'S' TO WS-FLAG-LOTE-OK
           MOVE 0 TO WS-HASH-CALCULADO WS-TOTAL-DEBITOS
                     WS-TOTAL-CREDITOS
           MOVE 0 TO WS-ANOMES-LOTE
           IF WS-QTD-LINHAS > 0
               MOVE LN-ANOMES(1) TO WS-ANOMES-LOTE
           END-IF
           PERFORM VALIDAR-LINHA
               VARYING IX-LN FROM 1 BY 1 UNTIL IX-LN > WS-QTD-LINHAS
           IF WS-QTD-LINHAS = 0 OR NOT LOTE-COM-TRAILER
                   OR WS-FLAG-ESTOURO = 'S'
               MOVE 'N' TO WS-FLAG-LOTE-OK
           END-IF
           IF WS-TRL-QTD NOT = WS-QTD-LINHAS
                   OR WS-TRL-HASH NOT = WS-HASH-CALCULADO
               MOVE 'N' TO WS-FLAG-LOTE-OK
           END-IF
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               MOVE 'N' TO WS-FLAG-LOTE-OK
           END-IF
           PERFORM PROCURAR-LOTE-LANCADO
           IF LOTE-JA-LANCADO
               MOVE 'N' TO WS-FLAG-LOTE-OK
           END-IF.

       VALIDAR-LINHA.
           ADD LN-VALOR(IX-LN) TO WS-HASH-CALCULADO
           EVALUATE LN-TIPO(IX-LN)
               WHEN 'D'
                   ADD LN-VALOR(IX-LN) TO WS-TOTAL-DEBITOS
               WHEN 'C'
                   ADD LN-VALOR(IX-LN) TO WS-TOTAL-CREDITOS
               WHEN OTHER
                   MOVE 'N' TO WS-FLAG-LOTE-OK
           END-EVALUATE
           PERFORM PROCURAR-CONTA
           IF CONTA-FORA-DO-PLANO OR CONTA-INATIVA
               MOVE 'N' TO WS-FLAG-LOTE-OK
           END-IF
           PERFORM PROCURAR-MES-FECHADO
           IF MES-FECHADO
               MOVE 'N' TO WS-FLAG-LOTE-OK
           END-IF.

      * situacao da conta da linha no plano: 'N' = fora do plano.
       PROCURAR-CONTA.
           MOVE 'N' TO WS-FLAG-CONTA
           SET IX-PC TO 1
           SEARCH PLANO-TAB
               AT END
                   CONTINUE
               WHEN IX-PC > WS-QTD-PLANO
                   CONTINUE
               WHEN PC-CONTA(IX-PC) = LN-CONTA(IX-LN)
                   MOVE 'A' TO WS-FLAG-CONTA
                   IF PC-SITUACAO(IX-PC) = 'I'
                       MOVE 'I' TO WS-FLAG-CONTA
                   END-IF
           END-SEARCH.

       PROCURAR-MES-FECHADO.
           MOVE 'N' TO WS-FLAG-MES-FECHADO
           SET IX-FE TO 1
           SEARCH FECHADO-TAB
               AT END
                   CONTINUE
               WHEN IX-FE > WS-QTD-FECHADOS
                   CONTINUE
               WHEN FE-ANOMES(IX-FE) = LN-ANOMES(IX-LN)
                   MOVE 'S' TO WS-FLAG-MES-FECHADO
           END-SEARCH.

      * o mesmo arquivo, com o mesmo mes, contagem e hash, ja lancado.
       PROCURAR-LOTE-LANCADO.
           MOVE 'N' TO WS-FLAG-JA-LANCADO
           SET IX-RL TO 1
           SEARCH REGISTRO-TAB
               AT END
                   CONTINUE
               WHEN IX-RL > WS-QTD-REGISTRO
                   CONTINUE
               WHEN TR-ARQUIVO(IX-RL) = WS-NOME-LOTE
                       AND TR-ANOMES(IX-RL) = WS-ANOMES-LOTE
                       AND TR-QTD(IX-RL) = WS-QTD-LINHAS
                       AND TR-HASH(IX-RL) = WS-HASH-CALCULADO
                   MOVE 'S' TO WS-FLAG-JA-LANCADO
           END-SEARCH.

       LISTAR-MOTIVOS.
           IF WS-QTD-LINHAS = 0
               MOVE 'LOTE SEM LANCAMENTOS' TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-FLAG-ESTOURO = 'S'
               MOVE 'LOTE MAIOR QUE A TABELA DE 1000 LANCAMENTOS'
                   TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           END-IF
           IF NOT LOTE-COM-TRAILER
               MOVE 'LOTE SEM TRAILER' TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-TRL-QTD NOT = WS-QTD-LINHAS
                       OR WS-TRL-HASH NOT = WS-HASH-CALCULADO
                   MOVE 'TRAILER NAO CONFERE (CONTAGEM/HASH)'
                       TO LM-TEXTO
                   WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               MOVE 'LOTE DESBALANCEADO: DEBITOS DIFEREM DOS CREDITOS'
                   TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           END-IF
           IF LOTE-JA-LANCADO
               MOVE SPACES TO WS-MOTIVO
               STRING 'LOTE JA LANCADO NO RAZAO (LOTE '
                          DELIMITED BY SIZE
                      TR-LOTE(IX-RL) DELIMITED BY SIZE
                      ' EM ' DELIMITED BY SIZE
                      TR-DATA(IX-RL) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO
               MOVE WS-MOTIVO TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM LISTAR-MOTIVO-LINHA
               VARYING IX-LN FROM 1 BY 1 UNTIL IX-LN > WS-QTD-LINHAS.

       LISTAR-MOTIVO-LINHA.
           IF LN-TIPO(IX-LN) NOT = 'D' AND LN-TIPO(IX-LN) NOT = 'C'
               MOVE SPACES TO WS-MOTIVO
               STRING 'TIPO DE LANCAMENTO INVALIDO: '
                          DELIMITED BY SIZE
                      LN-TIPO(IX-LN) DELIMITED BY SIZE
                   INTO WS-MOTIVO
               MOVE WS-MOTIVO TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM PROCURAR-CONTA
           IF CONTA-FORA-DO-PLANO
               MOVE SPACES TO WS-MOTIVO
               STRING 'CONTA FORA DO PLANO DE CONTAS: '
                          DELIMITED BY SIZE
                      LN-CONTA(IX-LN) DELIMITED BY SIZE
                   INTO WS-MOTIVO
               MOVE WS-MOTIVO TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           ELSE
               IF CONTA-INATIVA
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'CONTA INATIVA NO PLANO DE CONTAS: '
                              DELIMITED BY SIZE
                          LN-CONTA(IX-LN) DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   MOVE WS-MOTIVO TO LM-TEXTO
                   WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           PERFORM PROCURAR-MES-FECHADO
           IF MES-FECHADO
               MOVE SPACES TO WS-MOTIVO
               STRING 'LANCAMENTO EM MES FECHADO: '
                          DELIMITED BY SIZE
                      LN-ANOMES(IX-LN) DELIMITED BY SIZE
                      ' CONTA ' DELIMITED BY SIZE
                      LN-CONTA(IX-LN) DELIMITED BY SIZE
                   INTO WS-MOTIVO
               MOVE WS-MOTIVO TO LM-TEXTO
               WRITE REG-RELAT-OUT FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * lote aceito: numera, soma cada linha no saldo da conta e mes,
      * grava o razao e registra o lote.
      ******************************************************************
       LANCAR-LOTE.
           ADD 1 TO WS-ULTIMO-LOTE
           ADD 1 TO QTD-LOTES-ACEITOS
           OPEN EXTEND RAZAO-GL
           PERFORM LANCAR-LINHA
               VARYING IX-LN FROM 1 BY 1 UNTIL IX-LN > WS-QTD-LINHAS
           CLOSE RAZAO-GL
           MOVE SPACES TO REG-LOTE-GL
           MOVE WS-ULTIMO-LOTE TO RL-LOTE
           MOVE WS-NOME-LOTE TO RL-ARQUIVO
           MOVE WS-ANOMES-LOTE TO RL-ANOMES
           MOVE WS-QTD-LINHAS TO RL-QTD
           MOVE WS-HASH-CALCULADO TO RL-HASH
           MOVE WS-DATA-OFICIAL TO RL-DATA
           OPEN EXTEND REGISTRO-LOTES-GL
           WRITE REG-LOTE-GL
           CLOSE REGISTRO-LOTES-GL
           IF WS-QTD-REGISTRO < 1000
               ADD 1 TO WS-QTD-REGISTRO
               SET IX-RL TO WS-QTD-REGISTRO
               MOVE WS-ULTIMO-LOTE TO TR-LOTE(IX-RL)
               MOVE WS-NOME-LOTE TO TR-ARQUIVO(IX-RL)
               MOVE WS-ANOMES-LOTE TO TR-ANOMES(IX-RL)
               MOVE WS-QTD-LINHAS TO TR-QTD(IX-RL)
               MOVE WS-HASH-CALCULADO TO TR-HASH(IX-RL)
               MOVE WS-DATA-OFICIAL TO TR-DATA(IX-RL)
           END-IF.

       LANCAR-LINHA.
           SET IX-SG TO 1
           SEARCH SALDO-TAB
               AT END
                   DISPLAY 'TABELA DE SALDOS CHEIA, CONTA '
                       LN-CONTA(IX-LN) ' FORA DOS SALDOS'
               WHEN IX-SG > WS-QTD-SALDOS
                   ADD 1 TO WS-QTD-SALDOS
                   MOVE LN-CONTA(IX-LN) TO TS-CONTA(IX-SG)
                   MOVE LN-ANOMES(IX-LN) TO TS-ANOMES(IX-SG)
                   MOVE 0 TO TS-DEBITOS(IX-SG) TS-CREDITOS(IX-SG)
                   PERFORM SOMAR-NO-SALDO
               WHEN TS-CONTA(IX-SG) = LN-CONTA(IX-LN)
                       AND TS-ANOMES(IX-SG) = LN-ANOMES(IX-LN)
                   PERFORM SOMAR-NO-SALDO
           END-SEARCH
           MOVE SPACES TO REG-RAZAO-GL
           MOVE LN-ANOMES(IX-LN) TO RZ-ANOMES
           MOVE LN-CONTA(IX-LN) TO RZ-CONTA
           MOVE LN-TIPO(IX-LN) TO RZ-TIPO
           MOVE LN-VALOR(IX-LN) TO RZ-VALOR
           MOVE WS-ULTIMO-LOTE TO RZ-LOTE
           MOVE WS-DATA-OFICIAL TO RZ-DATA
           MOVE WS-NOME-LOTE TO RZ-ORIGEM
           WRITE REG-RAZAO-GL
           ADD 1 TO QTD-LANCAMENTOS.

       SOMAR-NO-SALDO.
           IF LN-TIPO(IX-LN) = 'D'
               ADD LN-VALOR(IX-LN) TO TS-DEBITOS(IX-SG)
           ELSE
               ADD LN-VALOR(IX-LN) TO TS-CREDITOS(IX-SG)
           END-IF.

       GRAVAR-SALDOS.
           OPEN OUTPUT SALDOS-GL
           PERFORM GRAVAR-SALDO
               VARYING IX-SG FROM 1 BY 1 UNTIL IX-SG > WS-QTD-SALDOS
           CLOSE SALDOS-GL.

       GRAVAR-SALDO.
           MOVE SPACES TO REG-SALDO-GL
           MOVE TS-CONTA(IX-SG) TO SG-CONTA
           MOVE TS-ANOMES(IX-SG) TO SG-ANOMES
           MOVE TS-DEBITOS(IX-SG) TO SG-DEBITOS
           MOVE TS-CREDITOS(IX-SG) TO SG-CREDITOS
           WRITE REG-SALDO-GL.

       ESCREVER-CONTAGENS.
           MOVE 'LOTES LANCADOS:                 ' TO LC-ROTULO
           MOVE QTD-LOTES-ACEITOS TO LC-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 3 LINES
           MOVE 'LOTES REJEITADOS:               ' TO LC-ROTULO
           MOVE QTD-LOTES-REJEITADOS TO LC-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE
           MOVE 'LANCAMENTOS NO RAZAO:           ' TO LC-ROTULO
           MOVE QTD-LANCAMENTOS TO LC-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE.

       END PROGRAM LANCAMENTO-GL.
