      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Collective raise (dissidio) signed after its base
      *          date. TAB-DISSIDIO.TXT gives, per department ('**'
      *          = every department), the raise percentage and the
      *          base date from which it is owed. Active employees of
      *          ARQ-SALARIO.CBDB get the new salary, and the months
      *          already paid since the base date are recalculated
      *          from HISTORICO-FOLHA.CBDB: the difference on each
      *          month's gross is appended as a 'C' credit movement
      *          to MOVIMENTOS-MES.TXT for the next PAGE-462 run.
      *          RELAT-DISSIDIO.TXT shows, per employee, the old and
      *          the new salary and the differences owed month by
      *          month. Runs as a preview (report only) unless
      *          P462-LIBERAR=S, as PAGE-462 does; the raise goes to
      *          HISTORICO-SALARIOS.TXT with reason 'C', which also
      *          keeps a second release from raising anyone twice,
      *          and to the shared change trail through
      *          REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO-COLETIVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * percentual e data-base do acordo, por departamento
       SELECT TAB-DISSIDIO
           ASSIGN TO '.\TAB-DISSIDIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISSIDIO.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
       SELECT HISTORICO-FOLHA
           ASSIGN TO '.\HISTORICO-FOLHA.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
       SELECT OPTIONAL HISTORICO-SALARIOS
           ASSIGN TO '.\HISTORICO-SALARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.
      * as diferencas entram no movimento do mes seguinte, ao lado do
      * que o pessoal ja tiver lancado.
       SELECT OPTIONAL MOVIMENTOS-MES
           ASSIGN TO '.\MOVIMENTOS-MES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-DISSIDIO
           ASSIGN TO '.\RELAT-DISSIDIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * departamento '**' vale para os departamentos sem linha propria;
      * percentual com duas decimais (00550 = 5,50%).
       FD TAB-DISSIDIO LABEL RECORDS ARE STANDARD.
       01 REG-DISSIDIO-IN.
           05 DIS-DEPTO-IN PIC XX.
           05 DIS-PERCENTUAL-IN PIC 99V99.
           05 DIS-DATA-BASE-IN PIC 9(8).

       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-ARQ.
           05 NR-EMPREGADO-ARQ PIC 9(5).
           05 NOME-EMPREGADO-ARQ PIC X(20).
           05 DEPTO-ARQ PIC XX.
           05 SALARIO-ANUAL-ARQ PIC 9(5).
           05 DATA-ADMISSAO-ARQ PIC 9(8).
           05 NR-DEPENDENTES-ARQ PIC 99.
           05 DATA-DEMISSAO-ARQ PIC 9(8).

      * so as colunas iniciais do leiaute de GRAVAR-HISTORICO-FOLHA.
       FD HISTORICO-FOLHA LABEL RECORDS ARE STANDARD.
       01 REG-HIST-FOLHA.
           05 HF-ANO PIC 9(4).
           05 HF-MES PIC 99.
           05 HF-NR-EMPREGADO PIC 9(5).
           05 HF-NOME PIC X(20).
           05 HF-BRUTO PIC 9(6)V99.

      * mesmo leiaute de CADASTRO-EMPREGADOS; motivo 'C' = reajuste
      * coletivo (dissidio), com a data-base do acordo por vigencia.
       FD HISTORICO-SALARIOS LABEL RECORDS ARE STANDARD.
       01 REG-HISTORICO-SAL.
           05 HS-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 HS-DATA-VIGENCIA PIC 9(8).
           05 PIC X.
           05 HS-SALARIO-ANUAL PIC 9(5).
           05 PIC X.
           05 HS-DEPTO PIC XX.
           05 PIC X.
           05 HS-MOTIVO PIC X.
           05 PIC X.
           05 HS-DATA-REGISTRO PIC 9(8).

      * mesmo leiaute lido por PAGE-462.
       FD MOVIMENTOS-MES LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO-OUT.
           05 MOV-NR-EMPREGADO-OUT PIC 9(5).
           05 MOV-CODIGO-OUT PIC X.
           05 MOV-VALOR-OUT PIC 9(5)V99.

       FD RELAT-DISSIDIO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DISSIDIO PIC XX.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-HIST PIC XX.
       01 WS-STATUS-HISTORICO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
      * competencia da folha que paga as diferencas: P462-PERIODO ou o
      * mes da data do movimento, como em PAGE-462.
       01 WS-PERIODO-FOLHA PIC 9(6) VALUE 0.
       01 WS-PERIODO-ENV PIC X(6).
       01 WS-FLAG-LIBERADO PIC X VALUE 'N'.
           88 DISSIDIO-LIBERADO VALUE 'S'.
       01 WS-LIBERAR-ENV PIC X(4).

      * parametros de REGISTRO-ALTERACAO: o novo salario vai para a
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'ARQ-SALARIO.CBDB'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'DISSIDIO-COLETIVO'.
           05 ALT-OPERADOR PIC X(5) VALUE 'LOTE'.
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15) VALUE 'SALARIO-ANUAL'.
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

      * regras do acordo
       01 WS-TAB-REGRAS.
           05 QTD-REGRAS PIC 99 VALUE 0.
           05 REGRA-TAB OCCURS 50 TIMES INDEXED BY IX-RG.
               10 RG-DEPTO PIC XX.
               10 RG-PERCENTUAL PIC 99V99.
               10 RG-DATA-BASE PIC 9(8).
       01 WS-MENOR-DATA-BASE PIC 9(8) VALUE 99999999.
       01 WS-FLAG-REGRA PIC X VALUE 'N'.
           88 REGRA-ACHADA VALUE 'S'.
       01 WS-PERCENTUAL PIC 99V99 VALUE 0.
       01 WS-DATA-BASE PIC 9(8) VALUE 0.
       01 WS-MES-BASE PIC 9(6) VALUE 0.

      * cadastro carregado, regravado na liberacao com o novo salario
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
               10 EM-DEPENDENTES-TAB PIC 99.
               10 EM-DEMISSAO-TAB PIC 9(8).

      * competencias ja pagas desde a menor data-base, uma por
      * empregado e competencia (a ultima gravada vale, caso a
      * liberacao de um mes tenha sido repetida); mes 13 = decimo
      * terceiro do ano.
       01 WS-QTD-COMPETENCIAS PIC 9(4) VALUE 0.
       01 WS-ANOMES PIC 9(6) VALUE 0.
       01 WS-TAB-COMPETENCIAS.
           05 COMPETENCIA-TAB OCCURS 3000 TIMES INDEXED BY IX-CP.
               10 CP-EMPREGADO PIC 9(5).
               10 CP-ANOMES PIC 9(6).
               10 CP-BRUTO PIC 9(6)V99.

      * historico de salarios do empregado corrente
       01 WS-QTD-HISTORICO PIC 9(4) VALUE 0.
       01 WS-FLAG-JA-REAJUSTADO PIC X VALUE 'N'.
           88 JA-REAJUSTADO VALUE 'S'.

       01 WS-SALARIO-NOVO PIC 9(5) VALUE 0.
       01 WS-DIFERENCA-MES PIC 9(5)V99 VALUE 0.
       01 WS-DIFERENCA-EMPREGADO PIC 9(6)V99 VALUE 0.
       01 WS-MESES-EMPREGADO PIC 99 VALUE 0.
       01 WS-FLAG-ESTOURO PIC X VALUE 'N'.
           88 VALOR-ESTOURADO VALUE 'S'.

       01 WS-QTD-REAJUSTADOS PIC 9(5) VALUE 0.
       01 WS-QTD-CREDITOS PIC 9(5) VALUE 0.
       01 WS-SOMA-DIFERENCAS PIC 9(9)V99 VALUE 0.
       01 WS-QTD-DESLIGADOS PIC 9(5) VALUE 0.
       01 WS-SOMA-DESLIGADOS PIC 9(9)V99 VALUE 0.

       01 CABECALHO-DISSIDIO-1.
           05 PIC X(43) VALUE
               '# DISSIDIO COLETIVO - DEMONSTRATIVO DE DIFE'.
           05 PIC X(24) VALUE 'RENCAS - PAGAS NA FOLHA '.
           05 CD-PERIODO PIC 9(6).
           05 PIC X VALUE SPACE.
           05 CD-MODO PIC X(9).
       01 CABECALHO-DISSIDIO-2.
           05 PIC X(40) VALUE
               'EMP#  NOME                 DP  PERC DATA'.
           05 PIC X(36) VALUE
               '-BASE SAL ANTER.   SAL NOVO SITUACAO'.
       01 LINHA-EMPREGADO.
           05 LE-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 LE-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LE-DEPTO PIC XX.
           05 PIC X VALUE SPACE.
           05 LE-PERCENTUAL PIC Z9.99.
           05 PIC X(2) VALUE '% '.
           05 LE-DATA-BASE PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LE-SALARIO-ANTERIOR PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LE-SALARIO-NOVO PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LE-SITUACAO PIC X(30).
       01 LINHA-COMPETENCIA.
           05 PIC X(18) VALUE '      COMPETENCIA '.
           05 LC-ANOMES PIC 9(6).
           05 PIC X(14) VALUE '  BRUTO PAGO  '.
           05 LC-BRUTO PIC ZZZ,ZZ9.99.
           05 PIC X(13) VALUE '  DIFERENCA  '.
           05 LC-DIFERENCA PIC ZZ,ZZ9.99.
       01 LINHA-TOTAL-EMPREGADO.
           05 PIC X(30) VALUE '      TOTAL DAS DIFERENCAS EM '.
           05 LT-MESES PIC Z9.
           05 PIC X(11) VALUE ' MES(ES):  '.
           05 LT-DIFERENCA PIC ZZZ,ZZ9.99.
       01 LINHA-TOTAL-GERAL.
           05 LG-ROTULO PIC X(40).
           05 LG-QTD PIC ZZ,ZZ9.
           05 PIC X(3) VALUE SPACES.
           05 LG-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM DEFINIR-PERIODO-DIFERENCAS
           PERFORM LER-REGRAS-DISSIDIO
           PERFORM LER-CADASTRO
           PERFORM LER-HISTORICO-FOLHA
           MOVE SPACES TO LE-SITUACAO
           OPEN OUTPUT RELAT-DISSIDIO
           MOVE WS-PERIODO-FOLHA TO CD-PERIODO
           IF DISSIDIO-LIBERADO
               MOVE SPACES TO CD-MODO
               OPEN EXTEND MOVIMENTOS-MES
           ELSE
               MOVE '(PREVIA)' TO CD-MODO
           END-IF
           WRITE REG-RELAT-OUT FROM CABECALHO-DISSIDIO-1
           WRITE REG-RELAT-OUT FROM CABECALHO-DISSIDIO-2
               AFTER ADVANCING 2 LINES
           PERFORM APURAR-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           PERFORM ESCREVER-TOTAIS
           CLOSE RELAT-DISSIDIO
           IF DISSIDIO-LIBERADO
               CLOSE MOVIMENTOS-MES
               PERFORM GRAVAR-CADASTRO
           END-IF
           DISPLAY 'DISSIDIO: ' WS-QTD-REAJUSTADOS
               ' EMPREGADOS REAJUSTADOS, DIFERENCAS '
               WS-SOMA-DIFERENCAS ' NA FOLHA ' WS-PERIODO-FOLHA
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
      * as diferencas sao pagas na proxima folha: P462-PERIODO (AAAAMM)
      * ou o mes da data do movimento. so a liberacao, com
      * P462-LIBERAR=S apos a revisao da previa, grava o reajuste.
      ******************************************************************
       DEFINIR-PERIODO-DIFERENCAS.
           MOVE WS-DATA-OFICIAL(1:6) TO WS-PERIODO-FOLHA
           MOVE SPACES TO WS-PERIODO-ENV
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'P462-PERIODO'
           IF WS-PERIODO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERIODO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERIODO-ENV)
                   TO WS-PERIODO-FOLHA
           END-IF
           MOVE SPACES TO WS-LIBERAR-ENV
           ACCEPT WS-LIBERAR-ENV FROM ENVIRONMENT 'P462-LIBERAR'
           IF WS-LIBERAR-ENV = 'S' OR 'SIM'
               SET DISSIDIO-LIBERADO TO TRUE
           ELSE
               DISPLAY 'DISSIDIO EM MODO PREVIA - SEM REAJUSTE NO '
                   'CADASTRO NEM MOVIMENTOS; LIBERE COM '
                   'P462-LIBERAR=S APOS A REVISAO'
           END-IF.

      ******************************************************************
      * regras do acordo. sem a tabela, ou com uma linha invalida
      * (percentual zerado, data-base inexistente ou futura), nada e
      * reajustado.
      ******************************************************************
       LER-REGRAS-DISSIDIO.
           OPEN INPUT TAB-DISSIDIO
           IF WS-STATUS-DISSIDIO NOT = '00'
               DISPLAY 'TAB-DISSIDIO.TXT NAO ENCONTRADO - DISSIDIO '
                   'ABORTADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-REGRA
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE TAB-DISSIDIO
           IF QTD-REGRAS = 0
               DISPLAY 'TAB-DISSIDIO.TXT VAZIO - DISSIDIO ABORTADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-REGRA.
           READ TAB-DISSIDIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF DIS-PERCENTUAL-IN IS NOT NUMERIC
                           OR DIS-PERCENTUAL-IN = 0
                           OR DIS-DATA-BASE-IN IS NOT NUMERIC
                           OR FUNCTION TEST-DATE-YYYYMMDD
                               (DIS-DATA-BASE-IN) NOT = 0
                           OR DIS-DATA-BASE-IN > WS-DATA-OFICIAL
                           OR QTD-REGRAS = 50
                       DISPLAY 'REGRA DE DISSIDIO INVALIDA: '
                           REG-DISSIDIO-IN ' - DISSIDIO ABORTADO'
                       CLOSE TAB-DISSIDIO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-REGRAS
                   MOVE DIS-DEPTO-IN TO RG-DEPTO(QTD-REGRAS)
                   MOVE DIS-PERCENTUAL-IN TO RG-PERCENTUAL(QTD-REGRAS)
                   MOVE DIS-DATA-BASE-IN TO RG-DATA-BASE(QTD-REGRAS)
                   IF DIS-DATA-BASE-IN < WS-MENOR-DATA-BASE
                       MOVE DIS-DATA-BASE-IN TO WS-MENOR-DATA-BASE
                   END-IF
           END-READ.

      ******************************************************************
      * cadastro inteiro na memoria. um cadastro maior que a tabela
      * seria truncado na regravacao, entao o dissidio nao prossegue.
      ******************************************************************
       LER-CADASTRO.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO - DISSIDIO '
                   'ABORTADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-EMPREGADO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE ARQ-SALARIO
           IF CADASTRO-CHEIO
               DISPLAY 'ARQ-SALARIO.CBDB MAIOR QUE A TABELA - '
                   'DISSIDIO ABORTADO'
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
                       MOVE NR-EMPREGADO-ARQ TO EM-NR-TAB(IX-EM)
                       MOVE NOME-EMPREGADO-ARQ TO EM-NOME-TAB(IX-EM)
                       MOVE DEPTO-ARQ TO EM-DEPTO-TAB(IX-EM)
                       MOVE SALARIO-ANUAL-ARQ TO EM-SALARIO-TAB(IX-EM)
                       MOVE DATA-ADMISSAO-ARQ
                           TO EM-ADMISSAO-TAB(IX-EM)
                       MOVE NR-DEPENDENTES-ARQ
                           TO EM-DEPENDENTES-TAB(IX-EM)
                       IF DATA-DEMISSAO-ARQ IS NUMERIC
                           MOVE DATA-DEMISSAO-ARQ
                               TO EM-DEMISSAO-TAB(IX-EM)
                       ELSE
                           MOVE 0 TO EM-DEMISSAO-TAB(IX-EM)
                       END-IF
                   ELSE
                       SET CADASTRO-CHEIO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * competencias ja pagas entre a menor data-base e a folha que
      * vai pagar as diferencas.
      ******************************************************************
       LER-HISTORICO-FOLHA.
           COMPUTE WS-MES-BASE = WS-MENOR-DATA-BASE / 100
           OPEN INPUT HISTORICO-FOLHA
           IF WS-STATUS-HIST NOT = '00'
               DISPLAY 'HISTORICO-FOLHA.CBDB NAO ENCONTRADO, SEM '
                   'DIFERENCAS RETROATIVAS A APURAR'
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
                   IF WS-ANOMES NOT < WS-MES-BASE
                           AND WS-ANOMES < WS-PERIODO-FOLHA
                       PERFORM GUARDAR-COMPETENCIA
                   END-IF
           END-READ.

       GUARDAR-COMPETENCIA.
           SET IX-CP TO 1
           SEARCH COMPETENCIA-TAB
               AT END
                   IF WS-QTD-COMPETENCIAS < 3000
                       ADD 1 TO WS-QTD-COMPETENCIAS
                       SET IX-CP TO WS-QTD-COMPETENCIAS
                       MOVE HF-NR-EMPREGADO TO CP-EMPREGADO(IX-CP)
                       MOVE WS-ANOMES TO CP-ANOMES(IX-CP)
                       MOVE HF-BRUTO TO CP-BRUTO(IX-CP)
                   ELSE
                       DISPLAY 'HISTORICO ALEM DA TABELA, COMPETENCIA '
                           'IGNORADA: ' HF-NR-EMPREGADO ' ' WS-ANOMES
                   END-IF
               WHEN IX-CP > WS-QTD-COMPETENCIAS
                   ADD 1 TO WS-QTD-COMPETENCIAS
                   MOVE HF-NR-EMPREGADO TO CP-EMPREGADO(IX-CP)
                   MOVE WS-ANOMES TO CP-ANOMES(IX-CP)
                   MOVE HF-BRUTO TO CP-BRUTO(IX-CP)
               WHEN CP-EMPREGADO(IX-CP) = HF-NR-EMPREGADO
                       AND CP-ANOMES(IX-CP) = WS-ANOMES
                   MOVE HF-BRUTO TO CP-BRUTO(IX-CP)
           END-SEARCH.

      ******************************************************************
      * um empregado do cadastro: regra do seu departamento (ou a
      * geral '**'), diferencas de cada competencia paga desde a
      * data-base e, na liberacao, novo salario, historico e credito.
      * o desligado nao e reajustado; suas diferencas saem no
      * demonstrativo para a rescisao complementar.
      ******************************************************************
       APURAR-EMPREGADO.
           PERFORM PROCURAR-REGRA
           IF NOT REGRA-ACHADA
               EXIT PARAGRAPH
           END-IF
           IF EM-ADMISSAO-TAB(IX-EM) > WS-DATA-OFICIAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MES-BASE = WS-DATA-BASE / 100
           MOVE 'N' TO WS-FLAG-ESTOURO
           COMPUTE WS-SALARIO-NOVO ROUNDED =
               EM-SALARIO-TAB(IX-EM) * (100 + WS-PERCENTUAL) / 100
               ON SIZE ERROR
                   SET VALOR-ESTOURADO TO TRUE
           END-COMPUTE
           MOVE EM-NR-TAB(IX-EM) TO LE-NR-EMPREGADO
           MOVE EM-NOME-TAB(IX-EM) TO LE-NOME
           MOVE EM-DEPTO-TAB(IX-EM) TO LE-DEPTO
           MOVE WS-PERCENTUAL TO LE-PERCENTUAL
           MOVE WS-DATA-BASE TO LE-DATA-BASE
           MOVE EM-SALARIO-TAB(IX-EM) TO LE-SALARIO-ANTERIOR
           MOVE WS-SALARIO-NOVO TO LE-SALARIO-NOVO
           PERFORM LER-HISTORICO-EMPREGADO
           EVALUATE TRUE
               WHEN VALOR-ESTOURADO
                   MOVE 'SALARIO NOVO EXCEDE O CAMPO' TO LE-SITUACAO
                   MOVE 0 TO LE-SALARIO-NOVO
               WHEN JA-REAJUSTADO
                   MOVE 'JA REAJUSTADO NESTE ACORDO' TO LE-SITUACAO
                   MOVE 0 TO LE-SALARIO-NOVO
               WHEN EM-DEMISSAO-TAB(IX-EM) > 0
                   MOVE 'DESLIGADO - RESC COMPLEMENTAR'
                       TO LE-SITUACAO
               WHEN OTHER
                   MOVE 'REAJUSTADO' TO LE-SITUACAO
           END-EVALUATE
           WRITE REG-RELAT-OUT FROM LINHA-EMPREGADO
               AFTER ADVANCING 2 LINES
           IF VALOR-ESTOURADO OR JA-REAJUSTADO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DIFERENCA-EMPREGADO WS-MESES-EMPREGADO
           PERFORM APURAR-COMPETENCIA
               VARYING IX-CP FROM 1 BY 1
               UNTIL IX-CP > WS-QTD-COMPETENCIAS
           MOVE WS-MESES-EMPREGADO TO LT-MESES
           MOVE WS-DIFERENCA-EMPREGADO TO LT-DIFERENCA
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-EMPREGADO
               AFTER ADVANCING 1 LINE
           IF EM-DEMISSAO-TAB(IX-EM) > 0
               ADD 1 TO WS-QTD-DESLIGADOS
               ADD WS-DIFERENCA-EMPREGADO TO WS-SOMA-DESLIGADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-REAJUSTADOS
           ADD WS-DIFERENCA-EMPREGADO TO WS-SOMA-DIFERENCAS
           IF WS-DIFERENCA-EMPREGADO > 0
               ADD 1 TO WS-QTD-CREDITOS
           END-IF
           IF DISSIDIO-LIBERADO
               PERFORM APLICAR-REAJUSTE
           END-IF.

      ******************************************************************
      * a regra do departamento do empregado prevalece sobre a geral.
      ******************************************************************
       PROCURAR-REGRA.
           MOVE 'N' TO WS-FLAG-REGRA
           PERFORM CASAR-REGRA-DEPTO
               VARYING IX-RG FROM 1 BY 1
               UNTIL IX-RG > QTD-REGRAS OR REGRA-ACHADA
           IF NOT REGRA-ACHADA
               PERFORM CASAR-REGRA-GERAL
                   VARYING IX-RG FROM 1 BY 1
                   UNTIL IX-RG > QTD-REGRAS OR REGRA-ACHADA
           END-IF.

       CASAR-REGRA-DEPTO.
           IF RG-DEPTO(IX-RG) = EM-DEPTO-TAB(IX-EM)
               SET REGRA-ACHADA TO TRUE
               MOVE RG-PERCENTUAL(IX-RG) TO WS-PERCENTUAL
               MOVE RG-DATA-BASE(IX-RG) TO WS-DATA-BASE
           END-IF.

       CASAR-REGRA-GERAL.
           IF RG-DEPTO(IX-RG) = '**'
               SET REGRA-ACHADA TO TRUE
               MOVE RG-PERCENTUAL(IX-RG) TO WS-PERCENTUAL
               MOVE RG-DATA-BASE(IX-RG) TO WS-DATA-BASE
           END-IF.

      ******************************************************************
      * diferenca de uma competencia paga desde a data-base: o
      * percentual do acordo sobre o bruto do mes, que ja traz horas
      * extras, ferias e decimo terceiro, todos alcancados pelo
      * reajuste.
      ******************************************************************
       APURAR-COMPETENCIA.
           IF CP-EMPREGADO(IX-CP) NOT = EM-NR-TAB(IX-EM)
                   OR CP-ANOMES(IX-CP) < WS-MES-BASE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFERENCA-MES ROUNDED =
               CP-BRUTO(IX-CP) * WS-PERCENTUAL / 100
           ADD WS-DIFERENCA-MES TO WS-DIFERENCA-EMPREGADO
           ADD 1 TO WS-MESES-EMPREGADO
           MOVE CP-ANOMES(IX-CP) TO LC-ANOMES
           MOVE CP-BRUTO(IX-CP) TO LC-BRUTO
           MOVE WS-DIFERENCA-MES TO LC-DIFERENCA
           WRITE REG-RELAT-OUT FROM LINHA-COMPETENCIA
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * percorre o historico de salarios do empregado: conta as
      * linhas (sem nenhuma, o salario anterior vai como base 'B',
      * como em CADASTRO-EMPREGADOS) e ve se este acordo ja foi
      * aplicado (linha 'C' com a mesma data-base).
      ******************************************************************
       LER-HISTORICO-EMPREGADO.
           MOVE 0 TO WS-QTD-HISTORICO
           MOVE 'N' TO WS-FLAG-JA-REAJUSTADO
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT HISTORICO-SALARIOS
           IF WS-STATUS-HISTORICO = '00'
               PERFORM LER-LINHA-HISTORICO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE HISTORICO-SALARIOS.

       LER-LINHA-HISTORICO.
           READ HISTORICO-SALARIOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF HS-NR-EMPREGADO = EM-NR-TAB(IX-EM)
                       ADD 1 TO WS-QTD-HISTORICO
                       IF HS-MOTIVO = 'C'
                               AND HS-DATA-VIGENCIA = WS-DATA-BASE
                           SET JA-REAJUSTADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * liberacao: historico de salarios (base e reajuste), credito
      * das diferencas no movimento do mes e novo salario no cadastro.
      ******************************************************************
       APLICAR-REAJUSTE.
           OPEN EXTEND HISTORICO-SALARIOS
           IF WS-QTD-HISTORICO = 0
               MOVE SPACES TO REG-HISTORICO-SAL
               MOVE EM-NR-TAB(IX-EM) TO HS-NR-EMPREGADO
               MOVE EM-ADMISSAO-TAB(IX-EM) TO HS-DATA-VIGENCIA
               MOVE EM-SALARIO-TAB(IX-EM) TO HS-SALARIO-ANUAL
               MOVE EM-DEPTO-TAB(IX-EM) TO HS-DEPTO
               MOVE 'B' TO HS-MOTIVO
               MOVE WS-DATA-OFICIAL TO HS-DATA-REGISTRO
               WRITE REG-HISTORICO-SAL
           END-IF
           MOVE SPACES TO REG-HISTORICO-SAL
           MOVE EM-NR-TAB(IX-EM) TO HS-NR-EMPREGADO
           IF WS-DATA-BASE > EM-ADMISSAO-TAB(IX-EM)
               MOVE WS-DATA-BASE TO HS-DATA-VIGENCIA
           ELSE
               MOVE EM-ADMISSAO-TAB(IX-EM) TO HS-DATA-VIGENCIA
           END-IF
           MOVE WS-SALARIO-NOVO TO HS-SALARIO-ANUAL
           MOVE EM-DEPTO-TAB(IX-EM) TO HS-DEPTO
           MOVE 'C' TO HS-MOTIVO
           MOVE WS-DATA-OFICIAL TO HS-DATA-REGISTRO
           WRITE REG-HISTORICO-SAL
           CLOSE HISTORICO-SALARIOS
           IF WS-DIFERENCA-EMPREGADO > 99999.99
               DISPLAY 'DIFERENCA ACIMA DO CAMPO DO MOVIMENTO, LANCAR '
                   'A MAO: ' EM-NR-TAB(IX-EM) ' '
                   WS-DIFERENCA-EMPREGADO
           END-IF
           IF WS-DIFERENCA-EMPREGADO > 0
                   AND WS-DIFERENCA-EMPREGADO NOT > 99999.99
               MOVE SPACES TO REG-MOVIMENTO-OUT
               MOVE EM-NR-TAB(IX-EM) TO MOV-NR-EMPREGADO-OUT
               MOVE 'C' TO MOV-CODIGO-OUT
               MOVE WS-DIFERENCA-EMPREGADO TO MOV-VALOR-OUT
               WRITE REG-MOVIMENTO-OUT
           END-IF
           MOVE EM-NR-TAB(IX-EM) TO ALT-CHAVE
           MOVE EM-SALARIO-TAB(IX-EM) TO ALT-ANTES
           MOVE WS-SALARIO-NOVO TO EM-SALARIO-TAB(IX-EM)
           MOVE EM-SALARIO-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

       ESCREVER-TOTAIS.
           MOVE 'EMPREGADOS REAJUSTADOS / DIFERENCAS:'
               TO LG-ROTULO
           MOVE WS-QTD-REAJUSTADOS TO LG-QTD
           MOVE WS-SOMA-DIFERENCAS TO LG-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-GERAL
               AFTER ADVANCING 3 LINES
           MOVE 'CREDITOS NO MOVIMENTO DA FOLHA:' TO LG-ROTULO
           MOVE WS-QTD-CREDITOS TO LG-QTD
           MOVE WS-SOMA-DIFERENCAS TO LG-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-GERAL
               AFTER ADVANCING 1 LINE
           MOVE 'DESLIGADOS - PARA RESCISAO COMPLEMENTAR:'
               TO LG-ROTULO
           MOVE WS-QTD-DESLIGADOS TO LG-QTD
           MOVE WS-SOMA-DESLIGADOS TO LG-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-GERAL
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * regrava o cadastro a partir da tabela, com os novos salarios.
      ******************************************************************
       GRAVAR-CADASTRO.
           OPEN OUTPUT ARQ-SALARIO
           PERFORM GRAVAR-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           CLOSE ARQ-SALARIO.

       GRAVAR-EMPREGADO.
           MOVE SPACES TO REG-SALARIO-ARQ
           MOVE EM-NR-TAB(IX-EM) TO NR-EMPREGADO-ARQ
           MOVE EM-NOME-TAB(IX-EM) TO NOME-EMPREGADO-ARQ
           MOVE EM-DEPTO-TAB(IX-EM) TO DEPTO-ARQ
           MOVE EM-SALARIO-TAB(IX-EM) TO SALARIO-ANUAL-ARQ
           MOVE EM-ADMISSAO-TAB(IX-EM) TO DATA-ADMISSAO-ARQ
           MOVE EM-DEPENDENTES-TAB(IX-EM) TO NR-DEPENDENTES-ARQ
           MOVE EM-DEMISSAO-TAB(IX-EM) TO DATA-DEMISSAO-ARQ
           WRITE REG-SALARIO-ARQ.

       END PROGRAM DISSIDIO-COLETIVO.
