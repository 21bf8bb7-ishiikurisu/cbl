      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Payroll accounting journal for the general ledger,
      *          the payroll companion of DIARIO-GL. Reads the month's
      *          records of HISTORICO-FOLHA.CBDB (P462-PERIODO or the
      *          movement month; AAAA13 for the 13th salary) and posts,
      *          per department (HF-DEPTO), gross salaries and vacation
      *          pay as debits and the withholdings (INSS, federal,
      *          state and additional tax, other deductions, loans,
      *          garnishments, the advance already paid) and the net
      *          payable as credits, each to the ledger account mapped
      *          in TAB-CONTAS-FOLHA.TXT. Output in the LANCAMENTOS-GL
      *          layout with the count and hash trailer
      *          (LANCAMENTOS-GL-FOLHA.TXT). A department and item with
      *          no account mapped holds the whole file (return code
      *          8) and is listed in RELAT-GL-FOLHA-FALTAS.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO-FOLHA-GL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORICO-FOLHA
           ASSIGN TO '.\HISTORICO-FOLHA.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
       SELECT TAB-CONTAS-FOLHA
           ASSIGN TO '.\TAB-CONTAS-FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTAS.
       SELECT LANCAMENTOS-GL
           ASSIGN TO '.\LANCAMENTOS-GL-FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-FALTAS
           ASSIGN TO '.\RELAT-GL-FOLHA-FALTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * leiaute completo de GRAVAR-HISTORICO-FOLHA; registros antigos
      * vieram sem as colunas do fim, que chegam em branco.
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
           05 HF-DEPTO PIC XX.
           05 HF-INSS PIC 9(5)V99.
           05 HF-INSS-PATRONAL PIC 9(5)V99.
           05 HF-FGTS PIC 9(5)V99.
           05 HF-ADIANTAMENTO PIC 9(5)V99.
           05 HF-CONSIGNADO PIC 9(5)V99.
           05 HF-PENSAO PIC 9(5)V99.

      * conta contabil por departamento e verba; departamento '**'
      * vale para os departamentos sem linha propria da verba (as
      * contas de obrigacao costumam ser unicas na empresa).
       FD TAB-CONTAS-FOLHA LABEL RECORDS ARE STANDARD.
       01 REG-CONTA-FOLHA-IN.
           05 DEPTO-GL-IN PIC XX.
           05 PIC X.
           05 VERBA-GL-IN PIC XX.
           05 PIC X.
           05 CONTA-GL-IN PIC X(8).

      * mesmo leiaute de interface de DIARIO-GL.
       FD LANCAMENTOS-GL LABEL RECORDS ARE STANDARD.
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

       FD RELAT-FALTAS LABEL RECORDS ARE OMITTED.
       01 REG-FALTA-OUT PIC X(80).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-HIST PIC XX.
       01 WS-STATUS-CONTAS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PERIODO-FOLHA PIC 9(6) VALUE 0.
       01 WS-PERIODO-ENV PIC X(6).
       01 WS-ANOMES PIC 9(6) VALUE 0.
       01 WS-DEPTO PIC XX VALUE SPACES.
       01 WS-CONTA-RESOLVIDA PIC X(8) VALUE SPACES.
       01 WS-FLAG-FALTA-MAPA PIC X VALUE 'N'.
           88 FALTA-MAPEAMENTO VALUE 'S'.
       01 WS-IX-VERBA PIC 99 VALUE 0.
       01 WS-CONTAGEM-LANCAMENTOS PIC 9(5) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DEBITOS PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITOS PIC 9(11)V99 VALUE 0.

      * verbas do diario na ordem de lancamento, com a natureza:
      * SB salarios e FE ferias a debito (despesa); IN INSS, IF
      * imposto federal, IE estadual, IA adicional, OD outros
      * descontos (reducao alta renda e deducao por dependentes), CS
      * consignado, PJ pensao/penhora, AD adiantamento ja pago e LQ
      * liquido a pagar a credito.
       01 WS-TABELA-VERBAS.
           05 PIC X(3) VALUE 'SBD'.
           05 PIC X(3) VALUE 'FED'.
           05 PIC X(3) VALUE 'INC'.
           05 PIC X(3) VALUE 'IFC'.
           05 PIC X(3) VALUE 'IEC'.
           05 PIC X(3) VALUE 'IAC'.
           05 PIC X(3) VALUE 'ODC'.
           05 PIC X(3) VALUE 'CSC'.
           05 PIC X(3) VALUE 'PJC'.
           05 PIC X(3) VALUE 'ADC'.
           05 PIC X(3) VALUE 'LQC'.
       01 FILLER REDEFINES WS-TABELA-VERBAS.
           05 VERBA-DIARIO OCCURS 11 TIMES.
               10 VB-CODIGO PIC XX.
               10 VB-NATUREZA PIC X.
       01 WS-QTD-VERBAS PIC 99 VALUE 11.

      * valores do mes por empregado; a ultima gravacao vale, caso a
      * liberacao do mes tenha sido repetida.
       01 WS-QTD-EMPREGADOS PIC 999 VALUE 0.
       01 WS-TAB-EMPREGADOS.
           05 EMPREGADO-TAB OCCURS 500 TIMES INDEXED BY IX-EM.
               10 EM-NR PIC 9(5).
               10 EM-DEPTO PIC XX.
               10 EM-VALOR PIC 9(6)V99 OCCURS 11 TIMES.

      * totais do mes por departamento e verba
       01 WS-QTD-DEPTOS PIC 99 VALUE 0.
       01 WS-TAB-DEPTOS.
           05 DEPTO-DIARIO OCCURS 50 TIMES INDEXED BY IX-DG.
               10 DG-DEPTO PIC XX.
               10 DG-VALOR PIC 9(9)V99 OCCURS 11 TIMES.

       01 WS-QTD-CONTAS PIC 999 VALUE 0.
       01 WS-TAB-CONTAS.
           05 CONTA-TAB OCCURS 500 TIMES INDEXED BY IX-CT.
               10 CT-DEPTO PIC XX.
               10 CT-VERBA PIC XX.
               10 CT-CONTA PIC X(8).

       01 LF-LINHA-FALTA.
           05 PIC X(34) VALUE
               'SEM CONTA NO MAPEAMENTO - DEPTO   '.
           05 LF-DEPTO PIC XX.
           05 PIC X(8) VALUE ' VERBA  '.
           05 LF-VERBA PIC XX.
           05 PIC X(8) VALUE ' VALOR  '.
           05 LF-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01 LF-LINHA-DIFERENCA.
           05 PIC X(34) VALUE
               'DEBITOS E CREDITOS NAO BATEM -    '.
           05 PIC X(4) VALUE 'D = '.
           05 LF-DEBITOS PIC ZZZ,ZZZ,ZZ9.99.
           05 PIC X(6) VALUE '  C = '.
           05 LF-CREDITOS PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM DEFINIR-PERIODO-DIARIO
           PERFORM CARREGAR-MAPEAMENTO
           IF WS-QTD-CONTAS = 0
               DISPLAY 'TAB-CONTAS-FOLHA.TXT AUSENTE OU VAZIA, '
                   'DIARIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-HISTORICO
           IF WS-QTD-EMPREGADOS = 0
               DISPLAY 'NENHUM REGISTRO DA COMPETENCIA '
                   WS-PERIODO-FOLHA ' NO HISTORICO, DIARIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SOMAR-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           OPEN OUTPUT RELAT-FALTAS
           PERFORM CONFERIR-DEPTO
               VARYING IX-DG FROM 1 BY 1 UNTIL IX-DG > WS-QTD-DEPTOS
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               SET FALTA-MAPEAMENTO TO TRUE
               MOVE WS-TOTAL-DEBITOS TO LF-DEBITOS
               MOVE WS-TOTAL-CREDITOS TO LF-CREDITOS
               WRITE REG-FALTA-OUT FROM LF-LINHA-DIFERENCA
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE RELAT-FALTAS
      * uma unica verba de departamento sem conta segura o arquivo
           IF FALTA-MAPEAMENTO
               DISPLAY '*** VERBA SEM CONTA NO MAPEAMENTO OU DIARIO '
                   'DESBALANCEADO - DIARIO RETIDO, VER '
                   'RELAT-GL-FOLHA-FALTAS.TXT ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-DIARIO
           DISPLAY 'DIARIO GL DA FOLHA ' WS-PERIODO-FOLHA
               ' GERADO: ' WS-CONTAGEM-LANCAMENTOS ' LANCAMENTOS, '
               WS-QTD-EMPREGADOS ' EMPREGADOS'
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
      * competencia do diario: P462-PERIODO (AAAAMM, ou AAAA13 para o
      * decimo terceiro) ou o mes da data do movimento.
      ******************************************************************
       DEFINIR-PERIODO-DIARIO.
           MOVE WS-DATA-OFICIAL(1:6) TO WS-PERIODO-FOLHA
           MOVE SPACES TO WS-PERIODO-ENV
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'P462-PERIODO'
           IF WS-PERIODO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERIODO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERIODO-ENV)
                   TO WS-PERIODO-FOLHA
           END-IF.

       CARREGAR-MAPEAMENTO.
           OPEN INPUT TAB-CONTAS-FOLHA
           IF WS-STATUS-CONTAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM LER-CONTA UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE TAB-CONTAS-FOLHA
           END-IF.

       LER-CONTA.
           READ TAB-CONTAS-FOLHA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-CONTAS < 500
                       ADD 1 TO WS-QTD-CONTAS
                       SET IX-CT TO WS-QTD-CONTAS
                       MOVE DEPTO-GL-IN TO CT-DEPTO(IX-CT)
                       MOVE VERBA-GL-IN TO CT-VERBA(IX-CT)
                       MOVE CONTA-GL-IN TO CT-CONTA(IX-CT)
                   END-IF
           END-READ.

      ******************************************************************
      * registros da competencia, um por empregado. colunas que o
      * registro antigo nao traz valem zero; sem departamento, '??'.
      ******************************************************************
       CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-FOLHA
           IF WS-STATUS-HIST NOT = '00'
               DISPLAY 'HISTORICO-FOLHA.CBDB NAO ENCONTRADO, '
                   'DIARIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-HISTORICO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE HISTORICO-FOLHA.

       LER-HISTORICO.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   COMPUTE WS-ANOMES = HF-ANO * 100 + HF-MES
                   IF WS-ANOMES = WS-PERIODO-FOLHA
                       PERFORM GUARDAR-EMPREGADO
                   END-IF
           END-READ.

       GUARDAR-EMPREGADO.
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               AT END
                   DISPLAY 'EMPREGADO ALEM DA TABELA, FORA DO DIARIO: '
                       HF-NR-EMPREGADO
                   EXIT PARAGRAPH
               WHEN IX-EM > WS-QTD-EMPREGADOS
                   ADD 1 TO WS-QTD-EMPREGADOS
               WHEN EM-NR(IX-EM) = HF-NR-EMPREGADO
                   CONTINUE
           END-SEARCH
           MOVE HF-NR-EMPREGADO TO EM-NR(IX-EM)
           IF HF-DEPTO = SPACES
               MOVE '??' TO EM-DEPTO(IX-EM)
           ELSE
               MOVE HF-DEPTO TO EM-DEPTO(IX-EM)
           END-IF
           IF HF-VALOR-FERIAS IS NOT NUMERIC
               MOVE 0 TO HF-VALOR-FERIAS
           END-IF
           IF HF-INSS IS NOT NUMERIC
               MOVE 0 TO HF-INSS
           END-IF
           IF HF-ADIANTAMENTO IS NOT NUMERIC
               MOVE 0 TO HF-ADIANTAMENTO
           END-IF
           IF HF-CONSIGNADO IS NOT NUMERIC
               MOVE 0 TO HF-CONSIGNADO
           END-IF
           IF HF-PENSAO IS NOT NUMERIC
               MOVE 0 TO HF-PENSAO
           END-IF
      * o bruto ja traz as ferias do mes; o que passa delas e salario.
           IF HF-VALOR-FERIAS > HF-BRUTO
               MOVE 0 TO EM-VALOR(IX-EM, 1)
               MOVE HF-BRUTO TO EM-VALOR(IX-EM, 2)
           ELSE
               COMPUTE EM-VALOR(IX-EM, 1) = HF-BRUTO - HF-VALOR-FERIAS
               MOVE HF-VALOR-FERIAS TO EM-VALOR(IX-EM, 2)
           END-IF
           MOVE HF-INSS TO EM-VALOR(IX-EM, 3)
           MOVE HF-IMP-FEDERAL TO EM-VALOR(IX-EM, 4)
           MOVE HF-IMP-ESTADUAL TO EM-VALOR(IX-EM, 5)
           MOVE HF-IMP-ADICIONAL TO EM-VALOR(IX-EM, 6)
           COMPUTE EM-VALOR(IX-EM, 7) = HF-REDUCAO + HF-DEDUCAO
           MOVE HF-CONSIGNADO TO EM-VALOR(IX-EM, 8)
           MOVE HF-PENSAO TO EM-VALOR(IX-EM, 9)
      * o liquido do historico e o do mes inteiro; o adiantamento ja
      * pago baixa o adiantamento concedido e o resto e o que se deve.
           IF HF-ADIANTAMENTO > HF-LIQUIDO
               MOVE HF-LIQUIDO TO EM-VALOR(IX-EM, 10)
               MOVE 0 TO EM-VALOR(IX-EM, 11)
           ELSE
               MOVE HF-ADIANTAMENTO TO EM-VALOR(IX-EM, 10)
               COMPUTE EM-VALOR(IX-EM, 11) =
                   HF-LIQUIDO - HF-ADIANTAMENTO
           END-IF.

       SOMAR-EMPREGADO.
           SET IX-DG TO 1
           SEARCH DEPTO-DIARIO
               AT END
                   DISPLAY 'DEPARTAMENTO ALEM DA TABELA, FORA DO '
                       'DIARIO: ' EM-DEPTO(IX-EM)
                   SET FALTA-MAPEAMENTO TO TRUE
                   EXIT PARAGRAPH
               WHEN IX-DG > WS-QTD-DEPTOS
                   ADD 1 TO WS-QTD-DEPTOS
                   INITIALIZE DEPTO-DIARIO(IX-DG)
                   MOVE EM-DEPTO(IX-EM) TO DG-DEPTO(IX-DG)
               WHEN DG-DEPTO(IX-DG) = EM-DEPTO(IX-EM)
                   CONTINUE
           END-SEARCH
           PERFORM SOMAR-VERBA
               VARYING WS-IX-VERBA FROM 1 BY 1
               UNTIL WS-IX-VERBA > WS-QTD-VERBAS.

       SOMAR-VERBA.
           ADD EM-VALOR(IX-EM, WS-IX-VERBA)
               TO DG-VALOR(IX-DG, WS-IX-VERBA)
           IF VB-NATUREZA(WS-IX-VERBA) = 'D'
               ADD EM-VALOR(IX-EM, WS-IX-VERBA) TO WS-TOTAL-DEBITOS
           ELSE
               ADD EM-VALOR(IX-EM, WS-IX-VERBA) TO WS-TOTAL-CREDITOS
           END-IF.

      ******************************************************************
      * toda verba com valor no departamento precisa de conta.
      ******************************************************************
       CONFERIR-DEPTO.
           PERFORM CONFERIR-VERBA
               VARYING WS-IX-VERBA FROM 1 BY 1
               UNTIL WS-IX-VERBA > WS-QTD-VERBAS.

       CONFERIR-VERBA.
           IF DG-VALOR(IX-DG, WS-IX-VERBA) > 0
               PERFORM RESOLVER-CONTA
               IF WS-CONTA-RESOLVIDA = SPACES
                   SET FALTA-MAPEAMENTO TO TRUE
                   MOVE DG-DEPTO(IX-DG) TO LF-DEPTO
                   MOVE VB-CODIGO(WS-IX-VERBA) TO LF-VERBA
                   MOVE DG-VALOR(IX-DG, WS-IX-VERBA) TO LF-VALOR
                   WRITE REG-FALTA-OUT FROM LF-LINHA-FALTA
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      ******************************************************************
      * a linha do proprio departamento prevalece sobre a geral '**'.
      ******************************************************************
       RESOLVER-CONTA.
           MOVE SPACES TO WS-CONTA-RESOLVIDA
           PERFORM CASAR-CONTA-DEPTO
               VARYING IX-CT FROM 1 BY 1
               UNTIL IX-CT > WS-QTD-CONTAS
                   OR WS-CONTA-RESOLVIDA NOT = SPACES
           IF WS-CONTA-RESOLVIDA = SPACES
               PERFORM CASAR-CONTA-GERAL
                   VARYING IX-CT FROM 1 BY 1
                   UNTIL IX-CT > WS-QTD-CONTAS
                       OR WS-CONTA-RESOLVIDA NOT = SPACES
           END-IF.

       CASAR-CONTA-DEPTO.
           IF CT-DEPTO(IX-CT) = DG-DEPTO(IX-DG)
                   AND CT-VERBA(IX-CT) = VB-CODIGO(WS-IX-VERBA)
               MOVE CT-CONTA(IX-CT) TO WS-CONTA-RESOLVIDA
           END-IF.

       CASAR-CONTA-GERAL.
           IF CT-DEPTO(IX-CT) = '**'
                   AND CT-VERBA(IX-CT) = VB-CODIGO(WS-IX-VERBA)
               MOVE CT-CONTA(IX-CT) TO WS-CONTA-RESOLVIDA
           END-IF.

      ******************************************************************
      * grava o lote balanceado: por departamento, um lancamento por
      * verba com valor, na natureza da verba, e o trailer com
      * contagem e hash total.
      ******************************************************************
       GRAVAR-DIARIO.
           OPEN OUTPUT LANCAMENTOS-GL
           PERFORM GRAVAR-LANCAMENTOS-DEPTO
               VARYING IX-DG FROM 1 BY 1 UNTIL IX-DG > WS-QTD-DEPTOS
           MOVE SPACES TO REG-LANCAMENTO-TRAILER
           MOVE 'T' TO LCT-TRL-TIPO
           MOVE WS-CONTAGEM-LANCAMENTOS TO LCT-TRL-QTD
           MOVE WS-HASH-TOTAL TO LCT-TRL-HASH
           WRITE REG-LANCAMENTO-TRAILER
           CLOSE LANCAMENTOS-GL.

       GRAVAR-LANCAMENTOS-DEPTO.
           PERFORM GRAVAR-LANCAMENTO
               VARYING WS-IX-VERBA FROM 1 BY 1
               UNTIL WS-IX-VERBA > WS-QTD-VERBAS.

       GRAVAR-LANCAMENTO.
           IF DG-VALOR(IX-DG, WS-IX-VERBA) > 0
               PERFORM RESOLVER-CONTA
               MOVE SPACES TO REG-LANCAMENTO
               MOVE VB-NATUREZA(WS-IX-VERBA) TO LCT-TIPO
               MOVE WS-PERIODO-FOLHA TO LCT-ANOMES
               MOVE WS-CONTA-RESOLVIDA TO LCT-CONTA
               MOVE DG-VALOR(IX-DG, WS-IX-VERBA) TO LCT-VALOR
               WRITE REG-LANCAMENTO
               ADD 1 TO WS-CONTAGEM-LANCAMENTOS
               ADD DG-VALOR(IX-DG, WS-IX-VERBA) TO WS-HASH-TOTAL
           END-IF.

       END PROGRAM DIARIO-FOLHA-GL.
