      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Quarterly bad-debt listing for the accountant over
      *          PERDAS-RECEBER.TXT: the titles written off as losses
      *          in the quarter (P209-TRIMESTRE, AAAAT; without it the
      *          quarter of the processing date), the titles reinstated
      *          in the same quarter as recoveries, each with the
      *          customer name, and the totals of losses, recoveries
      *          and net loss to be booked
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDAS-TRIMESTRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PERDAS-RECEBER
           ASSIGN TO '.\PERDAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT RELAT-PERDAS
           ASSIGN TO '.\RELAT-PERDAS-TRIMESTRE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por BAIXA-PERDAS.
       FD PERDAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-PERDA.
           05 PD-DATA PIC 9(8).
           05 PIC X.
           05 PD-TIPO PIC X.
           05 PIC X.
           05 PD-CLIENTE PIC X(5).
           05 PIC X.
           05 PD-NR-NOTA PIC 9(6).
           05 PIC X.
           05 PD-VALOR PIC 9(8)V99.
           05 PIC X.
           05 PD-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 PD-DIAS-ATRASO PIC 9(5).
           05 PIC X.
           05 PD-SUPERVISOR PIC X(5).

      * mesmo leiaute mantido por CADASTRO-CLIENTES.
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-ARQ.
           05 CODIGO-ARQ PIC X(5).
           05 NOME-ARQ PIC X(20).
           05 LIMITE-ARQ PIC 9(6)V99.
           05 STATUS-ARQ PIC X.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD RELAT-PERDAS LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PERDAS PIC XX.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.

      * trimestre pedido, AAAAT, e o intervalo de datas que ele cobre
       01 WS-TRIMESTRE-ENV PIC X(5).
       01 WS-TRIMESTRE PIC 9(5) VALUE 0.
       01 FILLER REDEFINES WS-TRIMESTRE.
           05 WS-TRI-ANO PIC 9(4).
           05 WS-TRI-NUMERO PIC 9.
       01 WS-MES-AUX PIC 99 VALUE 0.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 0.

       01 WS-QTD-PERDAS PIC 9(5) VALUE 0.
       01 WS-QTD-RECUPERACOES PIC 9(5) VALUE 0.
       01 WS-TOTAL-PERDAS PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-RECUPERACOES PIC S9(9)V99 VALUE 0.
       01 WS-PERDA-LIQUIDA PIC S9(9)V99 VALUE 0.

       01 WS-QTD-CLIENTES PIC 999 VALUE 0.
       01 WS-TAB-CLIENTES.
           05 CLIENTE-TAB OCCURS 100 TIMES INDEXED BY IX-CL.
               10 CODIGO-TAB PIC X(5).
               10 NOME-TAB PIC X(20).

       01 CABECALHO-PERDAS.
           05 PIC X(36) VALUE '# PERDAS COM RECEBIVEIS - TRIMESTRE '.
           05 CP-TRIMESTRE PIC 9.
           05 PIC X VALUE '/'.
           05 CP-ANO PIC 9(4).
           05 PIC X(4) VALUE ' DE '.
           05 CP-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 CP-DATA-FIM PIC 9(8).
       01 TITULO-PERDAS.
           05 PIC X(50) VALUE
               'DATA     TIPO        CLIENTE NOME                 '.
           05 PIC X(50) VALUE
               'NOTA    VENCTO   ATRASO        VALOR SUPER'.
       01 LINHA-PERDA.
           05 LP-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-TIPO PIC X(11).
           05 PIC X VALUE SPACE.
           05 LP-CLIENTE PIC X(5).
           05 PIC XXX VALUE SPACES.
           05 LP-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LP-NR-NOTA PIC 9(6).
           05 PIC XX VALUE SPACES.
           05 LP-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LP-DIAS PIC ZZZZ9.
           05 PIC X VALUE SPACE.
           05 LP-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LP-SUPERVISOR PIC X(5).
       01 LINHA-TOTAL.
           05 LT-ROTULO PIC X(30).
           05 LT-QTD PIC ZZZZZ.
           05 PIC XXX VALUE SPACES.
           05 LT-VALOR PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 120-LER-TRIMESTRE
           PERFORM 140-CARREGAR-CLIENTES
           OPEN OUTPUT RELAT-PERDAS
           MOVE WS-TRI-NUMERO TO CP-TRIMESTRE
           MOVE WS-TRI-ANO TO CP-ANO
           MOVE WS-DATA-INI TO CP-DATA-INI
           MOVE WS-DATA-FIM TO CP-DATA-FIM
           WRITE REG-RELAT-OUT FROM CABECALHO-PERDAS
           WRITE REG-RELAT-OUT FROM TITULO-PERDAS
               AFTER ADVANCING 2 LINES
           OPEN INPUT PERDAS-RECEBER
           IF WS-STATUS-PERDAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 200-LER-PERDA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE PERDAS-RECEBER
           PERFORM 300-GRAVAR-TOTAIS
           CLOSE RELAT-PERDAS
           DISPLAY 'PERDAS NO TRIMESTRE: ' WS-QTD-PERDAS
               ' - RECUPERACOES: ' WS-QTD-RECUPERACOES
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
      * trimestre de P209-TRIMESTRE (AAAAT, T de 1 a 4); ausente ou
      * invalido, vale o trimestre da data do movimento.
      *****************************************************************
       120-LER-TRIMESTRE.
           MOVE SPACES TO WS-TRIMESTRE-ENV
           ACCEPT WS-TRIMESTRE-ENV FROM ENVIRONMENT 'P209-TRIMESTRE'
           IF WS-TRIMESTRE-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-TRIMESTRE-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-TRIMESTRE-ENV) TO WS-TRIMESTRE
           END-IF
           IF WS-TRI-NUMERO < 1 OR WS-TRI-NUMERO > 4
               MOVE WS-DATA-OFICIAL(1:4) TO WS-TRI-ANO
               MOVE WS-DATA-OFICIAL(5:2) TO WS-MES-AUX
               COMPUTE WS-TRI-NUMERO = (WS-MES-AUX + 2) / 3
           END-IF
           COMPUTE WS-MES-AUX = WS-TRI-NUMERO * 3 - 2
           COMPUTE WS-DATA-INI =
               WS-TRI-ANO * 10000 + WS-MES-AUX * 100 + 1
           COMPUTE WS-MES-AUX = WS-TRI-NUMERO * 3
           COMPUTE WS-DATA-FIM =
               WS-TRI-ANO * 10000 + WS-MES-AUX * 100 + 31.

       140-CARREGAR-CLIENTES.
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 145-LER-CLIENTE
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       145-LER-CLIENTE.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-CLIENTES < 100
                       ADD 1 TO WS-QTD-CLIENTES
                       SET IX-CL TO WS-QTD-CLIENTES
                       MOVE CODIGO-ARQ TO CODIGO-TAB(IX-CL)
                       MOVE NOME-ARQ TO NOME-TAB(IX-CL)
                   END-IF
           END-READ.

      *****************************************************************
      * cada perda ou reintegracao datada no trimestre vira uma linha
      * da relacao, na ordem em que foi lancada.
      *****************************************************************
       200-LER-PERDA.
           READ PERDAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PD-DATA NOT < WS-DATA-INI
                           AND PD-DATA NOT > WS-DATA-FIM
                       PERFORM 210-LISTAR-PERDA
                   END-IF
           END-READ.

       210-LISTAR-PERDA.
           MOVE PD-DATA TO LP-DATA
           IF PD-TIPO = 'R'
               MOVE 'RECUPERACAO' TO LP-TIPO
               ADD 1 TO WS-QTD-RECUPERACOES
               ADD PD-VALOR TO WS-TOTAL-RECUPERACOES
           ELSE
               MOVE 'PERDA' TO LP-TIPO
               ADD 1 TO WS-QTD-PERDAS
               ADD PD-VALOR TO WS-TOTAL-PERDAS
           END-IF
           MOVE PD-CLIENTE TO LP-CLIENTE
           MOVE '*** NAO CADASTRADO' TO LP-NOME
           SET IX-CL TO 1
           SEARCH CLIENTE-TAB
               AT END
                   CONTINUE
               WHEN CODIGO-TAB(IX-CL) = PD-CLIENTE
                   MOVE NOME-TAB(IX-CL) TO LP-NOME
           END-SEARCH
           MOVE PD-NR-NOTA TO LP-NR-NOTA
           MOVE PD-VENCIMENTO TO LP-VENCIMENTO
           MOVE PD-DIAS-ATRASO TO LP-DIAS
           MOVE PD-VALOR TO LP-VALOR
           MOVE PD-SUPERVISOR TO LP-SUPERVISOR
           WRITE REG-RELAT-OUT FROM LINHA-PERDA
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * totais para o lancamento contabil: perdas, recuperacoes e a
      * perda liquida do trimestre.
      *****************************************************************
       300-GRAVAR-TOTAIS.
           MOVE 'TITULOS BAIXADOS COMO PERDA:' TO LT-ROTULO
           MOVE WS-QTD-PERDAS TO LT-QTD
           MOVE WS-TOTAL-PERDAS TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           MOVE 'TITULOS RECUPERADOS:' TO LT-ROTULO
           MOVE WS-QTD-RECUPERACOES TO LT-QTD
           MOVE WS-TOTAL-RECUPERACOES TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           COMPUTE WS-PERDA-LIQUIDA =
               WS-TOTAL-PERDAS - WS-TOTAL-RECUPERACOES
           MOVE 'PERDA LIQUIDA DO TRIMESTRE:' TO LT-ROTULO
           MOVE 0 TO LT-QTD
           MOVE WS-PERDA-LIQUIDA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE.

       END PROGRAM PERDAS-TRIMESTRE.
