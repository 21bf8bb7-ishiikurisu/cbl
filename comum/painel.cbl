      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Monthly vendor performance scorecard merging the
      *          sales programs' own histories under the
      *          CADASTRO-VENDEDORES code: PAGINA-350's monthly
      *          totals against QUOTAS.TXT, PAGE-461's gross sales
      *          and returns (through TAB-DE-PARA-VENDEDOR.TXT),
      *          PAGE-506's commission by closed period (the open
      *          period from the master) and PAGE-367's weekly
      *          figures -- with the rank inside the department and
      *          the trend against the three previous months, so the
      *          monthly review stops being merged by hand
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINEL-VENDEDORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASTRO-VENDEDORES
           ASSIGN TO '.\CADASTRO-VENDEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAD-VEND.
       SELECT TAB-DE-PARA
           ASSIGN TO '.\TAB-DE-PARA-VENDEDOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARA.
      * data oficial do movimento, que da o mes do painel quando
      * PAINEL-MES nao e informado.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
      * fontes dos numeros do painel, todas opcionais: a ausencia de
      * uma delas deixa so as colunas dela em branco.
       SELECT ARQ-HISTORICO
           ASSIGN TO '.\HISTORICO-MENSAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
       SELECT ARQ-QUOTAS
           ASSIGN TO '.\QUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-QUOTAS.
       SELECT HISTORICO-DEVOLUCOES
           ASSIGN TO '.\HISTORICO-DEVOLUCOES-461.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEVOL.
       SELECT HISTORICO-PERIODOS
           ASSIGN TO 'E:\p506\bin\HISTORICO-PERIODOS-506.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
       SELECT MESTRE-VENDAS
           ASSIGN TO 'E:\p506\bin\MESTRE-VENDAS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NR-VENDEDOR
           FILE STATUS IS WS-STATUS-MESTRE.
       SELECT HISTORICO-SEMANAL
           ASSIGN TO '.\HISTORICO-SEMANAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEMANAL.
       SELECT RELAT-PAINEL
           ASSIGN TO '.\PAINEL-VENDEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO-VENDEDORES LABEL RECORDS ARE STANDARD.
       01 REG-CAD-VEND-IN.
           05 CODIGO-CAD-IN PIC X(5).
           05 NOME-CAD-IN PIC X(20).
           05 REGIAO-CAD-IN PIC XX.
           05 DEPTO-CAD-IN PIC XX.
           05 STATUS-CAD-IN PIC X.

       FD TAB-DE-PARA LABEL RECORDS ARE STANDARD.
       01 REG-DE-PARA-IN.
           05 NR-DE-IN PIC 99.
           05 PIC X.
           05 CODIGO-PARA-IN PIC X(5).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

      * mesmo leiaute gravado por 650-GRAVAR-HIST em PAGINA-350.
       FD ARQ-HISTORICO LABEL RECORDS ARE STANDARD.
       01 REG-HIST.
           05 TIPO-HIST PIC X.
           05 ANOMES-HIST PIC 9(6).
           05 REGIAO-HIST PIC XX.
           05 DEPT-HIST PIC XX.
           05 NRVEND-HIST PIC X(3).
           05 VALOR-HIST PIC 9(7)V99.

      * leiaute de REG-QUOTA-IN em PAGINA-350.
       FD ARQ-QUOTAS LABEL RECORDS ARE STANDARD.
       01 REG-QUOTA-IN.
           05 REGIAO-QUOTA-IN PIC XX.
           05 DEPT-QUOTA-IN PIC XX.
           05 NRVEND-QUOTA-IN PIC X(3).
           05 VLR-QUOTA-IN PIC 9(5)V99.

      * mesmo leiaute gravado por GRAVAR-HISTORICO-DEVOLUCOES em
      * PAGE-461.
       FD HISTORICO-DEVOLUCOES LABEL RECORDS ARE STANDARD.
       01 REG-HIST-DEVOLUCAO.
           05 HD-ANOMES PIC 9(6).
           05 PIC X.
           05 HD-NR-VENDEDOR PIC 99.
           05 PIC X.
           05 HD-VENDAS-BRUTAS PIC 9(6)V99.
           05 PIC X.
           05 HD-DEVOLUCOES PIC 9(6)V99.

      * mesmo leiaute gravado pelo fechamento de periodo de PAGE-506.
       FD HISTORICO-PERIODOS LABEL RECORDS ARE STANDARD.
       01 REG-HIST-PERIODO.
           05 HP-PERIODO PIC 9(6).
           05 PIC X.
           05 HP-VENDEDOR PIC X(5).
           05 PIC X.
           05 HP-VENDAS PIC 9999V99.
           05 PIC X.
           05 HP-COMISSAO PIC 9999V99.

       FD MESTRE-VENDAS.
       01 REG-MESTRE-VENDAS.
           05 NR-VENDEDOR PIC X(5).
           05 PIC X(32).
           05 VALORES-ANO-ANT.
               10 VENDAS PIC 9999V99.
               10 COMISSAO PIC 9999V99.
           05 PIC X(6).
           05 VALORES-PER-ATUAL.
              10 VENDAS PIC 9999V99.
              10 COMISSAO PIC 9999V99.
           05 PIC X(3).

      * historico semanal de PAGE-367: 'S' = totais da semana,
      * 'V' = total de um vendedor na semana.
       FD HISTORICO-SEMANAL LABEL RECORDS ARE STANDARD.
       01 REG-SEMANAL-IN PIC X(100).

       FD RELAT-PAINEL LABEL RECORDS ARE OMITTED.
       01 REG-PAINEL-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAD-VEND PIC XX.
       01 WS-STATUS-DEPARA PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-STATUS-HIST PIC XX.
       01 WS-STATUS-QUOTAS PIC XX.
       01 WS-STATUS-DEVOL PIC XX.
       01 WS-STATUS-PERIODOS PIC XX.
       01 WS-STATUS-MESTRE PIC XX.
       01 WS-STATUS-SEMANAL PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.

      * mes do painel (AAAAMM): PAINEL-MES, ou o mes da data do
      * movimento, ou o do relogio da maquina.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-ANOMES-MOVIMENTO PIC 9(6) VALUE 0.
       01 WS-PAINEL-MES-ENV PIC X(6).
       01 WS-ANOMES-CALC PIC 9(6).
       01 WS-ANOMES-CALC-R REDEFINES WS-ANOMES-CALC.
           05 WS-ANO-CALC PIC 9(4).
           05 WS-MES-CALC PIC 99.

      * o mes do painel e os tres anteriores, na ordem: a posicao 1
      * e o mes do painel, as posicoes 2 a 4 a base da tendencia.
       01 WS-TAB-MESES.
           05 MES-PAINEL OCCURS 4 TIMES.
               10 MS-ANOMES PIC 9(6).
               10 MS-SEMANAS PIC 99.
       01 WS-MS PIC 9.
       01 WS-MS-ACHADO PIC 9.
       01 WS-ANOMES-BUSCA PIC 9(6).

       01 WS-TABELA-DE-PARA.
           05 QTD-DE-PARA PIC 99 VALUE 0.
           05 DE-PARA OCCURS 99 TIMES INDEXED BY IX-DP.
               10 NR-DE-TAB PIC 99.
               10 CODIGO-PARA-TAB PIC X(5).

      * um vendedor por codigo do cadastro; codigos das fontes que
      * nao estao no cadastro entram marcados como fora dele.
       01 QTD-VENDEDORES PIC 999 VALUE 0.
       01 WS-TAB-VENDEDORES.
           05 VENDEDOR-TAB OCCURS 200 TIMES INDEXED BY IX-VD IX-V2.
               10 VD-CODIGO PIC X(5).
               10 VD-NOME PIC X(20).
               10 VD-REGIAO PIC XX.
               10 VD-DEPTO PIC XX.
               10 VD-STATUS PIC X.
               10 VD-NO-CADASTRO PIC X.
               10 VD-QUOTA PIC 9(7)V99.
               10 VD-RANK PIC 999.
               10 VD-ATIVO PIC X.
               10 VD-IMPRESSO PIC X.
               10 VD-MES OCCURS 4 TIMES.
                   15 VD-VENDAS PIC 9(7)V99.
                   15 VD-VENDAS-SEMANAIS PIC 9(7)V99.
                   15 VD-VENDAS-BRUTAS PIC 9(7)V99.
                   15 VD-DEVOLUCOES PIC 9(7)V99.
                   15 VD-COMISSAO PIC 9(7)V99.
                   15 VD-PERIODO-FECHADO PIC X.
       01 WS-CODIGO-BUSCA PIC X(5).
       01 WS-FLAG-VENDEDOR PIC X VALUE 'N'.
           88 VENDEDOR-LOCALIZADO VALUE 'S'.

      * semanas de PAGE-367 ja contadas no mes a que pertencem.
       01 WS-TAB-SEMANAS-VISTAS VALUE SPACES.
           05 SEMANA-VISTA OCCURS 53 TIMES PIC X.
       01 WS-LINHA-S.
           05 PIC X.
           05 WLS-SEMANA PIC 99.
           05 PIC X(97).
       01 WS-LINHA-V.
           05 PIC X.
           05 WLV-SEMANA PIC 99.
           05 WLV-VENDEDOR PIC XXX.
           05 WLV-TOTAL PIC 9(7)V99.
           05 PIC X(85).
       01 WS-DIA-JULIANO PIC 9(7).
       01 WS-DATA-SEMANA PIC 9(8).

      * area de calculo da linha do vendedor
       01 WS-CALCULO.
           05 WS-ATINGIMENTO PIC 9(5)V9.
           05 WS-TAXA-DEVOLUCAO PIC 999V9.
           05 WS-MEDIA-SEMANAL PIC 9(7)V99.
           05 WS-SOMA-BASE PIC 9(8)V99.
           05 WS-MESES-BASE PIC 9.
           05 WS-MEDIA-BASE PIC 9(7)V99.
           05 WS-TENDENCIA PIC S9(5)V9.
       01 WS-CHAVE-MENOR PIC X(12).
       01 WS-CHAVE-ATUAL PIC X(12).
       01 WS-DEPTO-IMPRESSO PIC X(4) VALUE HIGH-VALUES.
       01 WS-ORDEM PIC 999.

       01 WS-TOTAIS.
           05 TOTAL-VENDAS PIC 9(9)V99 VALUE 0.
           05 TOTAL-QUOTA PIC 9(9)V99 VALUE 0.
           05 TOTAL-COMISSAO PIC 9(9)V99 VALUE 0.
           05 QTD-IMPRESSOS PIC 999 VALUE 0.
           05 QTD-FORA-CADASTRO PIC 999 VALUE 0.

       01 CABECALHO-PAINEL-1.
           05 PIC X(44) VALUE
               '# PAINEL DE DESEMPENHO DE VENDEDORES -- MES '.
           05 CP-MES PIC 99.
           05 PIC X VALUE '/'.
           05 CP-ANO PIC 9999.
           05 PIC X(29) VALUE '   TENDENCIA CONTRA A MEDIA: '.
           05 CP-BASE OCCURS 3 TIMES.
               10 CP-BASE-MES PIC 99.
               10 PIC X VALUE '/'.
               10 CP-BASE-ANO PIC 9999.
               10 PIC X VALUE SPACE.
       01 CABECALHO-PAINEL-2.
           05 PIC X(44) VALUE
               'CODIGO NOME                      VENDAS     '.
           05 PIC X(44) VALUE
               ' QUOTA  %QUOTA  %DEV   COMISSAO MEDIA SEMANA'.
           05 PIC X(34) VALUE
               ' RANK  MEDIA 3 MESES TENDENCIA'.
       01 LINHA-DEPTO.
           05 PIC X(8) VALUE 'REGIAO: '.
           05 LDP-REGIAO PIC XX.
           05 PIC X(9) VALUE '  DEPTO: '.
           05 LDP-DEPTO PIC XX.
       01 LINHA-VENDEDOR.
           05 LV-CODIGO PIC X(5).
           05 PIC X(2) VALUE SPACES.
           05 LV-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LV-VENDAS PIC Z,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LV-QUOTA PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LV-ATINGIMENTO PIC ZZZZ9.9.
           05 PIC X VALUE SPACE.
           05 LV-TAXA-DEVOLUCAO PIC ZZ9.9.
           05 PIC X VALUE SPACE.
           05 LV-COMISSAO PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LV-MEDIA-SEMANAL PIC Z,ZZZ,ZZ9.99.
           05 PIC X(2) VALUE SPACES.
           05 LV-RANK PIC ZZ9.
           05 PIC X VALUE SPACE.
           05 LV-MEDIA-BASE PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LV-TENDENCIA PIC X(10).
       01 WS-TENDENCIA-ED.
           05 WS-TENDENCIA-NUM PIC +ZZZZ9.9.
           05 PIC X(2) VALUE ' %'.
       01 LINHA-TOTAL-PAINEL.
           05 LT-ROTULO PIC X(32).
           05 LT-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01 LINHA-CONTAGEM.
           05 LC-ROTULO PIC X(32).
           05 LC-VALOR PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DEFINIR-MESES
           PERFORM CARREGAR-CADASTRO
           PERFORM CARREGAR-DE-PARA
           PERFORM CARREGAR-HISTORICO-MENSAL
           PERFORM CARREGAR-QUOTAS
           PERFORM CARREGAR-DEVOLUCOES
           PERFORM CARREGAR-PERIODOS-506
           PERFORM CARREGAR-MESTRE-506
           PERFORM CARREGAR-SEMANAL
           PERFORM MARCAR-ATIVO
               VARYING IX-VD FROM 1 BY 1 UNTIL IX-VD > QTD-VENDEDORES
           PERFORM CLASSIFICAR-NO-DEPTO
               VARYING IX-VD FROM 1 BY 1 UNTIL IX-VD > QTD-VENDEDORES
           OPEN OUTPUT RELAT-PAINEL
           PERFORM ESCREVER-CABECALHO
           PERFORM IMPRIMIR-PROXIMO
               VARYING WS-ORDEM FROM 1 BY 1
               UNTIL WS-ORDEM > QTD-VENDEDORES
           PERFORM ESCREVER-TOTAIS
           CLOSE RELAT-PAINEL
           DISPLAY 'PAINEL DE VENDEDORES ' MS-ANOMES(1) ': '
               QTD-IMPRESSOS ' VENDEDORES'
           STOP RUN.

      ******************************************************************
      * o mes do painel e os tres meses anteriores, base da tendencia.
      ******************************************************************
       DEFINIR-MESES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF
           MOVE WS-DATA-OFICIAL(1:6) TO WS-ANOMES-MOVIMENTO
           MOVE WS-ANOMES-MOVIMENTO TO WS-ANOMES-CALC
           MOVE SPACES TO WS-PAINEL-MES-ENV
           ACCEPT WS-PAINEL-MES-ENV FROM ENVIRONMENT 'PAINEL-MES'
           IF WS-PAINEL-MES-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PAINEL-MES-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PAINEL-MES-ENV)
                   TO WS-ANOMES-CALC
           END-IF
           MOVE WS-ANOMES-CALC TO MS-ANOMES(1)
           MOVE 0 TO MS-SEMANAS(1)
           PERFORM RECUAR-MES
               VARYING WS-MS FROM 2 BY 1 UNTIL WS-MS > 4.

       RECUAR-MES.
           IF WS-MES-CALC = 1
               SUBTRACT 1 FROM WS-ANO-CALC
               MOVE 12 TO WS-MES-CALC
           ELSE
               SUBTRACT 1 FROM WS-MES-CALC
           END-IF
           MOVE WS-ANOMES-CALC TO MS-ANOMES(WS-MS)
           MOVE 0 TO MS-SEMANAS(WS-MS).

      ******************************************************************
      * posicao (1 a 4) do mes em WS-ANOMES-BUSCA; zero = fora do
      * painel.
      ******************************************************************
       LOCALIZAR-MES.
           MOVE 0 TO WS-MS-ACHADO
           PERFORM COMPARAR-MES
               VARYING WS-MS FROM 1 BY 1 UNTIL WS-MS > 4.

       COMPARAR-MES.
           IF MS-ANOMES(WS-MS) = WS-ANOMES-BUSCA
               MOVE WS-MS TO WS-MS-ACHADO
           END-IF.

      ******************************************************************
      * o cadastro compartilhado e a chave do painel: sem ele nao ha
      * como casar as fontes.
      ******************************************************************
       CARREGAR-CADASTRO.
           OPEN INPUT CADASTRO-VENDEDORES
           IF WS-STATUS-CAD-VEND NOT = '00'
               DISPLAY 'CADASTRO-VENDEDORES.TXT AUSENTE, '
                   'IMPOSSIVEL MONTAR O PAINEL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-CADASTRO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE CADASTRO-VENDEDORES.

       LER-CADASTRO.
           READ CADASTRO-VENDEDORES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE CODIGO-CAD-IN TO WS-CODIGO-BUSCA
                   PERFORM LOCALIZAR-VENDEDOR
                   IF VENDEDOR-LOCALIZADO
                       MOVE NOME-CAD-IN TO VD-NOME(IX-VD)
                       MOVE REGIAO-CAD-IN TO VD-REGIAO(IX-VD)
                       MOVE DEPTO-CAD-IN TO VD-DEPTO(IX-VD)
                       MOVE STATUS-CAD-IN TO VD-STATUS(IX-VD)
                       MOVE 'S' TO VD-NO-CADASTRO(IX-VD)
                   END-IF
           END-READ.

      ******************************************************************
      * acha o vendedor de WS-CODIGO-BUSCA na tabela, incluindo-o
      * (como fora do cadastro) na primeira vez que aparece.
      ******************************************************************
       LOCALIZAR-VENDEDOR.
           MOVE 'N' TO WS-FLAG-VENDEDOR
           SET IX-VD TO 1
           SEARCH VENDEDOR-TAB
               AT END
                   DISPLAY 'TABELA DE VENDEDORES CHEIA, CODIGO '
                       'IGNORADO: ' WS-CODIGO-BUSCA
               WHEN IX-VD > QTD-VENDEDORES
                   ADD 1 TO QTD-VENDEDORES
                   INITIALIZE VENDEDOR-TAB(IX-VD)
                   MOVE WS-CODIGO-BUSCA TO VD-CODIGO(IX-VD)
                   MOVE '(FORA DO CADASTRO)' TO VD-NOME(IX-VD)
                   MOVE 'N' TO VD-NO-CADASTRO(IX-VD)
                   SET VENDEDOR-LOCALIZADO TO TRUE
               WHEN VD-CODIGO(IX-VD) = WS-CODIGO-BUSCA
                   SET VENDEDOR-LOCALIZADO TO TRUE
           END-SEARCH.

       CARREGAR-DE-PARA.
           OPEN INPUT TAB-DE-PARA
           IF WS-STATUS-DEPARA = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM LER-DE-PARA UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE TAB-DE-PARA
           END-IF.

       LER-DE-PARA.
           READ TAB-DE-PARA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF QTD-DE-PARA < 99
                       ADD 1 TO QTD-DE-PARA
                       MOVE NR-DE-IN TO NR-DE-TAB(QTD-DE-PARA)
                       MOVE CODIGO-PARA-IN
                           TO CODIGO-PARA-TAB(QTD-DE-PARA)
                   END-IF
           END-READ.

      ******************************************************************
      * totais mensais de PAGINA-350: o 'H' abre uma execucao e zera
      * o mes dela, de modo que a reexecucao do mesmo mes prevalece
      * pela ultima; o codigo de 3 posicoes vira '00' + codigo.
      ******************************************************************
       CARREGAR-HISTORICO-MENSAL.
           OPEN INPUT ARQ-HISTORICO
           IF WS-STATUS-HIST NOT = '00'
               DISPLAY 'HISTORICO-MENSAL.TXT AUSENTE, PAINEL SEM '
                   'VENDAS DO MES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-HISTORICO-MENSAL UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE ARQ-HISTORICO.

       LER-HISTORICO-MENSAL.
           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE ANOMES-HIST TO WS-ANOMES-BUSCA
                   PERFORM LOCALIZAR-MES
                   IF WS-MS-ACHADO > 0
                       IF TIPO-HIST = 'H'
                           PERFORM ZERAR-VENDAS-MES
                               VARYING IX-VD FROM 1 BY 1
                               UNTIL IX-VD > QTD-VENDEDORES
                       END-IF
                       IF TIPO-HIST = 'V'
                           PERFORM SOMAR-VENDA-MENSAL
                       END-IF
                   END-IF
           END-READ.

       ZERAR-VENDAS-MES.
           MOVE 0 TO VD-VENDAS(IX-VD, WS-MS-ACHADO).

       SOMAR-VENDA-MENSAL.
           MOVE SPACES TO WS-CODIGO-BUSCA
           STRING '00' DELIMITED BY SIZE
                  NRVEND-HIST DELIMITED BY SIZE
               INTO WS-CODIGO-BUSCA
           PERFORM LOCALIZAR-VENDEDOR
           IF VENDEDOR-LOCALIZADO
               ADD VALOR-HIST TO VD-VENDAS(IX-VD, WS-MS-ACHADO)
               IF VD-NO-CADASTRO(IX-VD) = 'N'
                       AND VD-REGIAO(IX-VD) = SPACES
                   MOVE REGIAO-HIST TO VD-REGIAO(IX-VD)
                   MOVE DEPT-HIST TO VD-DEPTO(IX-VD)
               END-IF
           END-IF.

      ******************************************************************
      * quota mensal vigente de cada vendedor (somada, se o vendedor
      * tiver quota em mais de uma regiao/dept).
      ******************************************************************
       CARREGAR-QUOTAS.
           OPEN INPUT ARQ-QUOTAS
           IF WS-STATUS-QUOTAS NOT = '00'
               DISPLAY 'QUOTAS.TXT AUSENTE, PAINEL SEM ATINGIMENTO '
                   'DE QUOTA'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-QUOTA UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE ARQ-QUOTAS.

       LER-QUOTA.
           READ ARQ-QUOTAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES TO WS-CODIGO-BUSCA
                   STRING '00' DELIMITED BY SIZE
                          NRVEND-QUOTA-IN DELIMITED BY SIZE
                       INTO WS-CODIGO-BUSCA
                   PERFORM LOCALIZAR-VENDEDOR
                   IF VENDEDOR-LOCALIZADO
                       ADD VLR-QUOTA-IN TO VD-QUOTA(IX-VD)
                   END-IF
           END-READ.

      ******************************************************************
      * vendas brutas e devolucoes de PAGE-461 por mes; o numero de 2
      * digitos passa pelo de-para e, sem traducao, vira '000' +
      * numero, como o proprio PAGE-461 consulta o cadastro.
      ******************************************************************
       CARREGAR-DEVOLUCOES.
           OPEN INPUT HISTORICO-DEVOLUCOES
           IF WS-STATUS-DEVOL NOT = '00'
               DISPLAY 'HISTORICO-DEVOLUCOES-461.TXT AUSENTE, PAINEL '
                   'SEM TAXA DE DEVOLUCAO'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-DEVOLUCAO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE HISTORICO-DEVOLUCOES.

       LER-DEVOLUCAO.
           READ HISTORICO-DEVOLUCOES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE HD-ANOMES TO WS-ANOMES-BUSCA
                   PERFORM LOCALIZAR-MES
                   IF WS-MS-ACHADO > 0
                       PERFORM SOMAR-DEVOLUCAO
                   END-IF
           END-READ.

       SOMAR-DEVOLUCAO.
           MOVE SPACES TO WS-CODIGO-BUSCA
           STRING '000' DELIMITED BY SIZE
                  HD-NR-VENDEDOR DELIMITED BY SIZE
               INTO WS-CODIGO-BUSCA
           SET IX-DP TO 1
           SEARCH DE-PARA
               AT END
                   CONTINUE
               WHEN IX-DP > QTD-DE-PARA
                   CONTINUE
               WHEN NR-DE-TAB(IX-DP) = HD-NR-VENDEDOR
                   MOVE CODIGO-PARA-TAB(IX-DP) TO WS-CODIGO-BUSCA
           END-SEARCH
           PERFORM LOCALIZAR-VENDEDOR
           IF VENDEDOR-LOCALIZADO
               ADD HD-VENDAS-BRUTAS
                   TO VD-VENDAS-BRUTAS(IX-VD, WS-MS-ACHADO)
               ADD HD-DEVOLUCOES
                   TO VD-DEVOLUCOES(IX-VD, WS-MS-ACHADO)
           END-IF.

      ******************************************************************
      * comissao de PAGE-506 pelos periodos fechados do historico.
      ******************************************************************
       CARREGAR-PERIODOS-506.
           OPEN INPUT HISTORICO-PERIODOS
           IF WS-STATUS-PERIODOS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-PERIODO UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE HISTORICO-PERIODOS.

       LER-PERIODO.
           READ HISTORICO-PERIODOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE HP-PERIODO TO WS-ANOMES-BUSCA
                   PERFORM LOCALIZAR-MES
                   IF WS-MS-ACHADO > 0
                       MOVE HP-VENDEDOR TO WS-CODIGO-BUSCA
                       PERFORM LOCALIZAR-VENDEDOR
                       IF VENDEDOR-LOCALIZADO
                           ADD HP-COMISSAO
                               TO VD-COMISSAO(IX-VD, WS-MS-ACHADO)
                           MOVE 'S' TO
                               VD-PERIODO-FECHADO(IX-VD, WS-MS-ACHADO)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * o periodo ainda aberto no mestre de PAGE-506 e o do mes do
      * movimento: sua comissao vale para esse mes, se ele ainda nao
      * tiver sido fechado no historico.
      ******************************************************************
       CARREGAR-MESTRE-506.
           MOVE WS-ANOMES-MOVIMENTO TO WS-ANOMES-BUSCA
           PERFORM LOCALIZAR-MES
           IF WS-MS-ACHADO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MESTRE-VENDAS
           IF WS-STATUS-MESTRE NOT = '00'
               DISPLAY 'MESTRE-VENDAS.IDX INACESSIVEL (STATUS '
                   WS-STATUS-MESTRE ') - COMISSAO DO PERIODO ABERTO '
                   'FORA DO PAINEL'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO NR-VENDEDOR
           START MESTRE-VENDAS KEY NOT < NR-VENDEDOR
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM LER-MESTRE UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE MESTRE-VENDAS.

       LER-MESTRE.
           READ MESTRE-VENDAS NEXT
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF COMISSAO OF VALORES-PER-ATUAL > 0
                       MOVE NR-VENDEDOR TO WS-CODIGO-BUSCA
                       PERFORM LOCALIZAR-VENDEDOR
                       IF VENDEDOR-LOCALIZADO
                         AND VD-PERIODO-FECHADO(IX-VD, WS-MS-ACHADO)
                               NOT = 'S'
                           ADD COMISSAO OF VALORES-PER-ATUAL
                               TO VD-COMISSAO(IX-VD, WS-MS-ACHADO)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * numeros semanais de PAGE-367. a semana e numerada no ano
      * ((dia do ano - 1) / 7 + 1) e vai para o mes do seu primeiro
      * dia, no ano do painel; semana que cairia depois do mes do
      * painel e do ano anterior.
      ******************************************************************
       CARREGAR-SEMANAL.
           OPEN INPUT HISTORICO-SEMANAL
           IF WS-STATUS-SEMANAL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM LER-SEMANAL UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE HISTORICO-SEMANAL.

       LER-SEMANAL.
           READ HISTORICO-SEMANAL
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   EVALUATE REG-SEMANAL-IN(1:1)
                       WHEN 'S'
                           MOVE REG-SEMANAL-IN TO WS-LINHA-S
                           PERFORM CONTAR-SEMANA
                       WHEN 'V'
                           MOVE REG-SEMANAL-IN TO WS-LINHA-V
                           PERFORM SOMAR-SEMANA-VENDEDOR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       MES-DA-SEMANA.
           MOVE MS-ANOMES(1) TO WS-ANOMES-CALC
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-ANO-CALC * 10000 + 101)
               + (WS-ANOMES-BUSCA - 1) * 7
           COMPUTE WS-DATA-SEMANA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO)
           MOVE WS-DATA-SEMANA(1:6) TO WS-ANOMES-BUSCA
           IF WS-ANOMES-BUSCA > MS-ANOMES(1)
               SUBTRACT 100 FROM WS-ANOMES-BUSCA
           END-IF
           PERFORM LOCALIZAR-MES.

       CONTAR-SEMANA.
           IF WLS-SEMANA < 1 OR WLS-SEMANA > 53
               EXIT PARAGRAPH
           END-IF
           IF SEMANA-VISTA(WLS-SEMANA) = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO SEMANA-VISTA(WLS-SEMANA)
           MOVE WLS-SEMANA TO WS-ANOMES-BUSCA
           PERFORM MES-DA-SEMANA
           IF WS-MS-ACHADO > 0
               ADD 1 TO MS-SEMANAS(WS-MS-ACHADO)
           END-IF.

       SOMAR-SEMANA-VENDEDOR.
           IF WLV-SEMANA < 1 OR WLV-SEMANA > 53
               EXIT PARAGRAPH
           END-IF
           MOVE WLV-SEMANA TO WS-ANOMES-BUSCA
           PERFORM MES-DA-SEMANA
           IF WS-MS-ACHADO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CODIGO-BUSCA
           STRING '00' DELIMITED BY SIZE
                  WLV-VENDEDOR DELIMITED BY SIZE
               INTO WS-CODIGO-BUSCA
           PERFORM LOCALIZAR-VENDEDOR
           IF VENDEDOR-LOCALIZADO
               ADD WLV-TOTAL
                   TO VD-VENDAS-SEMANAIS(IX-VD, WS-MS-ACHADO)
           END-IF.

      ******************************************************************
      * entra no painel o vendedor com movimento em qualquer dos
      * quatro meses, ou ativo no cadastro com quota definida.
      ******************************************************************
       MARCAR-ATIVO.
           MOVE 'N' TO VD-ATIVO(IX-VD)
           MOVE 'N' TO VD-IMPRESSO(IX-VD)
           IF VD-QUOTA(IX-VD) > 0 AND VD-STATUS(IX-VD) NOT = 'I'
               MOVE 'S' TO VD-ATIVO(IX-VD)
           END-IF
           PERFORM VERIFICAR-MOVIMENTO-MES
               VARYING WS-MS FROM 1 BY 1 UNTIL WS-MS > 4.

       VERIFICAR-MOVIMENTO-MES.
           IF VD-VENDAS(IX-VD, WS-MS) > 0
                   OR VD-VENDAS-SEMANAIS(IX-VD, WS-MS) > 0
                   OR VD-VENDAS-BRUTAS(IX-VD, WS-MS) > 0
                   OR VD-DEVOLUCOES(IX-VD, WS-MS) > 0
                   OR VD-COMISSAO(IX-VD, WS-MS) > 0
               MOVE 'S' TO VD-ATIVO(IX-VD)
           END-IF.

      ******************************************************************
      * posicao do vendedor no seu departamento (regiao + dept) pelas
      * vendas do mes do painel: um mais o numero de colegas do
      * departamento que venderam mais.
      ******************************************************************
       CLASSIFICAR-NO-DEPTO.
           MOVE 1 TO VD-RANK(IX-VD)
           IF VD-ATIVO(IX-VD) = 'S'
               PERFORM CONTAR-ACIMA
                   VARYING IX-V2 FROM 1 BY 1
                   UNTIL IX-V2 > QTD-VENDEDORES
           END-IF.

       CONTAR-ACIMA.
           IF VD-ATIVO(IX-V2) = 'S'
                   AND VD-REGIAO(IX-V2) = VD-REGIAO(IX-VD)
                   AND VD-DEPTO(IX-V2) = VD-DEPTO(IX-VD)
                   AND VD-VENDAS(IX-V2, 1) > VD-VENDAS(IX-VD, 1)
               ADD 1 TO VD-RANK(IX-VD)
           END-IF.

       ESCREVER-CABECALHO.
           MOVE MS-ANOMES(1) TO WS-ANOMES-CALC
           MOVE WS-MES-CALC TO CP-MES
           MOVE WS-ANO-CALC TO CP-ANO
           PERFORM EDITAR-MES-BASE
               VARYING WS-MS FROM 2 BY 1 UNTIL WS-MS > 4
           WRITE REG-PAINEL-OUT FROM CABECALHO-PAINEL-1
           WRITE REG-PAINEL-OUT FROM CABECALHO-PAINEL-2
               AFTER ADVANCING 2 LINES.

       EDITAR-MES-BASE.
           MOVE MS-ANOMES(WS-MS) TO WS-ANOMES-CALC
           MOVE WS-MES-CALC TO CP-BASE-MES(WS-MS - 1)
           MOVE WS-ANO-CALC TO CP-BASE-ANO(WS-MS - 1).

      ******************************************************************
      * imprime, entre os vendedores do painel ainda nao impressos, o
      * de menor chave regiao + dept + posicao + codigo, abrindo o
      * departamento quando ele muda.
      ******************************************************************
       IMPRIMIR-PROXIMO.
           MOVE HIGH-VALUES TO WS-CHAVE-MENOR
           SET IX-V2 TO 1
           PERFORM ACHAR-MENOR-CHAVE
               VARYING IX-VD FROM 1 BY 1 UNTIL IX-VD > QTD-VENDEDORES
           IF WS-CHAVE-MENOR = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           SET IX-VD TO IX-V2
           MOVE 'S' TO VD-IMPRESSO(IX-VD)
           IF WS-CHAVE-MENOR(1:4) NOT = WS-DEPTO-IMPRESSO
               MOVE WS-CHAVE-MENOR(1:4) TO WS-DEPTO-IMPRESSO
               MOVE VD-REGIAO(IX-VD) TO LDP-REGIAO
               MOVE VD-DEPTO(IX-VD) TO LDP-DEPTO
               WRITE REG-PAINEL-OUT FROM LINHA-DEPTO
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM IMPRIMIR-VENDEDOR.

       ACHAR-MENOR-CHAVE.
           IF VD-ATIVO(IX-VD) = 'S' AND VD-IMPRESSO(IX-VD) = 'N'
               MOVE VD-REGIAO(IX-VD) TO WS-CHAVE-ATUAL(1:2)
               MOVE VD-DEPTO(IX-VD) TO WS-CHAVE-ATUAL(3:2)
               MOVE VD-RANK(IX-VD) TO WS-CHAVE-ATUAL(5:3)
               MOVE VD-CODIGO(IX-VD) TO WS-CHAVE-ATUAL(8:5)
               IF WS-CHAVE-ATUAL < WS-CHAVE-MENOR
                   MOVE WS-CHAVE-ATUAL TO WS-CHAVE-MENOR
                   SET IX-V2 TO IX-VD
               END-IF
           END-IF.

       IMPRIMIR-VENDEDOR.
           MOVE SPACES TO LINHA-VENDEDOR
           MOVE VD-CODIGO(IX-VD) TO LV-CODIGO
           MOVE VD-NOME(IX-VD) TO LV-NOME
           MOVE VD-VENDAS(IX-VD, 1) TO LV-VENDAS
           MOVE VD-QUOTA(IX-VD) TO LV-QUOTA
           IF VD-QUOTA(IX-VD) > 0
               COMPUTE WS-ATINGIMENTO ROUNDED =
                   VD-VENDAS(IX-VD, 1) * 100 / VD-QUOTA(IX-VD)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ATINGIMENTO
               END-COMPUTE
               MOVE WS-ATINGIMENTO TO LV-ATINGIMENTO
           END-IF
           IF VD-VENDAS-BRUTAS(IX-VD, 1) > 0
               COMPUTE WS-TAXA-DEVOLUCAO ROUNDED =
                   VD-DEVOLUCOES(IX-VD, 1) * 100
                   / VD-VENDAS-BRUTAS(IX-VD, 1)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TAXA-DEVOLUCAO
               END-COMPUTE
               MOVE WS-TAXA-DEVOLUCAO TO LV-TAXA-DEVOLUCAO
           END-IF
           MOVE VD-COMISSAO(IX-VD, 1) TO LV-COMISSAO
           IF MS-SEMANAS(1) > 0
               COMPUTE WS-MEDIA-SEMANAL ROUNDED =
                   VD-VENDAS-SEMANAIS(IX-VD, 1) / MS-SEMANAS(1)
               MOVE WS-MEDIA-SEMANAL TO LV-MEDIA-SEMANAL
           END-IF
           MOVE VD-RANK(IX-VD) TO LV-RANK
           PERFORM CALCULAR-TENDENCIA
           WRITE REG-PAINEL-OUT FROM LINHA-VENDEDOR
               AFTER ADVANCING 1 LINE
           ADD 1 TO QTD-IMPRESSOS
           IF VD-NO-CADASTRO(IX-VD) = 'N'
               ADD 1 TO QTD-FORA-CADASTRO
           END-IF
           ADD VD-VENDAS(IX-VD, 1) TO TOTAL-VENDAS
           ADD VD-QUOTA(IX-VD) TO TOTAL-QUOTA
           ADD VD-COMISSAO(IX-VD, 1) TO TOTAL-COMISSAO.

      ******************************************************************
      * tendencia: vendas do mes contra a media dos meses anteriores
      * (ate tres) em que o vendedor vendeu; sem base, 'SEM BASE'.
      ******************************************************************
       CALCULAR-TENDENCIA.
           MOVE 0 TO WS-SOMA-BASE
           MOVE 0 TO WS-MESES-BASE
           PERFORM SOMAR-MES-BASE
               VARYING WS-MS FROM 2 BY 1 UNTIL WS-MS > 4
           IF WS-MESES-BASE = 0
               MOVE 'SEM BASE' TO LV-TENDENCIA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEDIA-BASE ROUNDED =
               WS-SOMA-BASE / WS-MESES-BASE
           MOVE WS-MEDIA-BASE TO LV-MEDIA-BASE
           COMPUTE WS-TENDENCIA ROUNDED =
               (VD-VENDAS(IX-VD, 1) - WS-MEDIA-BASE) * 100
               / WS-MEDIA-BASE
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-TENDENCIA
           END-COMPUTE
           MOVE WS-TENDENCIA TO WS-TENDENCIA-NUM
           MOVE WS-TENDENCIA-ED TO LV-TENDENCIA.

       SOMAR-MES-BASE.
           IF VD-VENDAS(IX-VD, WS-MS) > 0
               ADD VD-VENDAS(IX-VD, WS-MS) TO WS-SOMA-BASE
               ADD 1 TO WS-MESES-BASE
           END-IF.

       ESCREVER-TOTAIS.
           MOVE 'TOTAL DE VENDAS DO MES:         ' TO LT-ROTULO
           MOVE TOTAL-VENDAS TO LT-VALOR
           WRITE REG-PAINEL-OUT FROM LINHA-TOTAL-PAINEL
               AFTER ADVANCING 3 LINES
           MOVE 'TOTAL DAS QUOTAS:               ' TO LT-ROTULO
           MOVE TOTAL-QUOTA TO LT-VALOR
           WRITE REG-PAINEL-OUT FROM LINHA-TOTAL-PAINEL
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DE COMISSAO DO MES:       ' TO LT-ROTULO
           MOVE TOTAL-COMISSAO TO LT-VALOR
           WRITE REG-PAINEL-OUT FROM LINHA-TOTAL-PAINEL
               AFTER ADVANCING 1 LINE
           MOVE 'VENDEDORES NO PAINEL:           ' TO LC-ROTULO
           MOVE QTD-IMPRESSOS TO LC-VALOR
           WRITE REG-PAINEL-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 2 LINES
           MOVE 'CODIGOS FORA DO CADASTRO:       ' TO LC-ROTULO
           MOVE QTD-FORA-CADASTRO TO LC-VALOR
           WRITE REG-PAINEL-OUT FROM LINHA-CONTAGEM
               AFTER ADVANCING 1 LINE.

       END PROGRAM PAINEL-VENDEDORES.
