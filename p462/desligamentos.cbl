      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Propagates the terminations stamped by RESCISAO in
      *          ARQ-SALARIO.CBDB to the rest of the shop: on and
      *          after the termination date, the linked vendor
      *          (TAB-DE-PARA-EMPREGADO.TXT to TAB-DE-PARA-VENDEDOR.TXT
      *          to CADASTRO-VENDEDORES.TXT) and the linked register
      *          operator (TAB-DE-PARA-OPERADOR.TXT, through its
      *          commission vendor and TAB-DE-PARA-EMPREGADO.TXT, to
      *          OPERADORES.TXT)
      *          are made inactive, each change going to the shared
      *          trail through REGISTRO-ALTERACAO. Then lists, as
      *          the daily exceptions report, every terminated
      *          employee still found after that date on a sale
      *          (TRANS-VENDAS.CBDB), on the register log
      *          (LOG-TRANSACOES.TXT, sign-on and authorizations) or
      *          on a bank credit (PAGAMENTO-BANCO,
      *          PAGAMENTO-ADIANTAMENTO and PAGAMENTO-BANCO-13). Called
      *          by RESCISAO right after the termination and run by
      *          DRIVER-NOTURNO every night
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPAGA-DEMISSOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
      * traducao do numero de vendedor (2 digitos) para o numero de
      * empregado da folha, a mesma lida por PAGE-462.
       SELECT TAB-DE-PARA-EMPREGADO
           ASSIGN TO '.\TAB-DE-PARA-EMPREGADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARA-EMP.
      * traducao do numero de vendedor (2 digitos) para o codigo do
      * cadastro de vendedores (5 posicoes), mantida por
      * CADASTRO-DE-PARA.
       SELECT TAB-DE-PARA-VENDEDOR
           ASSIGN TO '.\TAB-DE-PARA-VENDEDOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARA-VEND.
      * traducao do codigo de operador do caixa para o vendedor da
      * comissao, a mesma lida por PONTE-209-367 e ESTORNO-COMISSAO;
      * o empregado sai de TAB-DE-PARA-EMPREGADO. operador sem linha
      * aqui ou sem vendedor vinculado a folha (um temporario, um
      * codigo de teste) nao e tocado pelo desligamento.
       SELECT TAB-DE-PARA-OPERADOR
           ASSIGN TO '.\TAB-DE-PARA-OPERADOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARA-OPER.
       SELECT CADASTRO-VENDEDORES
           ASSIGN TO '.\CADASTRO-VENDEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDEDORES.
       SELECT OPERADORES-ARQ
           ASSIGN TO '.\OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPERADORES.
      * vendas do dia de movimento, no leiaute de PAGE-461.
       SELECT TRANS-VENDAS
           ASSIGN TO '.\TRANS-VENDAS.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDAS.
       SELECT LOG-TRANSACOES
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * os creditos bancarios da folha, do adiantamento e do decimo
      * terceiro tem o mesmo leiaute de detalhe; o nome e montado em
      * tempo de execucao. o credito da propria rescisao fica de fora.
       SELECT ARQ-PAGAMENTO
           ASSIGN TO WS-PAGAMENTO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAMENTO.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT RELAT-DESLIGADOS
           ASSIGN TO '.\EXCECOES-DESLIGADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute de PAGE-462, com a data de demissao no fim.
       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-ARQ.
           05 NR-EMPREGADO-ARQ PIC 9(5).
           05 NOME-EMPREGADO-ARQ PIC X(20).
           05 DEPTO-ARQ PIC XX.
           05 SALARIO-ANUAL-ARQ PIC 9(5).
           05 DATA-ADMISSAO-ARQ PIC 9(8).
           05 NR-DEPENDENTES-ARQ PIC 99.
           05 DATA-DEMISSAO-ARQ PIC 9(8).

       FD TAB-DE-PARA-EMPREGADO LABEL RECORDS ARE STANDARD.
       01 REG-DEPARA-EMP-IN.
           05 VENDEDOR-DE-IN PIC 99.
           05 PIC X.
           05 EMPREGADO-PARA-IN PIC 9(5).

       FD TAB-DE-PARA-VENDEDOR LABEL RECORDS ARE STANDARD.
       01 REG-DEPARA-VEND-IN.
           05 NR-DE-IN PIC 99.
           05 PIC X.
           05 CODIGO-PARA-IN PIC X(5).

      * mesmo leiaute de PONTE-209-367 e ESTORNO-COMISSAO.
       FD TAB-DE-PARA-OPERADOR LABEL RECORDS ARE STANDARD.
       01 REG-DEPARA-OPER-IN.
           05 OPERADOR-DE-IN PIC X(5).
           05 PIC X.
           05 VENDEDOR-PARA-IN PIC XXX.
           05 PIC X.
           05 FILIAL-PARA-IN PIC 99.
           05 PIC X.
           05 VENDEDOR-COMISSAO-IN PIC XX.

      * mesmo leiaute de CADASTRO-VENDEDORES.
       FD CADASTRO-VENDEDORES LABEL RECORDS ARE STANDARD.
       01 REG-VENDEDOR-ARQ.
           05 CODIGO-VEND-ARQ PIC X(5).
           05 NOME-VEND-ARQ PIC X(20).
           05 REGIAO-VEND-ARQ PIC XX.
           05 DEPTO-VEND-ARQ PIC XX.
           05 STATUS-VEND-ARQ PIC X.

      * mesmo leiaute de CADASTRO-OPERADORES.
       FD OPERADORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-OPERADOR-ARQ.
           05 CODIGO-OPER-ARQ PIC X(5).
           05 NOME-OPER-ARQ PIC X(20).
           05 SENHA-OPER-ARQ PIC X(5).
           05 NIVEL-OPER-ARQ PIC X.
           05 STATUS-OPER-ARQ PIC X.

       FD TRANS-VENDAS LABEL RECORDS ARE STANDARD.
       01 REG-VENDAS-IN.
           05 NR-VENDEDOR-IN PIC 99.
           05 NOME-VENDEDOR-IN PIC X(20).
           05 VLR-VENDAS-IN PIC 999V99.
           05 TIPO-VENDA-IN PIC X.

      * a mesma largura de colunas gravada por CALC4, lida como texto.
       FD LOG-TRANSACOES LABEL RECORDS ARE STANDARD.
       01 REG-LOG-IN.
           05 PIC X(97).
           05 PIC X.
           05 LOG-OPERADOR-X PIC X(5).
           05 PIC X.
           05 LOG-ESTORNO-X PIC X.
           05 PIC X.
           05 LOG-DATA-X PIC X(8).
           05 PIC X(33).

       FD ARQ-PAGAMENTO LABEL RECORDS ARE STANDARD.
       01 REG-PAGAMENTO-IN.
           05 PGTO-NR-EMPREGADO-X PIC X(5).
           05 PGTO-NR-EMPREGADO REDEFINES PGTO-NR-EMPREGADO-X
               PIC 9(5).
           05 PIC X.
           05 PGTO-NOME PIC X(20).
           05 PIC X.
           05 PGTO-VALOR PIC 9(7)V99.
           05 PIC X.
           05 PGTO-DATA PIC 9(8).
           05 PIC X(21).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD RELAT-DESLIGADOS LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-DEPARA-EMP PIC XX.
       01 WS-STATUS-DEPARA-VEND PIC XX.
       01 WS-STATUS-DEPARA-OPER PIC XX.
       01 WS-STATUS-VENDEDORES PIC XX.
       01 WS-STATUS-OPERADORES PIC XX.
       01 WS-STATUS-VENDAS PIC XX.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-PAGAMENTO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PAGAMENTO-PATH PIC X(40) VALUE SPACES.
       01 WS-IX-PAGAMENTO PIC 9.
       01 WS-EMPREGADO-BUSCA PIC 9(5) VALUE 0.
       01 WS-OPERADOR-BUSCA PIC X(5) VALUE SPACES.
       01 WS-DATA-LOG PIC 9(8) VALUE 0.
       01 WS-FLAG-DEMITIDO PIC X VALUE 'N'.
           88 EMPREGADO-DEMITIDO VALUE 'S'.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 VINCULO-ACHADO VALUE 'S'.
       01 WS-FLAG-VEND-ALTERADO PIC X VALUE 'N'.
           88 VENDEDORES-ALTERADOS VALUE 'S'.
       01 WS-FLAG-OPER-ALTERADO PIC X VALUE 'N'.
           88 OPERADORES-ALTERADOS VALUE 'S'.

       01 WS-CONTAGEM-DEMITIDOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-VEND-INATIVADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-OPER-INATIVADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-EXC-VENDAS PIC 9(5) VALUE 0.

      * parametros de REGISTRO-ALTERACAO: a inativacao vai para a
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25).
           05 ALT-PROGRAMA PIC X(25) VALUE 'PROPAGA-DEMISSOES'.
           05 ALT-OPERADOR PIC X(5) VALUE 'LOTE'.
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15) VALUE 'STATUS'.
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).
       01 WS-CONTAGEM-EXC-LOG PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-EXC-PAGAMENTOS PIC 9(5) VALUE 0.

      * empregados com data de demissao no cadastro da folha.
       01 WS-TAB-DEMITIDOS.
           05 QTD-DEMITIDOS PIC 9(4) VALUE 0.
           05 DEMITIDO-TAB OCCURS 500 TIMES INDEXED BY IX-DM.
               10 DM-NR PIC 9(5).
               10 DM-NOME PIC X(20).
               10 DM-DEMISSAO PIC 9(8).
       01 WS-TAB-DEPARA-EMP.
           05 QTD-DEPARA-EMP PIC 99 VALUE 0.
           05 DEPARA-EMP OCCURS 99 TIMES INDEXED BY IX-DE.
               10 DE-VENDEDOR PIC 99.
               10 DE-EMPREGADO PIC 9(5).
       01 WS-TAB-DEPARA-VEND.
           05 QTD-DEPARA-VEND PIC 99 VALUE 0.
           05 DEPARA-VEND OCCURS 99 TIMES INDEXED BY IX-DV.
               10 DV-NR PIC 99.
               10 DV-CODIGO PIC X(5).
      * por operador vinculado, as linhas do log gravadas depois da
      * demissao (quantidade, primeira e ultima data).
       01 WS-TAB-DEPARA-OPER.
           05 QTD-DEPARA-OPER PIC 99 VALUE 0.
           05 DEPARA-OPER OCCURS 99 TIMES INDEXED BY IX-DO.
               10 DO-OPERADOR PIC X(5).
               10 DO-EMPREGADO PIC 9(5).
               10 DO-QTD-LOG PIC 9(5).
               10 DO-PRIMEIRA PIC 9(8).
               10 DO-ULTIMA PIC 9(8).
      * os dois cadastros inteiros em memoria, para a regravacao.
       01 WS-TAB-VENDEDORES.
           05 QTD-VENDEDORES PIC 999 VALUE 0.
           05 VENDEDOR-TAB OCCURS 200 TIMES INDEXED BY IX-VD.
               10 VD-REGISTRO PIC X(30).
       01 WS-TAB-OPERADORES.
           05 QTD-OPERADORES PIC 999 VALUE 0.
           05 OPERADOR-TAB OCCURS 50 TIMES INDEXED BY IX-OP.
               10 OP-REGISTRO PIC X(32).

       01 CABECALHO-DESLIGADOS.
           05 PIC X(46) VALUE
               '# DESLIGAMENTOS PROPAGADOS E EXCECOES - DATA '.
           05 CAB-DATA PIC 9(8).
       01 LINHA-INATIVADO.
           05 LI-TIPO PIC X(10).
           05 LI-CODIGO PIC X(5).
           05 PIC X(23) VALUE ' INATIVADO - EMPREGADO '.
           05 LI-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 LI-NOME PIC X(20).
           05 PIC X(13) VALUE ' DEMITIDO EM '.
           05 LI-DEMISSAO PIC 9(8).
       01 LINHA-EXC-VENDA.
           05 PIC X(22) VALUE 'VENDA APOS DEMISSAO   '.
           05 PIC X(9) VALUE 'VENDEDOR '.
           05 LV-VENDEDOR PIC 99.
           05 PIC X(6) VALUE ' TIPO '.
           05 LV-TIPO PIC X.
           05 PIC X(7) VALUE ' VALOR '.
           05 LV-VALOR PIC ZZ9.99.
           05 PIC X(11) VALUE ' EMPREGADO '.
           05 LV-EMPREGADO PIC 9(5).
           05 PIC X(13) VALUE ' DEMITIDO EM '.
           05 LV-DEMISSAO PIC 9(8).
       01 LINHA-EXC-LOG.
           05 PIC X(22) VALUE 'CAIXA APOS DEMISSAO   '.
           05 PIC X(9) VALUE 'OPERADOR '.
           05 LL-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 LL-QTD PIC ZZZZ9.
           05 PIC X(17) VALUE ' LINHAS NO LOG DE'.
           05 PIC X VALUE SPACE.
           05 LL-PRIMEIRA PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 LL-ULTIMA PIC 9(8).
           05 PIC X(11) VALUE ' EMPREGADO '.
           05 LL-EMPREGADO PIC 9(5).
       01 LINHA-EXC-PAGAMENTO.
           05 PIC X(22) VALUE 'CREDITO APOS DEMISSAO '.
           05 LP-ARQUIVO PIC X(27).
           05 LP-EMPREGADO PIC 9(5).
           05 PIC X(6) VALUE ' DATA '.
           05 LP-DATA PIC 9(8).
           05 PIC X(7) VALUE ' VALOR '.
           05 LP-VALOR PIC Z,ZZZ,ZZ9.99.
           05 PIC X(13) VALUE ' DEMITIDO EM '.
           05 LP-DEMISSAO PIC 9(8).
       01 LINHA-RESUMO.
           05 LR-ROTULO PIC X(36).
           05 LR-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM CARREGAR-DEMITIDOS
           PERFORM CARREGAR-DE-PARAS
           OPEN OUTPUT RELAT-DESLIGADOS
           MOVE WS-DATA-OFICIAL TO CAB-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-DESLIGADOS
               AFTER ADVANCING 1 LINE
           PERFORM INATIVAR-VENDEDORES
           PERFORM INATIVAR-OPERADORES
           PERFORM CONFERIR-VENDAS
           PERFORM CONFERIR-LOG-CAIXA
           PERFORM CONFERIR-PAGAMENTOS
           PERFORM ESCREVER-RESUMO
           CLOSE RELAT-DESLIGADOS
           DISPLAY 'DESLIGAMENTOS: ' WS-CONTAGEM-VEND-INATIVADOS
               ' VENDEDOR(ES) E ' WS-CONTAGEM-OPER-INATIVADOS
               ' OPERADOR(ES) INATIVADOS'
           GOBACK.

      ******************************************************************
      * data oficial do movimento, definida pelo utilitario do
      * operador; na ausencia do arquivo vale o relogio da maquina.
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
      * retem do cadastro da folha so os empregados com demissao
      * gravada; demissao em branco (registros antigos) ou zero =
      * empregado ativo, como em PAGE-462.
      ******************************************************************
       CARREGAR-DEMITIDOS.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO - NENHUM '
                   'DESLIGAMENTO A PROPAGAR'
           ELSE
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-EMPREGADO
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE ARQ-SALARIO
           END-IF.

       LER-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF DATA-DEMISSAO-ARQ IS NUMERIC
                           AND DATA-DEMISSAO-ARQ > 0
                           AND QTD-DEMITIDOS < 500
                       ADD 1 TO QTD-DEMITIDOS
                       MOVE NR-EMPREGADO-ARQ TO DM-NR(QTD-DEMITIDOS)
                       MOVE NOME-EMPREGADO-ARQ
                           TO DM-NOME(QTD-DEMITIDOS)
                       MOVE DATA-DEMISSAO-ARQ
                           TO DM-DEMISSAO(QTD-DEMITIDOS)
                   END-IF
           END-READ.

      ******************************************************************
      * carrega as tres tabelas de vinculo; tabela ausente significa
      * que nenhum vendedor (ou operador) esta ligado a folha.
      ******************************************************************
       CARREGAR-DE-PARAS.
           OPEN INPUT TAB-DE-PARA-EMPREGADO
           IF WS-STATUS-DEPARA-EMP = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-DEPARA-EMP
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE TAB-DE-PARA-EMPREGADO
           END-IF
           OPEN INPUT TAB-DE-PARA-VENDEDOR
           IF WS-STATUS-DEPARA-VEND = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-DEPARA-VEND
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE TAB-DE-PARA-VENDEDOR
           END-IF
           OPEN INPUT TAB-DE-PARA-OPERADOR
           IF WS-STATUS-DEPARA-OPER = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-DEPARA-OPER
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE TAB-DE-PARA-OPERADOR
           END-IF.

       LER-DEPARA-EMP.
           READ TAB-DE-PARA-EMPREGADO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-DEPARA-EMP < 99
                       ADD 1 TO QTD-DEPARA-EMP
                       MOVE VENDEDOR-DE-IN
                           TO DE-VENDEDOR(QTD-DEPARA-EMP)
                       MOVE EMPREGADO-PARA-IN
                           TO DE-EMPREGADO(QTD-DEPARA-EMP)
                   END-IF
           END-READ.

       LER-DEPARA-VEND.
           READ TAB-DE-PARA-VENDEDOR
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-DEPARA-VEND < 99
                       ADD 1 TO QTD-DEPARA-VEND
                       MOVE NR-DE-IN TO DV-NR(QTD-DEPARA-VEND)
                       MOVE CODIGO-PARA-IN
                           TO DV-CODIGO(QTD-DEPARA-VEND)
                   END-IF
           END-READ.

       LER-DEPARA-OPER.
           READ TAB-DE-PARA-OPERADOR
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   PERFORM BUSCAR-EMPREGADO-OPERADOR
                   IF QTD-DEPARA-OPER < 99
                           AND WS-EMPREGADO-BUSCA > 0
                       ADD 1 TO QTD-DEPARA-OPER
                       MOVE OPERADOR-DE-IN
                           TO DO-OPERADOR(QTD-DEPARA-OPER)
                       MOVE WS-EMPREGADO-BUSCA
                           TO DO-EMPREGADO(QTD-DEPARA-OPER)
                       MOVE 0 TO DO-QTD-LOG(QTD-DEPARA-OPER)
                       MOVE 0 TO DO-PRIMEIRA(QTD-DEPARA-OPER)
                       MOVE 0 TO DO-ULTIMA(QTD-DEPARA-OPER)
                   END-IF
           END-READ.

      ******************************************************************
      * empregado do vendedor da comissao da linha do de-para de
      * operador; sem vendedor ou sem vinculo na folha, fica zero.
      ******************************************************************
       BUSCAR-EMPREGADO-OPERADOR.
           MOVE 0 TO WS-EMPREGADO-BUSCA
           IF VENDEDOR-COMISSAO-IN IS NUMERIC
               SET IX-DE TO 1
               SEARCH DEPARA-EMP
                   AT END
                       CONTINUE
                   WHEN IX-DE > QTD-DEPARA-EMP
                       CONTINUE
                   WHEN DE-VENDEDOR(IX-DE) = VENDEDOR-COMISSAO-IN
                       MOVE DE-EMPREGADO(IX-DE) TO WS-EMPREGADO-BUSCA
               END-SEARCH
           END-IF.

      ******************************************************************
      * procura WS-EMPREGADO-BUSCA entre os demitidos; achado, IX-DM
      * aponta para ele.
      ******************************************************************
       BUSCAR-DEMITIDO.
           MOVE 'S' TO WS-FLAG-DEMITIDO
           SET IX-DM TO 1
           SEARCH DEMITIDO-TAB
               AT END
                   MOVE 'N' TO WS-FLAG-DEMITIDO
               WHEN IX-DM > QTD-DEMITIDOS
                   MOVE 'N' TO WS-FLAG-DEMITIDO
               WHEN DM-NR(IX-DM) = WS-EMPREGADO-BUSCA
                   CONTINUE
           END-SEARCH.

      ******************************************************************
      * procura o empregado do numero de vendedor (2 digitos) no
      * de-para da folha; sem vinculo, WS-EMPREGADO-BUSCA fica zero.
      ******************************************************************
       BUSCAR-EMPREGADO-VENDEDOR.
           MOVE 0 TO WS-EMPREGADO-BUSCA
           SET IX-DE TO 1
           SEARCH DEPARA-EMP
               AT END
                   CONTINUE
               WHEN IX-DE > QTD-DEPARA-EMP
                   CONTINUE
               WHEN DE-VENDEDOR(IX-DE) = DV-NR(IX-DV)
                   MOVE DE-EMPREGADO(IX-DE) TO WS-EMPREGADO-BUSCA
           END-SEARCH.

      ******************************************************************
      * vendedor ativo cujo empregado ja saiu (demissao ate a data do
      * movimento) passa a inativo no cadastro, que so e regravado se
      * alguem mudou.
      ******************************************************************
       INATIVAR-VENDEDORES.
           OPEN INPUT CADASTRO-VENDEDORES
           IF WS-STATUS-VENDEDORES = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-VENDEDOR
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE CADASTRO-VENDEDORES
               PERFORM TESTAR-VENDEDOR
                   VARYING IX-VD FROM 1 BY 1
                   UNTIL IX-VD > QTD-VENDEDORES
               IF VENDEDORES-ALTERADOS
                   OPEN OUTPUT CADASTRO-VENDEDORES
                   PERFORM GRAVAR-VENDEDOR
                       VARYING IX-VD FROM 1 BY 1
                       UNTIL IX-VD > QTD-VENDEDORES
                   CLOSE CADASTRO-VENDEDORES
               END-IF
           END-IF.

       LER-VENDEDOR.
           READ CADASTRO-VENDEDORES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-VENDEDORES < 200
                       ADD 1 TO QTD-VENDEDORES
                       MOVE REG-VENDEDOR-ARQ
                           TO VD-REGISTRO(QTD-VENDEDORES)
                   END-IF
           END-READ.

       TESTAR-VENDEDOR.
           MOVE VD-REGISTRO(IX-VD) TO REG-VENDEDOR-ARQ
           IF STATUS-VEND-ARQ NOT = 'I'
               MOVE 'S' TO WS-FLAG-ACHOU
               SET IX-DV TO 1
               SEARCH DEPARA-VEND
                   AT END
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN IX-DV > QTD-DEPARA-VEND
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN DV-CODIGO(IX-DV) = CODIGO-VEND-ARQ
                       CONTINUE
               END-SEARCH
               IF VINCULO-ACHADO
                   PERFORM BUSCAR-EMPREGADO-VENDEDOR
                   PERFORM BUSCAR-DEMITIDO
                   IF WS-EMPREGADO-BUSCA > 0
                           AND EMPREGADO-DEMITIDO
                           AND DM-DEMISSAO(IX-DM) <= WS-DATA-OFICIAL
                       MOVE 'CADASTRO-VENDEDORES.TXT' TO ALT-ARQUIVO
                       MOVE CODIGO-VEND-ARQ TO ALT-CHAVE
                       MOVE STATUS-VEND-ARQ TO ALT-ANTES
                       MOVE 'I' TO STATUS-VEND-ARQ
                       MOVE STATUS-VEND-ARQ TO ALT-DEPOIS
                       CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
                       MOVE REG-VENDEDOR-ARQ TO VD-REGISTRO(IX-VD)
                       SET VENDEDORES-ALTERADOS TO TRUE
                       ADD 1 TO WS-CONTAGEM-VEND-INATIVADOS
                       MOVE 'VENDEDOR  ' TO LI-TIPO
                       MOVE CODIGO-VEND-ARQ TO LI-CODIGO
                       PERFORM ESCREVER-INATIVADO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-VENDEDOR.
           MOVE VD-REGISTRO(IX-VD) TO REG-VENDEDOR-ARQ
           WRITE REG-VENDEDOR-ARQ.

      ******************************************************************
      * operador ativo do caixa cujo empregado ja saiu passa a
      * inativo, e CALC4 deixa de aceitar o seu sign-on e as suas
      * autorizacoes de supervisor.
      ******************************************************************
       INATIVAR-OPERADORES.
           OPEN INPUT OPERADORES-ARQ
           IF WS-STATUS-OPERADORES = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM LER-OPERADOR
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE OPERADORES-ARQ
               PERFORM TESTAR-OPERADOR
                   VARYING IX-OP FROM 1 BY 1
                   UNTIL IX-OP > QTD-OPERADORES
               IF OPERADORES-ALTERADOS
                   OPEN OUTPUT OPERADORES-ARQ
                   PERFORM GRAVAR-OPERADOR
                       VARYING IX-OP FROM 1 BY 1
                       UNTIL IX-OP > QTD-OPERADORES
                   CLOSE OPERADORES-ARQ
               END-IF
           END-IF.

       LER-OPERADOR.
           READ OPERADORES-ARQ
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-OPERADORES < 50
                       ADD 1 TO QTD-OPERADORES
                       MOVE REG-OPERADOR-ARQ
                           TO OP-REGISTRO(QTD-OPERADORES)
                   END-IF
           END-READ.

       TESTAR-OPERADOR.
           MOVE OP-REGISTRO(IX-OP) TO REG-OPERADOR-ARQ
           IF STATUS-OPER-ARQ NOT = 'I'
               MOVE CODIGO-OPER-ARQ TO WS-OPERADOR-BUSCA
               PERFORM BUSCAR-VINCULO-OPERADOR
               IF VINCULO-ACHADO
                   MOVE DO-EMPREGADO(IX-DO) TO WS-EMPREGADO-BUSCA
                   PERFORM BUSCAR-DEMITIDO
                   IF EMPREGADO-DEMITIDO
                           AND DM-DEMISSAO(IX-DM) <= WS-DATA-OFICIAL
                       MOVE 'OPERADORES.TXT' TO ALT-ARQUIVO
                       MOVE CODIGO-OPER-ARQ TO ALT-CHAVE
                       MOVE STATUS-OPER-ARQ TO ALT-ANTES
                       MOVE 'I' TO STATUS-OPER-ARQ
                       MOVE STATUS-OPER-ARQ TO ALT-DEPOIS
                       CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
                       MOVE REG-OPERADOR-ARQ TO OP-REGISTRO(IX-OP)
                       SET OPERADORES-ALTERADOS TO TRUE
                       ADD 1 TO WS-CONTAGEM-OPER-INATIVADOS
                       MOVE 'OPERADOR  ' TO LI-TIPO
                       MOVE CODIGO-OPER-ARQ TO LI-CODIGO
                       PERFORM ESCREVER-INATIVADO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-OPERADOR.
           MOVE OP-REGISTRO(IX-OP) TO REG-OPERADOR-ARQ
           WRITE REG-OPERADOR-ARQ.

       BUSCAR-VINCULO-OPERADOR.
           MOVE 'S' TO WS-FLAG-ACHOU
           SET IX-DO TO 1
           SEARCH DEPARA-OPER
               AT END
                   MOVE 'N' TO WS-FLAG-ACHOU
               WHEN IX-DO > QTD-DEPARA-OPER
                   MOVE 'N' TO WS-FLAG-ACHOU
               WHEN DO-OPERADOR(IX-DO) = WS-OPERADOR-BUSCA
                   CONTINUE
           END-SEARCH.

       ESCREVER-INATIVADO.
           MOVE DM-NR(IX-DM) TO LI-EMPREGADO
           MOVE DM-NOME(IX-DM) TO LI-NOME
           MOVE DM-DEMISSAO(IX-DM) TO LI-DEMISSAO
           WRITE REG-RELAT-OUT FROM LINHA-INATIVADO
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * as vendas do arquivo do dia sao do dia de movimento: venda ou
      * devolucao de vendedor cujo empregado saiu antes dessa data e
      * excecao.
      ******************************************************************
       CONFERIR-VENDAS.
           OPEN INPUT TRANS-VENDAS
           IF WS-STATUS-VENDAS = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM CONFERIR-VENDA
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE TRANS-VENDAS
           END-IF.

       CONFERIR-VENDA.
           READ TRANS-VENDAS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   MOVE 0 TO WS-EMPREGADO-BUSCA
                   SET IX-DE TO 1
                   SEARCH DEPARA-EMP
                       AT END
                           CONTINUE
                       WHEN IX-DE > QTD-DEPARA-EMP
                           CONTINUE
                       WHEN DE-VENDEDOR(IX-DE) = NR-VENDEDOR-IN
                           MOVE DE-EMPREGADO(IX-DE)
                               TO WS-EMPREGADO-BUSCA
                   END-SEARCH
                   IF WS-EMPREGADO-BUSCA > 0
                       PERFORM BUSCAR-DEMITIDO
                       IF EMPREGADO-DEMITIDO
                               AND WS-DATA-OFICIAL
                                   > DM-DEMISSAO(IX-DM)
                           ADD 1 TO WS-CONTAGEM-EXC-VENDAS
                           MOVE NR-VENDEDOR-IN TO LV-VENDEDOR
                           MOVE TIPO-VENDA-IN TO LV-TIPO
                           MOVE VLR-VENDAS-IN TO LV-VALOR
                           MOVE DM-NR(IX-DM) TO LV-EMPREGADO
                           MOVE DM-DEMISSAO(IX-DM) TO LV-DEMISSAO
                           WRITE REG-RELAT-OUT FROM LINHA-EXC-VENDA
                               AFTER ADVANCING 1 LINE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * linha do log do caixa gravada por operador vinculado a um
      * empregado demitido, com data posterior a demissao: acumulada
      * por operador e listada numa linha so (quantidade e periodo).
      ******************************************************************
       CONFERIR-LOG-CAIXA.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM CONFERIR-LINHA-LOG
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF
           PERFORM ESCREVER-EXCECAO-LOG
               VARYING IX-DO FROM 1 BY 1
               UNTIL IX-DO > QTD-DEPARA-OPER.

       CONFERIR-LINHA-LOG.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LOG-DATA-X IS NUMERIC
                           AND LOG-OPERADOR-X NOT = SPACES
                       MOVE LOG-DATA-X TO WS-DATA-LOG
                       MOVE LOG-OPERADOR-X TO WS-OPERADOR-BUSCA
                       PERFORM BUSCAR-VINCULO-OPERADOR
                       IF VINCULO-ACHADO
                           MOVE DO-EMPREGADO(IX-DO)
                               TO WS-EMPREGADO-BUSCA
                           PERFORM BUSCAR-DEMITIDO
                           IF EMPREGADO-DEMITIDO
                                   AND WS-DATA-LOG
                                       > DM-DEMISSAO(IX-DM)
                               PERFORM ACUMULAR-LINHA-LOG
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-LINHA-LOG.
           ADD 1 TO DO-QTD-LOG(IX-DO)
           IF DO-PRIMEIRA(IX-DO) = 0
                   OR WS-DATA-LOG < DO-PRIMEIRA(IX-DO)
               MOVE WS-DATA-LOG TO DO-PRIMEIRA(IX-DO)
           END-IF
           IF WS-DATA-LOG > DO-ULTIMA(IX-DO)
               MOVE WS-DATA-LOG TO DO-ULTIMA(IX-DO)
           END-IF.

       ESCREVER-EXCECAO-LOG.
           IF DO-QTD-LOG(IX-DO) > 0
               ADD 1 TO WS-CONTAGEM-EXC-LOG
               MOVE DO-OPERADOR(IX-DO) TO LL-OPERADOR
               MOVE DO-QTD-LOG(IX-DO) TO LL-QTD
               MOVE DO-PRIMEIRA(IX-DO) TO LL-PRIMEIRA
               MOVE DO-ULTIMA(IX-DO) TO LL-ULTIMA
               MOVE DO-EMPREGADO(IX-DO) TO LL-EMPREGADO
               WRITE REG-RELAT-OUT FROM LINHA-EXC-LOG
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * creditos bancarios da folha, do adiantamento e do decimo
      * terceiro com data posterior a demissao do empregado; os
      * trailers nao tem numero de empregado e ficam de fora.
      ******************************************************************
       CONFERIR-PAGAMENTOS.
           PERFORM CONFERIR-ARQUIVO-PAGAMENTO
               VARYING WS-IX-PAGAMENTO FROM 1 BY 1
               UNTIL WS-IX-PAGAMENTO > 3.

       CONFERIR-ARQUIVO-PAGAMENTO.
           EVALUATE WS-IX-PAGAMENTO
               WHEN 1
                   MOVE '.\PAGAMENTO-BANCO.TXT' TO WS-PAGAMENTO-PATH
               WHEN 2
                   MOVE '.\PAGAMENTO-ADIANTAMENTO.TXT'
                       TO WS-PAGAMENTO-PATH
               WHEN 3
                   MOVE '.\PAGAMENTO-BANCO-13.TXT'
                       TO WS-PAGAMENTO-PATH
           END-EVALUATE
           MOVE WS-PAGAMENTO-PATH(3:) TO LP-ARQUIVO
           OPEN INPUT ARQ-PAGAMENTO
           IF WS-STATUS-PAGAMENTO = '00'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM CONFERIR-PAGAMENTO
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE ARQ-PAGAMENTO
           END-IF.

       CONFERIR-PAGAMENTO.
           READ ARQ-PAGAMENTO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF PGTO-NR-EMPREGADO-X IS NUMERIC
                           AND PGTO-DATA IS NUMERIC
                       MOVE PGTO-NR-EMPREGADO TO WS-EMPREGADO-BUSCA
                       PERFORM BUSCAR-DEMITIDO
                       IF EMPREGADO-DEMITIDO
                               AND PGTO-DATA > DM-DEMISSAO(IX-DM)
                           ADD 1 TO WS-CONTAGEM-EXC-PAGAMENTOS
                           MOVE PGTO-NR-EMPREGADO TO LP-EMPREGADO
                           MOVE PGTO-DATA TO LP-DATA
                           MOVE PGTO-VALOR TO LP-VALOR
                           MOVE DM-DEMISSAO(IX-DM) TO LP-DEMISSAO
                           WRITE REG-RELAT-OUT
                               FROM LINHA-EXC-PAGAMENTO
                               AFTER ADVANCING 1 LINE
                       END-IF
                   END-IF
           END-READ.

       ESCREVER-RESUMO.
           MOVE 'EMPREGADOS DEMITIDOS NA FOLHA:      ' TO LR-ROTULO
           MOVE QTD-DEMITIDOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           MOVE 'VENDEDORES INATIVADOS:              ' TO LR-ROTULO
           MOVE WS-CONTAGEM-VEND-INATIVADOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'OPERADORES INATIVADOS:              ' TO LR-ROTULO
           MOVE WS-CONTAGEM-OPER-INATIVADOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'VENDAS APOS A DEMISSAO:             ' TO LR-ROTULO
           MOVE WS-CONTAGEM-EXC-VENDAS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'OPERADORES NO CAIXA APOS A DEMISSAO:' TO LR-ROTULO
           MOVE WS-CONTAGEM-EXC-LOG TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'CREDITOS APOS A DEMISSAO:           ' TO LR-ROTULO
           MOVE WS-CONTAGEM-EXC-PAGAMENTOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE.

       END PROGRAM PROPAGA-DEMISSOES.
