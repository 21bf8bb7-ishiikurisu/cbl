           ASSIGN TO '.\CADASTRO-VENDEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAD-VEND.
      * historico das vendas brutas e devolucoes de cada execucao,
      * por mes e vendedor: o acumulado guarda so o liquido, e a
      * taxa de devolucao do painel de vendedores sai daqui.
       SELECT OPTIONAL HISTORICO-DEVOLUCOES
           ASSIGN TO '.\HISTORICO-DEVOLUCOES-461.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 DEPTO-CAD-IN PIC XX.
           05 STATUS-CAD-IN PIC X.

       FD HISTORICO-DEVOLUCOES LABEL RECORDS ARE STANDARD.
       01 REG-HIST-DEVOLUCAO.
           05 HD-ANOMES PIC 9(6).
           05 PIC X.
           05 HD-NR-VENDEDOR PIC 99.
           05 PIC X.
           05 HD-VENDAS-BRUTAS PIC 9(6)V99.
           05 PIC X.
           05 HD-DEVOLUCOES PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01 CABECALHO-RELATORIO-1.
           05 PIC X(26) VALUE '# RELATORIO DE VENDAS -- p'.
      * devolucoes abatidas do vendedor nesta execucao, mostradas em
      * coluna propria do relatorio.
           05 DEVOLUCOES-TOTAIS PIC 9(6)V99.
      * vendas brutas desta execucao (antes das devolucoes), para o
      * historico de devolucoes.
           05 VENDAS-BRUTAS-EXEC PIC 9(6)V99.

       01 WS-DATA.
           05 WS-ANO PIC 9(4).
           END-PERFORM
           PERFORM ESCREVER-RELATORIO
           PERFORM GRAVAR-ACUMULADO
           PERFORM GRAVAR-HISTORICO-DEVOLUCOES
           PERFORM GRAVAR-CONTROLE-EXECUCAO
           PERFORM ATUALIZAR-REGISTRO-GERACOES
           CLOSE TRANS-VENDAS RELATORIO-VENDAS RELAT-ERROS
                   PERFORM ABATER-DEVOLUCAO
               ELSE
                   ADD VLR-VENDAS-IN TO WS-SOMA-VENDAS-EXECUCAO
                   ADD VLR-VENDAS-IN
                       TO VENDAS-BRUTAS-EXEC(NR-VENDEDOR-IN)
                   ADD VLR-VENDAS-IN TO VENDAS-TOTAIS(NR-VENDEDOR-IN)
                   ADD VLR-VENDAS-IN
                       TO VENDAS-MES(NR-VENDEDOR-IN, WS-MES-CORRENTE)
           MOVE VENDAS-MES(NR-V, WS-IX-MES)
               TO VENDAS-MES-ACUM(WS-IX-MES).

      ******************************************************************
      * anexa ao historico as vendas brutas e as devolucoes desta
      * execucao de cada vendedor movimentado, sob o mes do movimento.
      ******************************************************************
       GRAVAR-HISTORICO-DEVOLUCOES.
           OPEN EXTEND HISTORICO-DEVOLUCOES
           PERFORM GRAVAR-DEVOLUCAO-VENDEDOR
               VARYING NR-V FROM 1 BY 1 UNTIL NR-V > WS-MAX-VENDEDORES
           CLOSE HISTORICO-DEVOLUCOES.

       GRAVAR-DEVOLUCAO-VENDEDOR.
           IF VENDAS-BRUTAS-EXEC(NR-V) > 0
                   OR DEVOLUCOES-TOTAIS(NR-V) > 0
               MOVE SPACES TO REG-HIST-DEVOLUCAO
               MOVE WS-DATA-OFICIAL(1:6) TO HD-ANOMES
               MOVE NR-V TO HD-NR-VENDEDOR
               MOVE VENDAS-BRUTAS-EXEC(NR-V) TO HD-VENDAS-BRUTAS
               MOVE DEVOLUCOES-TOTAIS(NR-V) TO HD-DEVOLUCOES
               WRITE REG-HIST-DEVOLUCAO
           END-IF.


      ******************************************************************
      * grava o registro padrao de balanceamento desta execucao no
