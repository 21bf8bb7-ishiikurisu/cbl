      * Purpose: Commission statements from the accumulated sales file
      *          carried forward by PAGE-461, applying the tier table
      *          in TAB-COMISSAO-FAIXAS.TXT: one statement page per
      *          vendor plus a payroll-ready summary file. Each run's
      *          tier and rate per vendor is kept in
      *          HISTORICO-COMISSOES.TXT, and the clawbacks left
      *          pending by ESTORNO-COMISSAO go to the payroll file
      *          as negative entries
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT COMISSOES-FOLHA
           ASSIGN TO '.\COMISSOES-FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * faixa e taxa aplicadas a cada vendedor em cada apuracao; e por
      * ela que o estorno de comissao acha a taxa paga sobre a venda.
       SELECT OPTIONAL HISTORICO-COMISSOES
           ASSIGN TO '.\HISTORICO-COMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * estornos de comissao apurados por ESTORNO-COMISSAO; os
      * pendentes entram nesta folha e saem marcados como levados.
       SELECT OPTIONAL ESTORNOS-COMISSAO
           ASSIGN TO '.\ESTORNOS-COMISSAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ESTORNOS.
      * copia do registro de estornos com os levados a folha ja
      * marcados, devolvida a ESTORNOS-COMISSAO.TXT no fim.
       SELECT ESTORNOS-NOVO
           ASSIGN TO '.\ESTORNOS-COMISSAO.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO-COMISSOES LABEL RECORDS ARE OMITTED.
       01 REG-EXTRATO-OUT PIC X(80).

      * resumo pronto para a folha: vendedor e comissao apurada; o
      * tipo 'E' marca o estorno, valor a descontar do vendedor.
       FD COMISSOES-FOLHA LABEL RECORDS ARE STANDARD.
       01 REG-FOLHA-OUT.
           05 FOLHA-NR-VENDEDOR PIC 99.
           05 PIC X VALUE SPACE.
           05 FOLHA-COMISSAO PIC 9(7)V99.
           05 PIC X VALUE SPACE.
           05 FOLHA-TIPO PIC X.

       FD HISTORICO-COMISSOES LABEL RECORDS ARE STANDARD.
       01 REG-HIST-COMISSAO.
           05 HC-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 HC-NR-VENDEDOR PIC 99.
           05 PIC X VALUE SPACE.
           05 HC-NOME-VENDEDOR PIC X(20).
           05 PIC X VALUE SPACE.
           05 HC-FAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 HC-TAXA PIC V999.
           05 PIC X VALUE SPACE.
           05 HC-VENDAS PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 HC-COMISSAO PIC 9(7)V99.

      * mesmo leiaute gravado por ESTORNO-COMISSAO.
       FD ESTORNOS-COMISSAO LABEL RECORDS ARE STANDARD.
       01 REG-ESTORNO-COMISSAO.
           05 EC-SITUACAO PIC X.
           05 PIC X.
           05 EC-NR-VENDEDOR PIC 99.
           05 PIC X.
           05 EC-VALOR-ESTORNO PIC 9(7)V99.
           05 PIC X.
           05 EC-DATA-FOLHA PIC 9(8).
           05 EC-RESTO PIC X(100).

       FD ESTORNOS-NOVO LABEL RECORDS ARE STANDARD.
       01 REG-ESTORNO-NOVO PIC X(123).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ACUM PIC XX.
       01 WS-STATUS-FAIXAS PIC XX.
       01 WS-STATUS-ESTORNOS PIC XX.
       01 WS-FIM-ESTORNOS PIC X VALUE 'N'.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-FIM-FAIXAS PIC X VALUE 'N'.

       01 WS-SOMA-COMISSOES PIC 9(8)V99 VALUE 0.
       01 WS-CONTAGEM-VENDEDORES PIC 9(3) VALUE 0.

      * estornos de ESTORNOS-COMISSAO.TXT copiados, com os pendentes
      * marcados como levados a folha; o desconto de cada vendedor e
      * a soma dos seus pendentes.
       01 WS-DATA-HOJE PIC 9(8) VALUE 0.
       01 WS-TAB-ESTORNO-VENDEDOR VALUE ZEROS.
           05 WS-ESTORNO-VENDEDOR OCCURS 99 TIMES PIC 9(7)V99.
       01 WS-IX-VENDEDOR PIC 999.
       01 WS-QTD-ESTORNOS-FOLHA PIC 9(4) VALUE 0.
       01 WS-SOMA-ESTORNOS PIC 9(8)V99 VALUE 0.

       01 WS-DATA.
           05 WS-ANO PIC 9(4).
           05 WS-MES PIC 99.
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRATO-COMISSOES COMISSOES-FOLHA
           OPEN EXTEND HISTORICO-COMISSOES
           MOVE FUNCTION CURRENT-DATE TO WS-DATA
           MOVE WS-DATA TO WS-DATA-HOJE
           MOVE WS-DIA TO DIA-ATUAL
           MOVE WS-MES TO MES-ATUAL
           MOVE WS-ANO TO ANO-ATUAL
                   NOT AT END
                       PERFORM EMITIR-EXTRATO
           END-PERFORM
           PERFORM LEVAR-ESTORNOS-FOLHA
           DISPLAY 'EXTRATOS EMITIDOS: ' WS-CONTAGEM-VENDEDORES
               ' - COMISSOES: ' WS-SOMA-COMISSOES
           IF WS-QTD-ESTORNOS-FOLHA > 0
               DISPLAY 'ESTORNOS DE COMISSAO LEVADOS A FOLHA: '
                   WS-QTD-ESTORNOS-FOLHA ' - VALOR: '
                   WS-SOMA-ESTORNOS
           END-IF
           CLOSE ARQ-ACUMULADO EXTRATO-COMISSOES COMISSOES-FOLHA
                 HISTORICO-COMISSOES
           STOP RUN.

      ******************************************************************
           MOVE SPACES TO REG-FOLHA-OUT
           MOVE NR-VENDEDOR-ACUM TO FOLHA-NR-VENDEDOR
           MOVE WS-COMISSAO TO FOLHA-COMISSAO
           WRITE REG-FOLHA-OUT
           MOVE SPACES TO REG-HIST-COMISSAO
           MOVE WS-DATA-HOJE TO HC-DATA
           MOVE NR-VENDEDOR-ACUM TO HC-NR-VENDEDOR
           MOVE NOME-VENDEDOR-ACUM TO HC-NOME-VENDEDOR
           MOVE WS-FAIXA-APLICADA TO HC-FAIXA
           MOVE WS-TAXA-APLICADA TO HC-TAXA
           MOVE VENDAS-ACUM TO HC-VENDAS
           MOVE WS-COMISSAO TO HC-COMISSAO
           WRITE REG-HIST-COMISSAO.

       SOMAR-MES-ACUMULADO.
           ADD VENDAS-MES-ACUM(WS-IX-MES) TO VENDAS-ACUM.
           WRITE REG-EXTRATO-OUT FROM EX-LINHA-COMISSAO
           WRITE REG-EXTRATO-OUT FROM EX-LINHA-TRACO.

      ******************************************************************
      * leva a folha os estornos de comissao pendentes: um registro
      * 'E' por vendedor com a soma dos seus pendentes, que saem do
      * registro marcados como levados ('F') com a data desta
      * apuracao. o registro passa inteiro pelo arquivo de trabalho
      * e so volta a ESTORNOS-COMISSAO.TXT se algum foi levado. sem o
      * arquivo de estornos nada muda.
      ******************************************************************
       LEVAR-ESTORNOS-FOLHA.
           OPEN INPUT ESTORNOS-COMISSAO
           IF WS-STATUS-ESTORNOS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ESTORNOS-NOVO
           PERFORM LER-ESTORNO UNTIL WS-FIM-ESTORNOS = 'S'
           CLOSE ESTORNOS-COMISSAO ESTORNOS-NOVO
           IF WS-QTD-ESTORNOS-FOLHA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-ESTORNO-FOLHA
               VARYING WS-IX-VENDEDOR FROM 1 BY 1
               UNTIL WS-IX-VENDEDOR > 99
           OPEN INPUT ESTORNOS-NOVO
           OPEN OUTPUT ESTORNOS-COMISSAO
           MOVE 'N' TO WS-FIM-ESTORNOS
           PERFORM REGRAVAR-ESTORNO UNTIL WS-FIM-ESTORNOS = 'S'
           CLOSE ESTORNOS-NOVO ESTORNOS-COMISSAO.

       LER-ESTORNO.
           READ ESTORNOS-COMISSAO
               AT END
                   MOVE 'S' TO WS-FIM-ESTORNOS
               NOT AT END
                   IF EC-SITUACAO = 'P'
                           AND EC-NR-VENDEDOR > 0
                       ADD EC-VALOR-ESTORNO
                           TO WS-ESTORNO-VENDEDOR(EC-NR-VENDEDOR)
                       ADD EC-VALOR-ESTORNO TO WS-SOMA-ESTORNOS
                       ADD 1 TO WS-QTD-ESTORNOS-FOLHA
                       MOVE 'F' TO EC-SITUACAO
                       MOVE WS-DATA-HOJE TO EC-DATA-FOLHA
                   END-IF
                   WRITE REG-ESTORNO-NOVO FROM REG-ESTORNO-COMISSAO
           END-READ.

       GRAVAR-ESTORNO-FOLHA.
           IF WS-ESTORNO-VENDEDOR(WS-IX-VENDEDOR) > 0
               MOVE SPACES TO REG-FOLHA-OUT
               MOVE WS-IX-VENDEDOR TO FOLHA-NR-VENDEDOR
               MOVE WS-ESTORNO-VENDEDOR(WS-IX-VENDEDOR)
                   TO FOLHA-COMISSAO
               MOVE 'E' TO FOLHA-TIPO
               WRITE REG-FOLHA-OUT
           END-IF.

       REGRAVAR-ESTORNO.
           READ ESTORNOS-NOVO
               AT END
                   MOVE 'S' TO WS-FIM-ESTORNOS
               NOT AT END
                   WRITE REG-ESTORNO-COMISSAO FROM REG-ESTORNO-NOVO
           END-READ.

       END PROGRAM EXTRATO-COMISSAO.
