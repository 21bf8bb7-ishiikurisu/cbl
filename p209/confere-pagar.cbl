      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Monthly check of the goods received against the
      *          payables for the month chosen by P209-COMPETENCIA
      *          (AAAAMM, default the current month): every delivery
      *          note in RECEBIMENTOS.TXT must have a payable title in
      *          CONTAS-PAGAR.TXT for the same supplier and amount at
      *          cost, and every title must come from a delivery.
      *          Receipts with no payable, payables with no receipt
      *          and amounts that disagree are listed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-PAGAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-RECEBIMENTOS
           ASSIGN TO '.\RECEBIMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEBIMENTOS.
       SELECT CONTAS-PAGAR
           ASSIGN TO '.\CONTAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAR.
       SELECT RELAT-CONFERENCIA
           ASSIGN TO '.\RELAT-CONFERE-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por ENTRADA-MERCADORIA.
       FD ARQ-RECEBIMENTOS LABEL RECORDS ARE STANDARD.
       01 REG-RECEBIMENTO.
           05 REC-DATA PIC 9(8).
           05 PIC X.
           05 REC-NOTA-ENTREGA PIC X(10).
           05 PIC X.
           05 REC-FORNECEDOR PIC X(20).
           05 PIC X.
           05 REC-CODIGO PIC X(6).
           05 PIC X.
           05 REC-QUANTIDADE PIC 9(7).
           05 PIC X.
           05 REC-CUSTO-UNITARIO PIC 9(5)V99.
           05 PIC X.
           05 REC-COD-FORNECEDOR PIC X(5).
           05 PIC X.
           05 REC-NR-PEDIDO PIC 9(6).
           05 PIC X.
           05 REC-DIVERGENCIA PIC X.

      * mesmo leiaute gravado por 235-GRAVAR-TITULO-PAGAR em
      * ENTRADA-MERCADORIA.
       FD CONTAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-PAGAR-IN.
           05 CP-FORNECEDOR PIC X(5).
           05 PIC X.
           05 CP-NOTA-ENTREGA PIC X(10).
           05 PIC X.
           05 CP-VALOR PIC 9(8)V99.
           05 PIC X.
           05 CP-EMISSAO PIC 9(8).
           05 PIC X.
           05 CP-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 CP-NR-PEDIDO PIC 9(6).

       FD RELAT-CONFERENCIA LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECEBIMENTOS PIC XX.
       01 WS-STATUS-PAGAR PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-COMPETENCIA PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-ENV PIC X(6).
       01 WS-VALOR-LINHA PIC 9(8)V99 VALUE 0.
       01 WS-CONTAGEM-SEM-TITULO PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-SEM-ENTREGA PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-DIFERENCAS PIC 9(5) VALUE 0.

      * uma entrada por fornecedor+nota de entrega do mes, com o
      * valor ao custo das entregas e o valor dos titulos gerados.
       01 WS-TAB-NOTAS.
           05 QTD-NOTAS PIC 999 VALUE 0.
           05 NOTA-TAB OCCURS 500 TIMES INDEXED BY IX-NT.
               10 NT-FORNECEDOR PIC X(5).
               10 NT-NOTA-ENTREGA PIC X(10).
               10 NT-VALOR-RECEBIDO PIC 9(9)V99.
               10 NT-VALOR-TITULO PIC 9(9)V99.
               10 NT-TEM-RECEBIMENTO PIC X.
               10 NT-TEM-TITULO PIC X.

       01 CABECALHO-CONFERENCIA.
           05 PIC X(41) VALUE
               '# CONFERENCIA RECEBIMENTOS X A PAGAR - '.
           05 CAB-COMPETENCIA PIC 9(6).
       01 LINHA-SECAO.
           05 LS-TITULO PIC X(50).
       01 LINHA-NOTA.
           05 PIC XX VALUE SPACES.
           05 LN-FORNECEDOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 LN-NOTA PIC X(10).
           05 PIC X(10) VALUE ' ENTREGA: '.
           05 LN-VALOR-RECEBIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 PIC X(9) VALUE ' TITULO: '.
           05 LN-VALOR-TITULO PIC ZZZ,ZZZ,ZZ9.99.
       01 LINHA-NENHUMA.
           05 PIC X(12) VALUE '  (nenhuma)'.
       01 LINHA-RESUMO.
           05 LR-ROTULO PIC X(36).
           05 LR-CONTAGEM PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           MOVE SPACES TO WS-COMPETENCIA-ENV
           ACCEPT WS-COMPETENCIA-ENV FROM ENVIRONMENT
               'P209-COMPETENCIA'
           IF WS-COMPETENCIA-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-COMPETENCIA-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-COMPETENCIA-ENV)
                   TO WS-COMPETENCIA
           END-IF
           PERFORM 150-CARREGAR-RECEBIMENTOS
           PERFORM 170-CARREGAR-TITULOS
           OPEN OUTPUT RELAT-CONFERENCIA
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA
           WRITE REG-RELAT-OUT FROM CABECALHO-CONFERENCIA
           PERFORM 200-LISTAR-SEM-TITULO
           PERFORM 300-LISTAR-SEM-ENTREGA
           PERFORM 400-LISTAR-DIFERENCAS
           PERFORM 500-ESCREVER-RESUMO
           CLOSE RELAT-CONFERENCIA
           STOP RUN.

      *****************************************************************
      * soma o valor ao custo das entregas do mes por fornecedor+nota.
      * linhas gravadas antes do codigo de fornecedor existir no
      * diario entram com o codigo em branco.
      *****************************************************************
       150-CARREGAR-RECEBIMENTOS.
           OPEN INPUT ARQ-RECEBIMENTOS
           IF WS-STATUS-RECEBIMENTOS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 160-LER-RECEBIMENTO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE ARQ-RECEBIMENTOS
           END-IF.

       160-LER-RECEBIMENTO.
           READ ARQ-RECEBIMENTOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF REC-DATA(1:6) = WS-COMPETENCIA
                       COMPUTE WS-VALOR-LINHA ROUNDED =
                           REC-QUANTIDADE * REC-CUSTO-UNITARIO
                       SET IX-NT TO 1
                       SEARCH NOTA-TAB
                           AT END
                               PERFORM 165-INCLUIR-RECEBIMENTO
                           WHEN NT-FORNECEDOR(IX-NT) =
                                   REC-COD-FORNECEDOR
                               AND NT-NOTA-ENTREGA(IX-NT) =
                                   REC-NOTA-ENTREGA
                               ADD WS-VALOR-LINHA
                                   TO NT-VALOR-RECEBIDO(IX-NT)
                               MOVE 'S' TO NT-TEM-RECEBIMENTO(IX-NT)
                       END-SEARCH
                   END-IF
           END-READ.

       165-INCLUIR-RECEBIMENTO.
           IF QTD-NOTAS < 500
               ADD 1 TO QTD-NOTAS
               SET IX-NT TO QTD-NOTAS
               MOVE REC-COD-FORNECEDOR TO NT-FORNECEDOR(IX-NT)
               MOVE REC-NOTA-ENTREGA TO NT-NOTA-ENTREGA(IX-NT)
               MOVE WS-VALOR-LINHA TO NT-VALOR-RECEBIDO(IX-NT)
               MOVE 0 TO NT-VALOR-TITULO(IX-NT)
               MOVE 'S' TO NT-TEM-RECEBIMENTO(IX-NT)
               MOVE 'N' TO NT-TEM-TITULO(IX-NT)
           ELSE
               DISPLAY 'NOTA IGNORADA, TABELA CHEIA: '
                   REC-COD-FORNECEDOR ' ' REC-NOTA-ENTREGA
           END-IF.

      *****************************************************************
      * soma os titulos emitidos no mes sobre as mesmas notas.
      *****************************************************************
       170-CARREGAR-TITULOS.
           OPEN INPUT CONTAS-PAGAR
           IF WS-STATUS-PAGAR = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 180-LER-TITULO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CONTAS-PAGAR
           END-IF.

       180-LER-TITULO.
           READ CONTAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF CP-EMISSAO(1:6) = WS-COMPETENCIA
                       SET IX-NT TO 1
                       SEARCH NOTA-TAB
                           AT END
                               PERFORM 185-INCLUIR-TITULO
                           WHEN NT-FORNECEDOR(IX-NT) = CP-FORNECEDOR
                               AND NT-NOTA-ENTREGA(IX-NT) =
                                   CP-NOTA-ENTREGA
                               ADD CP-VALOR TO NT-VALOR-TITULO(IX-NT)
                               MOVE 'S' TO NT-TEM-TITULO(IX-NT)
                       END-SEARCH
                   END-IF
           END-READ.

       185-INCLUIR-TITULO.
           IF QTD-NOTAS < 500
               ADD 1 TO QTD-NOTAS
               SET IX-NT TO QTD-NOTAS
               MOVE CP-FORNECEDOR TO NT-FORNECEDOR(IX-NT)
               MOVE CP-NOTA-ENTREGA TO NT-NOTA-ENTREGA(IX-NT)
               MOVE 0 TO NT-VALOR-RECEBIDO(IX-NT)
               MOVE CP-VALOR TO NT-VALOR-TITULO(IX-NT)
               MOVE 'N' TO NT-TEM-RECEBIMENTO(IX-NT)
               MOVE 'S' TO NT-TEM-TITULO(IX-NT)
           ELSE
               DISPLAY 'TITULO IGNORADO, TABELA CHEIA: '
                   CP-FORNECEDOR ' ' CP-NOTA-ENTREGA
           END-IF.

      *****************************************************************
      * entregas recebidas sem titulo a pagar correspondente.
      *****************************************************************
       200-LISTAR-SEM-TITULO.
           MOVE 'ENTREGAS SEM TITULO A PAGAR' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           PERFORM 210-VERIFICAR-SEM-TITULO
               VARYING IX-NT FROM 1 BY 1 UNTIL IX-NT > QTD-NOTAS
           IF WS-CONTAGEM-SEM-TITULO = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       210-VERIFICAR-SEM-TITULO.
           IF NT-TEM-TITULO(IX-NT) = 'N'
               ADD 1 TO WS-CONTAGEM-SEM-TITULO
               PERFORM 600-ESCREVER-NOTA
           END-IF.

      *****************************************************************
      * titulos a pagar sem entrega recebida no diario.
      *****************************************************************
       300-LISTAR-SEM-ENTREGA.
           MOVE 'TITULOS A PAGAR SEM ENTREGA RECEBIDA' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           PERFORM 310-VERIFICAR-SEM-ENTREGA
               VARYING IX-NT FROM 1 BY 1 UNTIL IX-NT > QTD-NOTAS
           IF WS-CONTAGEM-SEM-ENTREGA = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       310-VERIFICAR-SEM-ENTREGA.
           IF NT-TEM-RECEBIMENTO(IX-NT) = 'N'
               ADD 1 TO WS-CONTAGEM-SEM-ENTREGA
               PERFORM 600-ESCREVER-NOTA
           END-IF.

      *****************************************************************
      * notas com entrega e titulo, mas com valores diferentes.
      *****************************************************************
       400-LISTAR-DIFERENCAS.
           MOVE 'ENTREGA E TITULO COM VALORES DIFERENTES' TO LS-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           PERFORM 410-VERIFICAR-DIFERENCA
               VARYING IX-NT FROM 1 BY 1 UNTIL IX-NT > QTD-NOTAS
           IF WS-CONTAGEM-DIFERENCAS = 0
               WRITE REG-RELAT-OUT FROM LINHA-NENHUMA
                   AFTER ADVANCING 1 LINE
           END-IF.

       410-VERIFICAR-DIFERENCA.
           IF NT-TEM-RECEBIMENTO(IX-NT) = 'S'
                   AND NT-TEM-TITULO(IX-NT) = 'S'
                   AND NT-VALOR-RECEBIDO(IX-NT) NOT =
                       NT-VALOR-TITULO(IX-NT)
               ADD 1 TO WS-CONTAGEM-DIFERENCAS
               PERFORM 600-ESCREVER-NOTA
           END-IF.

       500-ESCREVER-RESUMO.
           MOVE 'NOTAS DE ENTREGA NO MES:            ' TO LR-ROTULO
           MOVE QTD-NOTAS TO LR-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 3 LINES
           MOVE 'ENTREGAS SEM TITULO:                ' TO LR-ROTULO
           MOVE WS-CONTAGEM-SEM-TITULO TO LR-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'TITULOS SEM ENTREGA:                ' TO LR-ROTULO
           MOVE WS-CONTAGEM-SEM-ENTREGA TO LR-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'VALORES DIVERGENTES:                ' TO LR-ROTULO
           MOVE WS-CONTAGEM-DIFERENCAS TO LR-CONTAGEM
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE.

       600-ESCREVER-NOTA.
           MOVE NT-FORNECEDOR(IX-NT) TO LN-FORNECEDOR
           MOVE NT-NOTA-ENTREGA(IX-NT) TO LN-NOTA
           MOVE NT-VALOR-RECEBIDO(IX-NT) TO LN-VALOR-RECEBIDO
           MOVE NT-VALOR-TITULO(IX-NT) TO LN-VALOR-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-NOTA
               AFTER ADVANCING 1 LINE.

       END PROGRAM CONFERE-PAGAR.
