      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Settlement (baixa) of the payables ENTRADA-MERCADORIA
      *          writes to CONTAS-PAGAR.TXT for every delivery posted:
      *          payments to a supplier are posted against the open
      *          title (supplier + delivery note), appended to
      *          BAIXAS-PAGAR.TXT, and the open balance owed to the
      *          supplier is shown on demand
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PAGAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTAS-PAGAR
           ASSIGN TO '.\CONTAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAR.
      * uma linha por pagamento postado: fornecedor, nota de entrega,
      * valor e data. o arquivo so cresce; o saldo de um titulo e o
      * valor original menos a soma das baixas.
       SELECT OPTIONAL BAIXAS-PAGAR
           ASSIGN TO '.\BAIXAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BAIXAS.

       DATA DIVISION.
       FILE SECTION.
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

       FD BAIXAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-BAIXA.
           05 BP-FORNECEDOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 BP-NOTA-ENTREGA PIC X(10).
           05 PIC X VALUE SPACE.
           05 BP-VALOR PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 BP-DATA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PAGAR PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-MENSAGEM PIC X(45) VALUE SPACES.

      * campos da baixa sendo digitada
       01 WS-FORNECEDOR PIC X(5) VALUE SPACES.
       01 WS-NOTA-ENTREGA PIC X(10) VALUE SPACES.
       01 WS-VALOR-BAIXA PIC 9(8)V99 VALUE 0.
       01 WS-SALDO-TITULO PIC S9(9)V99 VALUE 0.
       01 WS-SALDO-FORNECEDOR PIC S9(9)V99 VALUE 0.
       01 WS-VENCIMENTO PIC 9(8) VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.

      * titulos carregados na memoria: um por fornecedor+nota de
      * entrega, com o valor somado das linhas e o total ja baixado.
       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 300 TIMES INDEXED BY IX-TI.
               10 TIT-FORNECEDOR PIC X(5).
               10 TIT-NOTA-ENTREGA PIC X(10).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO PIC S9(9)V99.
               10 TIT-VENCIMENTO PIC 9(8).

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'BAIXA-PAGAR'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'BAIXA DE CONTAS A PAGAR'
              LINE 2 COLUMN 25 HIGHLIGHT.
           05 'ACAO (B=baixar pagamento P=posicao do fornecedor S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-FORNECEDOR.
           05 'FORNECEDOR: '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 18 PIC X(5) TO WS-FORNECEDOR
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-NOTA.
           05 'NOTA ENTR.: '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 18 PIC X(10) TO WS-NOTA-ENTREGA
               REVERSE-VIDEO REQUIRED.
       01 TELA-VALOR.
           05 'VALOR:      '
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 18 PIC ZZ,ZZZ,ZZ9.99 TO WS-VALOR-BAIXA
               REVERSE-VIDEO REQUIRED.
       01 TELA-SALDO-TITULO.
           05 'SALDO DO TITULO:  '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 24 PIC ZZ,ZZZ,ZZ9.99- FROM
               WS-SALDO-TITULO REVERSE-VIDEO.
           05 'VENC.:'
              LINE 13 COLUMN 40 HIGHLIGHT.
           05 LINE 13 COLUMN 47 PIC 9(8) FROM WS-VENCIMENTO
               REVERSE-VIDEO.
       01 TELA-SALDO-FORNECEDOR.
           05 'SALDO DEVIDO:     '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 24 PIC ZZ,ZZZ,ZZ9.99- FROM
               WS-SALDO-FORNECEDOR REVERSE-VIDEO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(45) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 150-CARREGAR-TITULOS
           IF QTD-TITULOS = 0
               DISPLAY 'CONTAS-PAGAR.TXT SEM TITULOS, '
                   'NADA A BAIXAR'
               STOP RUN
           END-IF
           PERFORM 170-CARREGAR-BAIXAS
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * carrega os titulos de CONTAS-PAGAR.TXT na memoria, somando no
      * mesmo titulo as linhas do mesmo fornecedor+nota de entrega.
      * o vencimento do titulo e o da primeira linha.
      *****************************************************************
       150-CARREGAR-TITULOS.
           OPEN INPUT CONTAS-PAGAR
           IF WS-STATUS-PAGAR = '00'
               PERFORM 160-LER-TITULO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CONTAS-PAGAR
           END-IF.

       160-LER-TITULO.
           READ CONTAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM 165-ACUMULAR-TITULO
           END-READ.

       165-ACUMULAR-TITULO.
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   IF QTD-TITULOS < 300
                       ADD 1 TO QTD-TITULOS
                       SET IX-TI TO QTD-TITULOS
                       MOVE CP-FORNECEDOR TO TIT-FORNECEDOR(IX-TI)
                       MOVE CP-NOTA-ENTREGA TO TIT-NOTA-ENTREGA(IX-TI)
                       MOVE CP-VALOR TO TIT-VALOR(IX-TI)
                       MOVE 0 TO TIT-BAIXADO(IX-TI)
                       MOVE CP-VENCIMENTO TO TIT-VENCIMENTO(IX-TI)
                   ELSE
                       DISPLAY 'TITULO IGNORADO, TABELA CHEIA: '
                           CP-FORNECEDOR ' ' CP-NOTA-ENTREGA
                   END-IF
               WHEN TIT-FORNECEDOR(IX-TI) = CP-FORNECEDOR
                       AND TIT-NOTA-ENTREGA(IX-TI) = CP-NOTA-ENTREGA
                   ADD CP-VALOR TO TIT-VALOR(IX-TI)
           END-SEARCH.

      *****************************************************************
      * aplica as baixas ja postadas sobre os titulos carregados.
      *****************************************************************
       170-CARREGAR-BAIXAS.
           OPEN INPUT BAIXAS-PAGAR
           IF WS-STATUS-BAIXAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 180-LER-BAIXA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE BAIXAS-PAGAR.

       180-LER-BAIXA.
           READ BAIXAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-TI TO 1
                   SEARCH TITULO-TAB
                       AT END
                           CONTINUE
                       WHEN TIT-FORNECEDOR(IX-TI) = BP-FORNECEDOR
                           AND TIT-NOTA-ENTREGA(IX-TI) = BP-NOTA-ENTREGA
                           ADD BP-VALOR TO TIT-BAIXADO(IX-TI)
                   END-SEARCH
           END-READ.

      *****************************************************************
      * cada acao passa antes pela permissao do operador em
      * CONTROLE-ACESSO: consultar, alterar ou excluir; letra
      * desconhecida segue para a mensagem de sempre.
      *****************************************************************
       190-VERIFICAR-PERMISSAO.
           MOVE SPACE TO ACS-ACAO
           EVALUATE WS-ACAO
               WHEN 'B'
               WHEN 'b'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'P'
               WHEN 'p'
                   MOVE 'C' TO ACS-ACAO
           END-EVALUATE
           IF ACS-ACAO = SPACE
               MOVE 'S' TO ACS-RESULTADO
           ELSE
               MOVE 'P' TO ACS-FUNCAO
               CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
               IF NOT ACESSO-PERMITIDO
                   MOVE ACS-MENSAGEM TO WS-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * um ciclo de atendimento: posta um pagamento contra um titulo
      * ou mostra o saldo devido a um fornecedor.
      *****************************************************************
       200-PROCESSAR-ACAO.
           MOVE SPACES TO WS-MENSAGEM
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACAO
           PERFORM 190-VERIFICAR-PERMISSAO
           EVALUATE TRUE
               WHEN NOT ACESSO-PERMITIDO
                   CONTINUE
               WHEN WS-ACAO = 'B' OR 'b'
                   PERFORM 210-POSTAR-PAGAMENTO
               WHEN WS-ACAO = 'P' OR 'p'
                   PERFORM 240-POSICAO-FORNECEDOR
               WHEN WS-ACAO = 'S' OR 's'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
           END-EVALUATE
           DISPLAY TELA-MENSAGEM.

      *****************************************************************
      * posta um pagamento: exige titulo existente e com saldo, nao
      * aceita baixa maior que o saldo, grava a linha da baixa e
      * atualiza o titulo em memoria.
      *****************************************************************
       210-POSTAR-PAGAMENTO.
           ACCEPT TELA-FORNECEDOR
           ACCEPT TELA-NOTA
           PERFORM 230-PROCURAR-TITULO
           IF NOT TITULO-ACHADO
               MOVE 'TITULO NAO ENCONTRADO PARA FORNECEDOR+NOTA'
                   TO WS-MENSAGEM
           ELSE
               COMPUTE WS-SALDO-TITULO =
                   TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
               MOVE TIT-VENCIMENTO(IX-TI) TO WS-VENCIMENTO
               DISPLAY TELA-SALDO-TITULO
               IF WS-SALDO-TITULO <= 0
                   MOVE 'TITULO JA LIQUIDADO' TO WS-MENSAGEM
               ELSE
                   MOVE 0 TO WS-VALOR-BAIXA
                   ACCEPT TELA-VALOR
                   IF WS-VALOR-BAIXA = 0
                       MOVE 'VALOR DEVE SER MAIOR QUE ZERO'
                           TO WS-MENSAGEM
                   ELSE
                   IF WS-VALOR-BAIXA > WS-SALDO-TITULO
                       MOVE 'VALOR MAIOR QUE O SALDO DO TITULO'
                           TO WS-MENSAGEM
                   ELSE
                       PERFORM 220-GRAVAR-BAIXA
                       ADD WS-VALOR-BAIXA TO TIT-BAIXADO(IX-TI)
                       COMPUTE WS-SALDO-TITULO =
                           TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
                       DISPLAY TELA-SALDO-TITULO
                       MOVE 'PAGAMENTO POSTADO' TO WS-MENSAGEM
                   END-IF
                   END-IF
               END-IF
           END-IF.

       220-GRAVAR-BAIXA.
           OPEN EXTEND BAIXAS-PAGAR
           MOVE SPACES TO REG-BAIXA
           MOVE WS-FORNECEDOR TO BP-FORNECEDOR
           MOVE WS-NOTA-ENTREGA TO BP-NOTA-ENTREGA
           MOVE WS-VALOR-BAIXA TO BP-VALOR
           MOVE WS-DATA-HOJE TO BP-DATA
           WRITE REG-BAIXA
           CLOSE BAIXAS-PAGAR.

       230-PROCURAR-TITULO.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   CONTINUE
               WHEN TIT-FORNECEDOR(IX-TI) = WS-FORNECEDOR
                       AND TIT-NOTA-ENTREGA(IX-TI) = WS-NOTA-ENTREGA
                   SET TITULO-ACHADO TO TRUE
           END-SEARCH.

      *****************************************************************
      * saldo devido a um fornecedor: soma de todos os titulos dele,
      * valores originais menos baixas.
      *****************************************************************
       240-POSICAO-FORNECEDOR.
           ACCEPT TELA-FORNECEDOR
           MOVE 0 TO WS-SALDO-FORNECEDOR
           PERFORM 250-SOMAR-FORNECEDOR
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           DISPLAY TELA-SALDO-FORNECEDOR
           MOVE 'POSICAO APURADA' TO WS-MENSAGEM.

       250-SOMAR-FORNECEDOR.
           IF TIT-FORNECEDOR(IX-TI) = WS-FORNECEDOR
               COMPUTE WS-SALDO-FORNECEDOR = WS-SALDO-FORNECEDOR
                   + TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
           END-IF.

       END PROGRAM BAIXA-PAGAR.
