           05 BX-VALOR PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 BX-DATA PIC 9(8).
      * parcela, juros recebidos e nosso-numero das baixas que
      * RETORNO-BOLETOS posta a partir do retorno do banco (origem
      * 'B'); zerados na baixa digitada aqui, de origem em branco.
           05 PIC X VALUE SPACE.
           05 BX-PARCELA PIC 99.
           05 PIC X VALUE SPACE.
           05 BX-JUROS PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 BX-NOSSO-NUMERO PIC 9(9).
           05 PIC X VALUE SPACE.
           05 BX-ORIGEM PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECEBER PIC XX.
               10 TIT-BAIXADO PIC S9(9)V99.
               10 TIT-VENCIMENTO PIC 9(8).

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'BAIXA-RECEBER'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.

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
      * ou mostra a posicao em aberto de um cliente.
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
                   PERFORM 240-POSICAO-CLIENTE
               WHEN WS-ACAO = 'S' OR 's'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
           MOVE WS-NR-NOTA TO BX-NR-NOTA
           MOVE WS-VALOR-BAIXA TO BX-VALOR
           MOVE WS-DATA-HOJE TO BX-DATA
           MOVE 0 TO BX-PARCELA BX-JUROS BX-NOSSO-NUMERO
           WRITE REG-BAIXA
           CLOSE BAIXAS-RECEBER.

