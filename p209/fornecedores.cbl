      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Maintenance of the supplier master FORNECEDORES.TXT
      *          (code, name, tax id, payment terms in days, status),
      *          in the mold of CADASTRO-CLIENTES: add, change,
      *          deactivate or reactivate and inquire. The supplier
      *          code is what the catalog keeps as the default
      *          supplier of each product, what PEDIDOS-COMPRA groups
      *          the suggested orders by and what ENTRADA-MERCADORIA
      *          receives against. Every field changed goes to the
      *          shared trail through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-FORNECEDORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\FORNECEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-FORNECEDOR-ARQ.
           05 CODIGO-ARQ PIC X(5).
           05 NOME-ARQ PIC X(20).
      * CNPJ (ou CPF) do fornecedor, so os digitos
           05 CNPJ-ARQ PIC X(14).
      * prazo de pagamento em dias corridos a partir da entrega
           05 PRAZO-ARQ PIC 999.
      * 'A' = ativo, 'I' = inativo (nao recebe pedidos nem entregas)
           05 STATUS-ARQ PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-FIM-CADASTRO PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-CODIGO PIC X(5) VALUE SPACES.
       01 WS-NOME PIC X(20) VALUE SPACES.
       01 WS-CNPJ PIC X(14) VALUE SPACES.
       01 WS-PRAZO PIC 999 VALUE 0.
       01 WS-SITUACAO PIC X VALUE 'A'.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 FORNECEDOR-ACHADO VALUE 'S'.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.

       01 WS-QTD-FORNECEDORES PIC 999 VALUE 0.
       01 WS-TAB-FORNECEDORES.
           05 FORNECEDOR-TAB OCCURS 100 TIMES INDEXED BY IX-FO.
               10 CODIGO-TAB PIC X(5).
               10 NOME-TAB PIC X(20).
               10 CNPJ-TAB PIC X(14).
               10 PRAZO-TAB PIC 999.
               10 STATUS-TAB PIC X.
      * imagem do fornecedor antes da acao, comparada campo a campo
      * com a tabela depois dela para a trilha de alteracoes.
       01 ANT-FORNECEDOR.
           05 ANT-CODIGO PIC X(5).
           05 ANT-NOME PIC X(20).
           05 ANT-CNPJ PIC X(14).
           05 ANT-PRAZO PIC X(3).
           05 ANT-STATUS PIC X.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-FORNECEDORES'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'FORNECEDORES.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-FORNECEDORES'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'MANUTENCAO DO CADASTRO DE FORNECEDORES'
              LINE 2 COLUMN 20 HIGHLIGHT.
           05 'ACAO (I=incluir A=alterar D=desativar/reativar C=consu
      -'ltar S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-CODIGO.
           05 'CODIGO:    '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC X(5) TO WS-CODIGO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-DADOS.
           05 'NOME:      '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC X(20) USING WS-NOME
               REVERSE-VIDEO.
           05 'CNPJ:      '
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC X(14) USING WS-CNPJ
               REVERSE-VIDEO.
           05 'PRAZO DIAS:'
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 17 PIC ZZ9 USING WS-PRAZO
               REVERSE-VIDEO.
       01 TELA-CONSULTA.
           05 LINE 9 COLUMN 17 PIC X(20) FROM WS-NOME
               REVERSE-VIDEO.
           05 LINE 11 COLUMN 17 PIC X(14) FROM WS-CNPJ
               REVERSE-VIDEO.
           05 LINE 13 COLUMN 17 PIC ZZ9 FROM WS-PRAZO
               REVERSE-VIDEO.
           05 'SITUACAO:  '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC X FROM WS-SITUACAO
               REVERSE-VIDEO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF
           MOVE ACS-OPERADOR TO ALT-OPERADOR
           PERFORM 150-CARREGAR-CADASTRO
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           PERFORM 300-GRAVAR-CADASTRO
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * carrega o cadastro existente na tabela em memoria; prazo fora
      * de formato entra como zero (pagamento a vista).
      *****************************************************************
       150-CARREGAR-CADASTRO.
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               PERFORM 160-LER-FORNECEDOR
                   UNTIL WS-FIM-CADASTRO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       160-LER-FORNECEDOR.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO
               NOT AT END
                   IF WS-QTD-FORNECEDORES < 100
                       ADD 1 TO WS-QTD-FORNECEDORES
                       SET IX-FO TO WS-QTD-FORNECEDORES
                       MOVE CODIGO-ARQ TO CODIGO-TAB(IX-FO)
                       MOVE NOME-ARQ TO NOME-TAB(IX-FO)
                       MOVE CNPJ-ARQ TO CNPJ-TAB(IX-FO)
                       IF PRAZO-ARQ IS NUMERIC
                           MOVE PRAZO-ARQ TO PRAZO-TAB(IX-FO)
                       ELSE
                           MOVE 0 TO PRAZO-TAB(IX-FO)
                       END-IF
                       IF STATUS-ARQ = 'I'
                           MOVE 'I' TO STATUS-TAB(IX-FO)
                       ELSE
                           MOVE 'A' TO STATUS-TAB(IX-FO)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * cada acao passa antes pela permissao do operador em
      * CONTROLE-ACESSO: consultar, alterar ou excluir; letra
      * desconhecida segue para a mensagem de sempre.
      *****************************************************************
       190-VERIFICAR-PERMISSAO.
           MOVE SPACE TO ACS-ACAO
           EVALUATE WS-ACAO
               WHEN 'I'
               WHEN 'i'
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'D'
               WHEN 'd'
                   MOVE 'E' TO ACS-ACAO
               WHEN 'C'
               WHEN 'c'
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
      * um ciclo de manutencao: aceita a acao e o codigo e executa a
      * inclusao, alteracao, desativacao ou consulta pedida.
      *****************************************************************
       200-PROCESSAR-ACAO.
           MOVE SPACES TO WS-MENSAGEM
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACAO
           IF WS-ACAO = 'S' OR 's'
               CONTINUE
           ELSE
               PERFORM 190-VERIFICAR-PERMISSAO
               IF ACESSO-PERMITIDO
                   ACCEPT TELA-CODIGO
                   PERFORM 250-PROCURAR-FORNECEDOR
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-INCLUIR
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 220-ALTERAR
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM 230-DESATIVAR
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM 240-CONSULTAR
                       WHEN OTHER
                           MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
                   END-EVALUATE
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF.

       210-INCLUIR.
           IF FORNECEDOR-ACHADO
               MOVE 'CODIGO JA CADASTRADO' TO WS-MENSAGEM
           ELSE
               IF WS-QTD-FORNECEDORES >= 100
                   MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
               ELSE
                   MOVE SPACES TO WS-NOME WS-CNPJ
                   MOVE 0 TO WS-PRAZO
                   ACCEPT TELA-DADOS
                   ADD 1 TO WS-QTD-FORNECEDORES
                   SET IX-FO TO WS-QTD-FORNECEDORES
                   MOVE WS-CODIGO TO CODIGO-TAB(IX-FO)
                   MOVE WS-NOME TO NOME-TAB(IX-FO)
                   MOVE WS-CNPJ TO CNPJ-TAB(IX-FO)
                   MOVE WS-PRAZO TO PRAZO-TAB(IX-FO)
                   MOVE 'A' TO STATUS-TAB(IX-FO)
                   MOVE SPACES TO ANT-FORNECEDOR
                   PERFORM 260-REGISTRAR-ALTERACOES
                   MOVE 'FORNECEDOR INCLUIDO' TO WS-MENSAGEM
               END-IF
           END-IF.

       220-ALTERAR.
           IF NOT FORNECEDOR-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE NOME-TAB(IX-FO) TO WS-NOME
               MOVE CNPJ-TAB(IX-FO) TO WS-CNPJ
               MOVE PRAZO-TAB(IX-FO) TO WS-PRAZO
               ACCEPT TELA-DADOS
               MOVE FORNECEDOR-TAB(IX-FO) TO ANT-FORNECEDOR
               MOVE WS-NOME TO NOME-TAB(IX-FO)
               MOVE WS-CNPJ TO CNPJ-TAB(IX-FO)
               MOVE WS-PRAZO TO PRAZO-TAB(IX-FO)
               PERFORM 260-REGISTRAR-ALTERACOES
               MOVE 'FORNECEDOR ALTERADO' TO WS-MENSAGEM
           END-IF.

      *****************************************************************
      * desativacao e reativacao alternam o status; o fornecedor
      * inativo continua no cadastro para o historico, mas nao
      * recebe pedidos nem entregas novas.
      *****************************************************************
       230-DESATIVAR.
           IF NOT FORNECEDOR-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE FORNECEDOR-TAB(IX-FO) TO ANT-FORNECEDOR
               IF STATUS-TAB(IX-FO) = 'I'
                   MOVE 'A' TO STATUS-TAB(IX-FO)
                   MOVE 'FORNECEDOR REATIVADO' TO WS-MENSAGEM
               ELSE
                   MOVE 'I' TO STATUS-TAB(IX-FO)
                   MOVE 'FORNECEDOR DESATIVADO' TO WS-MENSAGEM
               END-IF
               PERFORM 260-REGISTRAR-ALTERACOES
           END-IF.

       240-CONSULTAR.
           IF NOT FORNECEDOR-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE NOME-TAB(IX-FO) TO WS-NOME
               MOVE CNPJ-TAB(IX-FO) TO WS-CNPJ
               MOVE PRAZO-TAB(IX-FO) TO WS-PRAZO
               MOVE STATUS-TAB(IX-FO) TO WS-SITUACAO
               DISPLAY TELA-CONSULTA
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF.

       250-PROCURAR-FORNECEDOR.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-FO TO 1
           SEARCH FORNECEDOR-TAB
               AT END
                   CONTINUE
               WHEN CODIGO-TAB(IX-FO) = WS-CODIGO
                   SET FORNECEDOR-ACHADO TO TRUE
           END-SEARCH.

      *****************************************************************
      * compara a imagem anterior com a entrada da tabela e passa
      * cada campo a REGISTRO-ALTERACAO, que so grava na trilha os
      * que mudaram.
      *****************************************************************
       260-REGISTRAR-ALTERACOES.
           MOVE CODIGO-TAB(IX-FO) TO ALT-CHAVE
           MOVE 'NOME' TO ALT-CAMPO
           MOVE ANT-NOME TO ALT-ANTES
           MOVE NOME-TAB(IX-FO) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'CNPJ' TO ALT-CAMPO
           MOVE ANT-CNPJ TO ALT-ANTES
           MOVE CNPJ-TAB(IX-FO) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'PRAZO' TO ALT-CAMPO
           MOVE ANT-PRAZO TO ALT-ANTES
           MOVE PRAZO-TAB(IX-FO) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE ANT-STATUS TO ALT-ANTES
           MOVE STATUS-TAB(IX-FO) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * regrava o cadastro inteiro a partir da tabela em memoria.
      *****************************************************************
       300-GRAVAR-CADASTRO.
           OPEN OUTPUT CADASTRO-ARQ
           PERFORM 310-GRAVAR-FORNECEDOR
               VARYING IX-FO FROM 1 BY 1
               UNTIL IX-FO > WS-QTD-FORNECEDORES
           CLOSE CADASTRO-ARQ.

       310-GRAVAR-FORNECEDOR.
           MOVE SPACES TO REG-FORNECEDOR-ARQ
           MOVE CODIGO-TAB(IX-FO) TO CODIGO-ARQ
           MOVE NOME-TAB(IX-FO) TO NOME-ARQ
           MOVE CNPJ-TAB(IX-FO) TO CNPJ-ARQ
           MOVE PRAZO-TAB(IX-FO) TO PRAZO-ARQ
           MOVE STATUS-TAB(IX-FO) TO STATUS-ARQ
           WRITE REG-FORNECEDOR-ARQ.

       END PROGRAM CADASTRO-FORNECEDORES.
