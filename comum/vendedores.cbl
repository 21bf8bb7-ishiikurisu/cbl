      *          (CADASTRO-VENDEDORES.TXT: code, name, region,
      *          department, status) used by the sales reporting
      *          programs to resolve vendor names -- one spelling of
      *          each salesman for the whole shop. Every field
      *          changed goes to the shared trail through
      *          REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 REGIAO-TAB PIC XX.
               10 DEPTO-TAB PIC XX.
               10 STATUS-TAB PIC X.
      * imagem do vendedor antes da acao, comparada campo a campo com
      * a tabela depois dela para a trilha de alteracoes.
       01 ANT-VENDEDOR.
           05 ANT-CODIGO PIC X(5).
           05 ANT-NOME PIC X(20).
           05 ANT-REGIAO PIC XX.
           05 ANT-DEPTO PIC XX.
           05 ANT-STATUS PIC X.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-VENDEDORES'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'CADASTRO-VENDEDORES.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-VENDEDORES'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1

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
               WHEN 'T'
               WHEN 't'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'E'
               WHEN 'e'
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
      * inclusao, alteracao, exclusao logica ou consulta pedida.
           IF WS-ACAO = 'S' OR 's'
               CONTINUE
           ELSE
               PERFORM 190-VERIFICAR-PERMISSAO
               IF ACESSO-PERMITIDO
                   ACCEPT TELA-CODIGO
                   PERFORM 250-PROCURAR-VENDEDOR
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-INCLUIR
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 220-ALTERAR
                       WHEN 'T'
                       WHEN 't'
                           PERFORM 225-TRANSFERIR
                       WHEN 'E'
                       WHEN 'e'
                           PERFORM 230-EXCLUIR
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
                   ADD 1 TO WS-QTD-VENDEDORES
                   SET IX-VD TO WS-QTD-VENDEDORES
                   MOVE WS-CODIGO TO CODIGO-TAB(IX-VD)
                   MOVE SPACES TO ANT-VENDEDOR
                   PERFORM 260-GUARDAR-DADOS
                   PERFORM 280-REGISTRAR-ALTERACOES
      * a lotacao inicial tambem entra no historico, com vigencia na
      * data de hoje.
                   MOVE FUNCTION CURRENT-DATE(1:8)
               MOVE WS-REGIAO TO WS-REGIAO-ANTERIOR
               MOVE WS-DEPTO TO WS-DEPTO-ANTERIOR
               ACCEPT TELA-DADOS
               MOVE VENDEDOR-TAB(IX-VD) TO ANT-VENDEDOR
               PERFORM 260-GUARDAR-DADOS
               PERFORM 280-REGISTRAR-ALTERACOES
               IF WS-REGIAO NOT = WS-REGIAO-ANTERIOR
                       OR WS-DEPTO NOT = WS-DEPTO-ANTERIOR
                   MOVE FUNCTION CURRENT-DATE(1:8)
                   MOVE 'DATA DE VIGENCIA E OBRIGATORIA'
                       TO WS-MENSAGEM
               ELSE
                   MOVE VENDEDOR-TAB(IX-VD) TO ANT-VENDEDOR
                   MOVE WS-REGIAO TO REGIAO-TAB(IX-VD)
                   MOVE WS-DEPTO TO DEPTO-TAB(IX-VD)
                   PERFORM 280-REGISTRAR-ALTERACOES
                   PERFORM 270-GRAVAR-LOTACAO
                   MOVE 'TRANSFERENCIA REGISTRADA' TO WS-MENSAGEM
               END-IF
           IF NOT VENDEDOR-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE VENDEDOR-TAB(IX-VD) TO ANT-VENDEDOR
               MOVE 'I' TO STATUS-TAB(IX-VD)
               PERFORM 280-REGISTRAR-ALTERACOES
               MOVE 'VENDEDOR INATIVADO' TO WS-MENSAGEM
           END-IF.

           MOVE WS-DEPTO TO DEPTO-TAB(IX-VD)
           MOVE WS-SITUACAO TO STATUS-TAB(IX-VD).

      *****************************************************************
      * compara a imagem anterior com a entrada da tabela e passa
      * cada campo a REGISTRO-ALTERACAO, que so grava na trilha os
      * que mudaram.
      *****************************************************************
       280-REGISTRAR-ALTERACOES.
           MOVE CODIGO-TAB(IX-VD) TO ALT-CHAVE
           MOVE 'NOME' TO ALT-CAMPO
           MOVE ANT-NOME TO ALT-ANTES
           MOVE NOME-TAB(IX-VD) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'REGIAO' TO ALT-CAMPO
           MOVE ANT-REGIAO TO ALT-ANTES
           MOVE REGIAO-TAB(IX-VD) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DEPTO' TO ALT-CAMPO
           MOVE ANT-DEPTO TO ALT-ANTES
           MOVE DEPTO-TAB(IX-VD) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE ANT-STATUS TO ALT-ANTES
           MOVE STATUS-TAB(IX-VD) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * regrava o cadastro inteiro a partir da tabela em memoria.
      *****************************************************************
