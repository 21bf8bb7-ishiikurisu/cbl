      *          O=operador/S=supervisor, status), in the mold of
      *          CADASTRO-VENDEDORES: CALC4 validates the sign-on and
      *          the supervisor authorizations against this file, so
      *          the audit trail stops hanging on one shared code.
      *          Sign-on and each action go through CONTROLE-ACESSO,
      *          and D unlocks an operator locked by wrong passwords.
      *          Every field changed goes to the shared trail through
      *          REGISTRO-ALTERACAO (a password change as such, never
      *          its value)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 SENHA-TAB PIC X(5).
               10 NIVEL-TAB PIC X.
               10 STATUS-TAB PIC X.
      * imagem do operador antes da acao, comparada campo a campo com
      * a tabela depois dela para a trilha de alteracoes.
       01 ANT-OPERADOR.
           05 ANT-CODIGO PIC X(5).
           05 ANT-NOME PIC X(20).
           05 ANT-SENHA PIC X(5).
           05 ANT-NIVEL PIC X.
           05 ANT-STATUS PIC X.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-OPERADORES'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'OPERADORES.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-OPERADORES'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
           05 BLANK SCREEN.
           05 'MANUTENCAO DO CADASTRO DE OPERADORES'
              LINE 2 COLUMN 20 HIGHLIGHT.
           05 'ACAO (I=incluir A=alterar E=excluir C=consultar'
              LINE 4 COLUMN 5.
           05 ' D=desbloquear S=sair)'
              LINE 4 COLUMN 53.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.

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
               WHEN 'D'
               WHEN 'd'
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

       200-PROCESSAR-ACAO.
           MOVE SPACES TO WS-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WS-ACAO = 'S' OR 's'
               CONTINUE
           ELSE
               PERFORM 190-VERIFICAR-PERMISSAO
               IF ACESSO-PERMITIDO
                   ACCEPT TELA-CODIGO
                   PERFORM 250-PROCURAR-OPERADOR
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-INCLUIR
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 220-ALTERAR
                       WHEN 'E'
                       WHEN 'e'
                           PERFORM 230-EXCLUIR
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM 240-CONSULTAR
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM 245-DESBLOQUEAR
                       WHEN OTHER
                           MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
                   END-EVALUATE
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF.

       210-INCLUIR.
                   ADD 1 TO WS-QTD-OPERADORES
                   SET IX-OPE TO WS-QTD-OPERADORES
                   MOVE WS-CODIGO TO CODIGO-TAB(IX-OPE)
                   MOVE SPACES TO ANT-OPERADOR
                   PERFORM 260-GUARDAR-DADOS
                   PERFORM 270-REGISTRAR-ALTERACOES
                   MOVE 'OPERADOR INCLUIDO' TO WS-MENSAGEM
               END-IF
           END-IF.
               MOVE NIVEL-TAB(IX-OPE) TO WS-NIVEL
               MOVE STATUS-TAB(IX-OPE) TO WS-SITUACAO
               ACCEPT TELA-DADOS
               MOVE OPERADOR-TAB(IX-OPE) TO ANT-OPERADOR
               PERFORM 260-GUARDAR-DADOS
               PERFORM 270-REGISTRAR-ALTERACOES
               MOVE 'OPERADOR ALTERADO' TO WS-MENSAGEM
           END-IF.

           IF NOT OPERADOR-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE OPERADOR-TAB(IX-OPE) TO ANT-OPERADOR
               MOVE 'I' TO STATUS-TAB(IX-OPE)
               PERFORM 270-REGISTRAR-ALTERACOES
               MOVE 'OPERADOR INATIVADO' TO WS-MENSAGEM
           END-IF.

                   TO WS-MENSAGEM
           END-IF.

      *****************************************************************
      * desbloqueio do operador travado por senhas erradas: so um
      * supervisor o faz, e CONTROLE-ACESSO registra no log quem
      * liberou quem.
      *****************************************************************
       245-DESBLOQUEAR.
           IF NOT OPERADOR-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE WS-CODIGO TO ACS-ALVO
               MOVE 'D' TO ACS-FUNCAO
               CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
               MOVE ACS-MENSAGEM TO WS-MENSAGEM
           END-IF.

       250-PROCURAR-OPERADOR.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-OPE TO 1
           MOVE WS-NIVEL TO NIVEL-TAB(IX-OPE)
           MOVE WS-SITUACAO TO STATUS-TAB(IX-OPE).

      *****************************************************************
      * compara a imagem anterior com a entrada da tabela e passa
      * cada campo a REGISTRO-ALTERACAO, que so grava na trilha os
      * que mudaram. a senha nunca vai para a trilha: so a troca.
      *****************************************************************
       270-REGISTRAR-ALTERACOES.
           MOVE CODIGO-TAB(IX-OPE) TO ALT-CHAVE
           MOVE 'NOME' TO ALT-CAMPO
           MOVE ANT-NOME TO ALT-ANTES
           MOVE NOME-TAB(IX-OPE) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           IF ANT-SENHA NOT = SENHA-TAB(IX-OPE)
               MOVE 'SENHA' TO ALT-CAMPO
               IF ANT-CODIGO = SPACES
                   MOVE SPACES TO ALT-ANTES
               ELSE
                   MOVE '*****' TO ALT-ANTES
               END-IF
               MOVE 'TROCADA' TO ALT-DEPOIS
               CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           END-IF
           MOVE 'NIVEL' TO ALT-CAMPO
           MOVE ANT-NIVEL TO ALT-ANTES
           MOVE NIVEL-TAB(IX-OPE) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE ANT-STATUS TO ALT-ANTES
           MOVE STATUS-TAB(IX-OPE) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

       300-GRAVAR-CADASTRO.
           OPEN OUTPUT OPERADORES-ARQ
           PERFORM 310-GRAVAR-OPERADOR
