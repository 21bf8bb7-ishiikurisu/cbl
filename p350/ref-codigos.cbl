      *          code still present in the current month's transaction
      *          file (P350-ENTRADA) or assigned to a vendor in
      *          CADASTRO-VENDEDORES.TXT -- so a hasty edit stops
      *          sending a week of valid transactions to the rejects.
      *          Every change goes to the shared trail through
      *          REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 DEPT-TAB PIC XX.
               10 STATUS-TAB PIC X.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-REGIOES-DEPTOS'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'REGIOES-DEPTOS.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-REGIOES-DEPTOS'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

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
           MOVE ACS-OPERADOR TO ALT-OPERADOR
           MOVE SPACES TO WS-ARQ-TRANS-ENV
           ACCEPT WS-ARQ-TRANS-ENV FROM ENVIRONMENT 'P350-ENTRADA'
           IF WS-ARQ-TRANS-ENV NOT = SPACES
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
               WHEN 'V'
               WHEN 'v'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'R'
               WHEN 'r'
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
                   ACCEPT TELA-CODIGOS
                   PERFORM 250-PROCURAR-COMBINACAO
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-INCLUIR
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM 220-APOSENTAR
                       WHEN 'V'
                       WHEN 'v'
                           PERFORM 230-REATIVAR
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
                   MOVE WS-REGIAO TO REGIAO-TAB(IX-RF)
                   MOVE WS-DEPT TO DEPT-TAB(IX-RF)
                   MOVE 'A' TO STATUS-TAB(IX-RF)
                   MOVE SPACES TO ALT-ANTES
                   PERFORM 290-REGISTRAR-ALTERACAO
                   MOVE 'COMBINACAO INCLUIDA' TO WS-MENSAGEM
               END-IF
           END-IF.
               IF CODIGO-EM-USO
                   CONTINUE
               ELSE
                   MOVE STATUS-TAB(IX-RF) TO ALT-ANTES
                   MOVE 'I' TO STATUS-TAB(IX-RF)
                   PERFORM 290-REGISTRAR-ALTERACAO
                   MOVE 'COMBINACAO APOSENTADA' TO WS-MENSAGEM
               END-IF
           END-IF.
           IF NOT COMBINACAO-ACHADA
               MOVE 'COMBINACAO NAO CADASTRADA' TO WS-MENSAGEM
           ELSE
               MOVE STATUS-TAB(IX-RF) TO ALT-ANTES
               MOVE 'A' TO STATUS-TAB(IX-RF)
               PERFORM 290-REGISTRAR-ALTERACAO
               MOVE 'COMBINACAO REATIVADA' TO WS-MENSAGEM
           END-IF.

                   END-IF
           END-READ.

      *****************************************************************
      * a chave e a combinacao regiao + departamento e o unico campo
      * mantido e o status; o valor anterior vem preenchido por quem
      * chama, em branco na inclusao.
      *****************************************************************
       290-REGISTRAR-ALTERACAO.
           MOVE SPACES TO ALT-CHAVE
           STRING REGIAO-TAB(IX-RF) '/' DEPT-TAB(IX-RF)
               DELIMITED BY SIZE INTO ALT-CHAVE
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE STATUS-TAB(IX-RF) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

       300-GRAVAR-REFERENCIA.
           OPEN OUTPUT ARQ-REF-CODIGOS
           PERFORM 310-GRAVAR-REF
