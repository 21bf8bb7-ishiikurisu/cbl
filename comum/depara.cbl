      *          validated -- the short code against PAGE-461's table
      *          range and the long code against an active vendor in
      *          CADASTRO-VENDEDORES.TXT -- so a new salesman stops
      *          starting life as a bridge error. Every change
      *          goes to the shared trail through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 CODIGO-CAD-TAB PIC X(5).
               10 STATUS-CAD-TAB PIC X.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-DE-PARA'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'TAB-DE-PARA-VENDEDOR.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-DE-PARA'.
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
           MOVE SPACES TO WS-MAX-VENDEDORES-ENV
           ACCEPT WS-MAX-VENDEDORES-ENV FROM ENVIRONMENT
               'P461-MAX-VENDEDORES'
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
                   ACCEPT TELA-NR-DE
                   PERFORM 250-PROCURAR-ENTRADA
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
                       WHEN OTHER
                           MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
                   END-EVALUATE
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF.

       210-INCLUIR.
                       SET IX-DP TO WS-QTD-DEPARA
                       MOVE WS-NR-DE TO NR-DE-TAB(IX-DP)
                       MOVE WS-CODIGO-PARA TO CODIGO-PARA-TAB(IX-DP)
                       MOVE SPACES TO ALT-ANTES
                       MOVE WS-CODIGO-PARA TO ALT-DEPOIS
                       PERFORM 280-REGISTRAR-ALTERACAO
                       MOVE 'MAPEAMENTO INCLUIDO' TO WS-MENSAGEM
                   END-IF
               END-IF
               ACCEPT TELA-CODIGO-PARA
               PERFORM 260-VALIDAR-LADOS
               IF WS-MENSAGEM = SPACES
                   MOVE CODIGO-PARA-TAB(IX-DP) TO ALT-ANTES
                   MOVE WS-CODIGO-PARA TO ALT-DEPOIS
                   PERFORM 280-REGISTRAR-ALTERACAO
                   MOVE WS-CODIGO-PARA TO CODIGO-PARA-TAB(IX-DP)
                   MOVE 'MAPEAMENTO ALTERADO' TO WS-MENSAGEM
               END-IF
           IF NOT ENTRADA-ACHADA
               MOVE 'NUMERO NAO MAPEADO' TO WS-MENSAGEM
           ELSE
               MOVE CODIGO-PARA-TAB(IX-DP) TO ALT-ANTES
               MOVE SPACES TO ALT-DEPOIS
               PERFORM 280-REGISTRAR-ALTERACAO
               MOVE NR-DE-TAB(WS-QTD-DEPARA) TO NR-DE-TAB(IX-DP)
               MOVE CODIGO-PARA-TAB(WS-QTD-DEPARA)
                   TO CODIGO-PARA-TAB(IX-DP)
               END-SEARCH
           END-IF.

      *****************************************************************
      * a entrada tem um so campo alem da chave: o codigo longo, com
      * antes em branco na inclusao e depois em branco na exclusao.
      *****************************************************************
       280-REGISTRAR-ALTERACAO.
           MOVE WS-NR-DE TO ALT-CHAVE
           MOVE 'CODIGO-506' TO ALT-CAMPO
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

       300-GRAVAR-DEPARA.
           OPEN OUTPUT TAB-DE-PARA
           PERFORM 310-GRAVAR-ENTRADA
