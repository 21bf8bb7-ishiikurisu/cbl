      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Maintenance of the scheduled promotions file
      *          PROMOCOES.TXT (promotion code, description, product,
      *          promotional unit price, minimum quantity, start and
      *          end dates, status), in the mold of
      *          CADASTRO-FORNECEDORES: add, change, cancel or
      *          reactivate and inquire. A minimum quantity above one
      *          makes the entry a "buy N, pay less per unit" break;
      *          CALC4 applies the best promotion valid on the
      *          processing date. Every field changed goes to the
      *          shared trail through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PROMOCOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\PROMOCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
      * catalogo consultado para validar o produto da promocao e
      * mostrar a descricao e o preco de tabela.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-PROMOCAO-ARQ.
           05 CODIGO-ARQ PIC X(6).
           05 DESCRICAO-ARQ PIC X(20).
           05 PRODUTO-ARQ PIC X(6).
      * preco unitario promocional
           05 PRECO-ARQ PIC 99V99.
      * quantidade minima no item para o preco valer; zero ou um =
      * qualquer quantidade
           05 QTD-MINIMA-ARQ PIC 9(5).
      * vigencia, AAAAMMDD, inclusive nas duas pontas
           05 DATA-INI-ARQ PIC 9(8).
           05 DATA-FIM-ARQ PIC 9(8).
      * 'A' = ativa, 'I' = cancelada (nao vale mais no caixa)
           05 STATUS-ARQ PIC X.

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
           05 PRECO-UNITARIO-IN  PIC 99V99.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
           05 PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-FLAG-CATALOGO PIC X VALUE 'N'.
           88 CATALOGO-ABERTO VALUE 'S'.
       01 WS-FIM-CADASTRO PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-CODIGO PIC X(6) VALUE SPACES.
       01 WS-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-PRODUTO PIC X(6) VALUE SPACES.
       01 WS-DESCRICAO-PRODUTO PIC X(20) VALUE SPACES.
       01 WS-PRECO-TABELA PIC 99V99 VALUE 0.
       01 WS-PRECO PIC 99V99 VALUE 0.
       01 WS-QTD-MINIMA PIC 9(5) VALUE 0.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 0.
       01 WS-SITUACAO PIC X VALUE 'A'.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 PROMOCAO-ACHADA VALUE 'S'.
       01 WS-FLAG-DADOS PIC X VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.

       01 WS-QTD-PROMOCOES PIC 999 VALUE 0.
       01 WS-TAB-PROMOCOES.
           05 PROMOCAO-TAB OCCURS 200 TIMES INDEXED BY IX-PR.
               10 CODIGO-TAB PIC X(6).
               10 DESCRICAO-TAB PIC X(20).
               10 PRODUTO-TAB PIC X(6).
               10 PRECO-TAB PIC 99V99.
               10 QTD-MINIMA-TAB PIC 9(5).
               10 DATA-INI-TAB PIC 9(8).
               10 DATA-FIM-TAB PIC 9(8).
               10 STATUS-TAB PIC X.
      * imagem da promocao antes da acao, comparada campo a campo com
      * a tabela depois dela para a trilha de alteracoes; codigo em
      * branco = inclusao.
       01 ANT-PROMOCAO.
           05 ANT-CODIGO PIC X(6).
           05 ANT-DESCRICAO PIC X(20).
           05 ANT-PRODUTO PIC X(6).
           05 ANT-PRECO PIC 99V99.
           05 ANT-QTD-MINIMA PIC X(5).
           05 ANT-DATA-INI PIC X(8).
           05 ANT-DATA-FIM PIC X(8).
           05 ANT-STATUS PIC X.
       01 ALT-PRECO-EDITADO PIC Z9.99.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-PROMOCOES'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'PROMOCOES.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-PROMOCOES'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'MANUTENCAO DAS PROMOCOES PROGRAMADAS'
              LINE 2 COLUMN 20 HIGHLIGHT.
           05 'ACAO (I=incluir A=alterar D=cancelar/reativar C=consul
      -'tar S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-CODIGO.
           05 'PROMOCAO:  '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC X(6) TO WS-CODIGO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-DADOS.
           05 'DESCRICAO: '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC X(20) USING WS-DESCRICAO
               REVERSE-VIDEO.
           05 'PRODUTO:   '
              LINE 10 COLUMN 5 HIGHLIGHT.
           05 LINE 10 COLUMN 17 PIC X(6) USING WS-PRODUTO
               REVERSE-VIDEO.
           05 'PRECO:     '
              LINE 12 COLUMN 5 HIGHLIGHT.
           05 LINE 12 COLUMN 17 PIC Z9.99 USING WS-PRECO
               REVERSE-VIDEO.
           05 'QTD MINIMA:'
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 17 PIC ZZZZ9 USING WS-QTD-MINIMA
               REVERSE-VIDEO.
           05 'INICIO:    '
              LINE 14 COLUMN 5 HIGHLIGHT.
           05 LINE 14 COLUMN 17 PIC 9(8) USING WS-DATA-INI
               REVERSE-VIDEO.
           05 'FIM:       '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC 9(8) USING WS-DATA-FIM
               REVERSE-VIDEO.
       01 TELA-PRODUTO.
           05 LINE 10 COLUMN 25 PIC X(20) FROM WS-DESCRICAO-PRODUTO.
           05 'TABELA:'
              LINE 11 COLUMN 25.
           05 LINE 11 COLUMN 33 PIC Z9.99 FROM WS-PRECO-TABELA.
       01 TELA-CONSULTA.
           05 LINE 9 COLUMN 17 PIC X(20) FROM WS-DESCRICAO
               REVERSE-VIDEO.
           05 LINE 10 COLUMN 17 PIC X(6) FROM WS-PRODUTO
               REVERSE-VIDEO.
           05 LINE 12 COLUMN 17 PIC Z9.99 FROM WS-PRECO
               REVERSE-VIDEO.
           05 LINE 13 COLUMN 17 PIC ZZZZ9 FROM WS-QTD-MINIMA
               REVERSE-VIDEO.
           05 LINE 14 COLUMN 17 PIC 9(8) FROM WS-DATA-INI
               REVERSE-VIDEO.
           05 LINE 15 COLUMN 17 PIC 9(8) FROM WS-DATA-FIM
               REVERSE-VIDEO.
           05 'SITUACAO:  '
              LINE 17 COLUMN 5 HIGHLIGHT.
           05 LINE 17 COLUMN 17 PIC X FROM WS-SITUACAO
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
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO = '00'
               SET CATALOGO-ABERTO TO TRUE
           END-IF
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           PERFORM 300-GRAVAR-CADASTRO
           IF CATALOGO-ABERTO
               CLOSE CATALOGO-PRODUTOS
           END-IF
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * carrega o arquivo existente na tabela em memoria; campos
      * numericos fora de formato entram como zero.
      *****************************************************************
       150-CARREGAR-CADASTRO.
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               PERFORM 160-LER-PROMOCAO
                   UNTIL WS-FIM-CADASTRO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       160-LER-PROMOCAO.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO
               NOT AT END
                   IF WS-QTD-PROMOCOES < 200
                       ADD 1 TO WS-QTD-PROMOCOES
                       SET IX-PR TO WS-QTD-PROMOCOES
                       MOVE CODIGO-ARQ TO CODIGO-TAB(IX-PR)
                       MOVE DESCRICAO-ARQ TO DESCRICAO-TAB(IX-PR)
                       MOVE PRODUTO-ARQ TO PRODUTO-TAB(IX-PR)
                       MOVE 0 TO PRECO-TAB(IX-PR)
                       MOVE 0 TO QTD-MINIMA-TAB(IX-PR)
                       MOVE 0 TO DATA-INI-TAB(IX-PR)
                       MOVE 0 TO DATA-FIM-TAB(IX-PR)
                       IF PRECO-ARQ IS NUMERIC
                           MOVE PRECO-ARQ TO PRECO-TAB(IX-PR)
                       END-IF
                       IF QTD-MINIMA-ARQ IS NUMERIC
                           MOVE QTD-MINIMA-ARQ TO QTD-MINIMA-TAB(IX-PR)
                       END-IF
                       IF DATA-INI-ARQ IS NUMERIC
                           MOVE DATA-INI-ARQ TO DATA-INI-TAB(IX-PR)
                       END-IF
                       IF DATA-FIM-ARQ IS NUMERIC
                           MOVE DATA-FIM-ARQ TO DATA-FIM-TAB(IX-PR)
                       END-IF
                       IF STATUS-ARQ = 'I'
                           MOVE 'I' TO STATUS-TAB(IX-PR)
                       ELSE
                           MOVE 'A' TO STATUS-TAB(IX-PR)
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
      * inclusao, alteracao, cancelamento ou consulta pedida.
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
                   PERFORM 250-PROCURAR-PROMOCAO
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-INCLUIR
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 220-ALTERAR
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM 230-CANCELAR
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
           IF PROMOCAO-ACHADA
               MOVE 'CODIGO JA CADASTRADO' TO WS-MENSAGEM
           ELSE
               IF WS-QTD-PROMOCOES >= 200
                   MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
               ELSE
                   MOVE SPACES TO WS-DESCRICAO WS-PRODUTO
                   MOVE 0 TO WS-PRECO WS-QTD-MINIMA
                   MOVE 0 TO WS-DATA-INI WS-DATA-FIM
                   ACCEPT TELA-DADOS
                   PERFORM 260-VALIDAR-DADOS
                   IF DADOS-VALIDOS
                       ADD 1 TO WS-QTD-PROMOCOES
                       SET IX-PR TO WS-QTD-PROMOCOES
                       MOVE WS-CODIGO TO CODIGO-TAB(IX-PR)
                       PERFORM 270-GUARDAR-DADOS
                       MOVE 'A' TO STATUS-TAB(IX-PR)
                       MOVE SPACES TO ANT-PROMOCAO
                       PERFORM 280-REGISTRAR-ALTERACOES
                       MOVE 'PROMOCAO INCLUIDA' TO WS-MENSAGEM
                   END-IF
               END-IF
           END-IF.

       220-ALTERAR.
           IF NOT PROMOCAO-ACHADA
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE DESCRICAO-TAB(IX-PR) TO WS-DESCRICAO
               MOVE PRODUTO-TAB(IX-PR) TO WS-PRODUTO
               MOVE PRECO-TAB(IX-PR) TO WS-PRECO
               MOVE QTD-MINIMA-TAB(IX-PR) TO WS-QTD-MINIMA
               MOVE DATA-INI-TAB(IX-PR) TO WS-DATA-INI
               MOVE DATA-FIM-TAB(IX-PR) TO WS-DATA-FIM
               ACCEPT TELA-DADOS
               PERFORM 260-VALIDAR-DADOS
               IF DADOS-VALIDOS
                   MOVE PROMOCAO-TAB(IX-PR) TO ANT-PROMOCAO
                   PERFORM 270-GUARDAR-DADOS
                   PERFORM 280-REGISTRAR-ALTERACOES
                   MOVE 'PROMOCAO ALTERADA' TO WS-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * cancelamento e reativacao alternam o status; a promocao
      * cancelada continua no arquivo para o relatorio de resultado
      * da campanha, mas deixa de valer no caixa.
      *****************************************************************
       230-CANCELAR.
           IF NOT PROMOCAO-ACHADA
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE PROMOCAO-TAB(IX-PR) TO ANT-PROMOCAO
               IF STATUS-TAB(IX-PR) = 'I'
                   MOVE 'A' TO STATUS-TAB(IX-PR)
                   MOVE 'PROMOCAO REATIVADA' TO WS-MENSAGEM
               ELSE
                   MOVE 'I' TO STATUS-TAB(IX-PR)
                   MOVE 'PROMOCAO CANCELADA' TO WS-MENSAGEM
               END-IF
               PERFORM 280-REGISTRAR-ALTERACOES
           END-IF.

       240-CONSULTAR.
           IF NOT PROMOCAO-ACHADA
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE DESCRICAO-TAB(IX-PR) TO WS-DESCRICAO
               MOVE PRODUTO-TAB(IX-PR) TO WS-PRODUTO
               MOVE PRECO-TAB(IX-PR) TO WS-PRECO
               MOVE QTD-MINIMA-TAB(IX-PR) TO WS-QTD-MINIMA
               MOVE DATA-INI-TAB(IX-PR) TO WS-DATA-INI
               MOVE DATA-FIM-TAB(IX-PR) TO WS-DATA-FIM
               MOVE STATUS-TAB(IX-PR) TO WS-SITUACAO
               DISPLAY TELA-CONSULTA
               PERFORM 265-PROCURAR-PRODUTO
               DISPLAY TELA-PRODUTO
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF.

       250-PROCURAR-PROMOCAO.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-PR TO 1
           SEARCH PROMOCAO-TAB
               AT END
                   CONTINUE
               WHEN CODIGO-TAB(IX-PR) = WS-CODIGO
                   SET PROMOCAO-ACHADA TO TRUE
           END-SEARCH.

      *****************************************************************
      * o produto tem de existir ativo no catalogo (quando o catalogo
      * esta disponivel), o preco promocional tem de ser positivo e
      * abaixo do preco de tabela, e a vigencia nao pode terminar
      * antes de comecar.
      *****************************************************************
       260-VALIDAR-DADOS.
           MOVE 'S' TO WS-FLAG-DADOS
           PERFORM 265-PROCURAR-PRODUTO
           DISPLAY TELA-PRODUTO
           EVALUATE TRUE
               WHEN CATALOGO-ABERTO
                       AND WS-DESCRICAO-PRODUTO = SPACES
                   MOVE 'PRODUTO INEXISTENTE OU INATIVO'
                       TO WS-MENSAGEM
                   MOVE 'N' TO WS-FLAG-DADOS
               WHEN WS-PRECO = 0
                   MOVE 'PRECO PROMOCIONAL DEVE SER MAIOR QUE ZERO'
                       TO WS-MENSAGEM
                   MOVE 'N' TO WS-FLAG-DADOS
               WHEN CATALOGO-ABERTO
                       AND WS-PRECO NOT < WS-PRECO-TABELA
                   MOVE 'PRECO NAO E MENOR QUE O DE TABELA'
                       TO WS-MENSAGEM
                   MOVE 'N' TO WS-FLAG-DADOS
               WHEN WS-DATA-INI = 0 OR WS-DATA-FIM < WS-DATA-INI
                   MOVE 'VIGENCIA INVALIDA' TO WS-MENSAGEM
                   MOVE 'N' TO WS-FLAG-DADOS
           END-EVALUATE.

       265-PROCURAR-PRODUTO.
           MOVE SPACES TO WS-DESCRICAO-PRODUTO
           MOVE 0 TO WS-PRECO-TABELA
           IF CATALOGO-ABERTO
               MOVE WS-PRODUTO TO CODIGO-PRODUTO-IN
               READ CATALOGO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STATUS-PRODUTO-IN NOT = 'I'
                           MOVE DESCRICAO-IN TO WS-DESCRICAO-PRODUTO
                           MOVE PRECO-UNITARIO-IN TO WS-PRECO-TABELA
                       END-IF
               END-READ
           END-IF.

       270-GUARDAR-DADOS.
           MOVE WS-DESCRICAO TO DESCRICAO-TAB(IX-PR)
           MOVE WS-PRODUTO TO PRODUTO-TAB(IX-PR)
           MOVE WS-PRECO TO PRECO-TAB(IX-PR)
           MOVE WS-QTD-MINIMA TO QTD-MINIMA-TAB(IX-PR)
           MOVE WS-DATA-INI TO DATA-INI-TAB(IX-PR)
           MOVE WS-DATA-FIM TO DATA-FIM-TAB(IX-PR).

      *****************************************************************
      * compara a imagem anterior com a entrada da tabela e passa
      * cada campo a REGISTRO-ALTERACAO, que so grava na trilha os
      * que mudaram; na inclusao o preco anterior vai em branco.
      *****************************************************************
       280-REGISTRAR-ALTERACOES.
           MOVE CODIGO-TAB(IX-PR) TO ALT-CHAVE
           MOVE 'DESCRICAO' TO ALT-CAMPO
           MOVE ANT-DESCRICAO TO ALT-ANTES
           MOVE DESCRICAO-TAB(IX-PR) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'PRODUTO' TO ALT-CAMPO
           MOVE ANT-PRODUTO TO ALT-ANTES
           MOVE PRODUTO-TAB(IX-PR) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'PRECO' TO ALT-CAMPO
           IF ANT-CODIGO = SPACES
               MOVE SPACES TO ALT-ANTES
           ELSE
               MOVE ANT-PRECO TO ALT-PRECO-EDITADO
               MOVE ALT-PRECO-EDITADO TO ALT-ANTES
           END-IF
           MOVE PRECO-TAB(IX-PR) TO ALT-PRECO-EDITADO
           MOVE ALT-PRECO-EDITADO TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'QTD-MINIMA' TO ALT-CAMPO
           MOVE ANT-QTD-MINIMA TO ALT-ANTES
           MOVE QTD-MINIMA-TAB(IX-PR) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DATA-INICIO' TO ALT-CAMPO
           MOVE ANT-DATA-INI TO ALT-ANTES
           MOVE DATA-INI-TAB(IX-PR) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DATA-FIM' TO ALT-CAMPO
           MOVE ANT-DATA-FIM TO ALT-ANTES
           MOVE DATA-FIM-TAB(IX-PR) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE ANT-STATUS TO ALT-ANTES
           MOVE STATUS-TAB(IX-PR) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * regrava o arquivo inteiro a partir da tabela em memoria.
      *****************************************************************
       300-GRAVAR-CADASTRO.
           OPEN OUTPUT CADASTRO-ARQ
           PERFORM 310-GRAVAR-PROMOCAO
               VARYING IX-PR FROM 1 BY 1
               UNTIL IX-PR > WS-QTD-PROMOCOES
           CLOSE CADASTRO-ARQ.

       310-GRAVAR-PROMOCAO.
           MOVE SPACES TO REG-PROMOCAO-ARQ
           MOVE CODIGO-TAB(IX-PR) TO CODIGO-ARQ
           MOVE DESCRICAO-TAB(IX-PR) TO DESCRICAO-ARQ
           MOVE PRODUTO-TAB(IX-PR) TO PRODUTO-ARQ
           MOVE PRECO-TAB(IX-PR) TO PRECO-ARQ
           MOVE QTD-MINIMA-TAB(IX-PR) TO QTD-MINIMA-ARQ
           MOVE DATA-INI-TAB(IX-PR) TO DATA-INI-ARQ
           MOVE DATA-FIM-TAB(IX-PR) TO DATA-FIM-ARQ
           MOVE STATUS-TAB(IX-PR) TO STATUS-ARQ
           WRITE REG-PROMOCAO-ARQ.

       END PROGRAM CADASTRO-PROMOCOES.
