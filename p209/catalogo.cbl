      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-09-02
      * Purpose: Maintenance of the product catalog consumed by CALC4
      *          (CATALOGO-PRODUTOS.IDX, keyed by code: description,
      *          price, status, default supplier, tax class), in the
      *          mold of CADASTRO-VENDEDORES: add, change, deactivate
      *          (logical delete that CALC4 then refuses like an
      *          unknown code) and inquire, with every price change
      *          journaled to JORNAL-PRECOS.TXT so "since when has SKU
      *          X cost that" has an answer; every field changed
      *          also goes to the shared trail through
      *          REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * catalogo indexado por codigo, mantido no proprio lugar um
      * produto por vez enquanto os caixas o consultam; e construido
      * a partir do antigo texto por CARGA-ESTOQUE-IDX.
       SELECT CATALOGO-ARQ
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-ARQ
           FILE STATUS IS WS-STATUS-CATALOGO.
      * diario de alteracoes de preco: data, codigo, preco anterior e
      * preco novo, uma linha por alteracao, nunca regravado.
       SELECT OPTIONAL JORNAL-PRECOS
           ASSIGN TO '.\JORNAL-PRECOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * cadastro de fornecedores, para validar o fornecedor padrao.
      * sem ele o codigo digitado e aceito como esta.
       SELECT FORNECEDORES-ARQ
           ASSIGN TO '.\FORNECEDORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.
      * tabela de aliquotas por classe de taxa, a mesma que CALC4 usa;
      * so para validar a classe digitada. sem ela a classe e aceita.
       SELECT OPTIONAL TAB-TAXA-CLASSE
           ASSIGN TO '.\TAB-TAXA-CLASSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAXA-CLASSE.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-ARQ.
       01 REG-PRODUTO-ARQ.
           05 CODIGO-ARQ PIC X(6).
           05 DESCRICAO-ARQ PIC X(20).
           05 PRECO-ARQ PIC 99V99.
      * 'A' = ativo, 'I' = desativado (exclusao logica)
           05 STATUS-ARQ PIC X.
      * fornecedor padrao do produto, a quem PEDIDOS-COMPRA dirige a
      * sugestao de compra quando o saldo cai abaixo do ponto de
      * reencomenda; em branco = sem fornecedor definido.
           05 FORNECEDOR-ARQ PIC X(5).
      * classe de taxa do produto, cuja aliquota vigente CALC4 busca
      * em TAB-TAXA-CLASSE; em branco = aliquota geral de TAB-TAXA.
           05 CLASSE-TAXA-ARQ PIC XX.
           05 PIC X(42).

       FD JORNAL-PRECOS LABEL RECORDS ARE STANDARD.
       01 REG-JORNAL.
           05 PIC X VALUE SPACE.
           05 JRN-PRECO-NOVO PIC 99V99.

      * mesmo leiaute mantido por CADASTRO-FORNECEDORES.
       FD FORNECEDORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-FORNECEDOR-IN.
           05 FOR-CODIGO-IN PIC X(5).
           05 FOR-NOME-IN PIC X(20).
           05 FOR-CNPJ-IN PIC X(14).
           05 FOR-PRAZO-IN PIC 999.
           05 FOR-STATUS-IN PIC X.

      * mesmo leiaute lido por CALC4.
       FD TAB-TAXA-CLASSE LABEL RECORDS ARE STANDARD.
       01 REG-TAXA-CLASSE-IN.
           05 TXC-DATA-VIGENCIA-IN PIC 9(8).
           05 TXC-CLASSE-IN PIC XX.
           05 TXC-ALIQUOTA-IN PIC V999.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-CODIGO PIC X(6) VALUE SPACES.
       01 WS-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-PRECO PIC 99V99 VALUE 0.
       01 WS-PRECO-ANTERIOR PIC 99V99 VALUE 0.
       01 WS-SITUACAO PIC X VALUE 'A'.
       01 WS-FORNECEDOR PIC X(5) VALUE SPACES.
       01 WS-CLASSE-TAXA PIC XX VALUE SPACES.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 PRODUTO-ACHADO VALUE 'S'.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE PIC 9(8).

      * codigos de fornecedor ativos, para validar o fornecedor padrao
       01 WS-STATUS-FORNECEDORES PIC XX.
       01 WS-FIM-FORNECEDORES PIC X VALUE 'N'.
       01 WS-FLAG-FORNECEDOR-OK PIC X VALUE 'N'.
           88 FORNECEDOR-VALIDO VALUE 'S'.
       01 WS-QTD-FORNECEDORES PIC 999 VALUE 0.
       01 WS-TAB-FORNECEDORES.
           05 FORNECEDOR-TAB OCCURS 100 TIMES INDEXED BY IX-FO.
               10 FOR-CODIGO-TAB PIC X(5).

      * classes de taxa com aliquota cadastrada, para validar a classe
       01 WS-STATUS-TAXA-CLASSE PIC XX.
       01 WS-FIM-TAXA-CLASSE PIC X VALUE 'N'.
       01 WS-FLAG-CLASSE-OK PIC X VALUE 'N'.
           88 CLASSE-VALIDA VALUE 'S'.
       01 WS-QTD-CLASSES PIC 999 VALUE 0.
       01 WS-TAB-CLASSES.
           05 CLASSE-TAB OCCURS 100 TIMES INDEXED BY IX-CL.
               10 CLS-CODIGO-TAB PIC XX.

      * imagem do produto antes da acao, comparada campo a campo com
      * o registro regravado para a trilha de alteracoes; codigo em
      * branco = inclusao.
       01 ANT-PRODUTO.
           05 ANT-CODIGO PIC X(6).
           05 ANT-DESCRICAO PIC X(20).
           05 ANT-PRECO PIC 99V99.
           05 ANT-STATUS PIC X.
           05 ANT-FORNECEDOR PIC X(5).
           05 ANT-CLASSE-TAXA PIC XX.
           05 PIC X(42).
       01 ALT-PRECO-EDITADO PIC Z9.99.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-PRODUTOS'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'CATALOGO-PRODUTOS.IDX'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-PRODUTOS'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC Z9.99 USING WS-PRECO
               REVERSE-VIDEO.
           05 'FORNECEDOR:'
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC X(5) USING WS-FORNECEDOR
               REVERSE-VIDEO.
           05 'CLASSE TAXA'
              LINE 17 COLUMN 5 HIGHLIGHT.
           05 LINE 17 COLUMN 17 PIC XX USING WS-CLASSE-TAXA
               REVERSE-VIDEO.
       01 TELA-CONSULTA.
           05 LINE 9 COLUMN 17 PIC X(20) FROM WS-DESCRICAO
               REVERSE-VIDEO.
               REVERSE-VIDEO.
           05 LINE 13 COLUMN 17 PIC X FROM WS-SITUACAO
               REVERSE-VIDEO.
           05 'FORNECEDOR:'
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC X(5) FROM WS-FORNECEDOR
               REVERSE-VIDEO.
           05 'CLASSE TAXA'
              LINE 17 COLUMN 5 HIGHLIGHT.
           05 LINE 17 COLUMN 17 PIC XX FROM WS-CLASSE-TAXA
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 150-ABRIR-CATALOGO
           PERFORM 160-CARREGAR-FORNECEDORES
           PERFORM 170-CARREGAR-CLASSES
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           CLOSE CATALOGO-ARQ
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * abre o catalogo indexado para atualizacao; na primeira vez,
      * sem o arquivo, ele nasce vazio e recebe as inclusoes.
      *****************************************************************
       150-ABRIR-CATALOGO.
           OPEN I-O CATALOGO-ARQ
           IF WS-STATUS-CATALOGO = '35'
               OPEN OUTPUT CATALOGO-ARQ
               CLOSE CATALOGO-ARQ
               OPEN I-O CATALOGO-ARQ
           END-IF
           IF WS-STATUS-CATALOGO NOT = '00'
               DISPLAY 'CATALOGO-PRODUTOS.IDX INACESSIVEL (STATUS '
                   WS-STATUS-CATALOGO ') - EXECUTE CARGA-ESTOQUE-IDX'
               STOP RUN
           END-IF.

       160-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDORES-ARQ
           IF WS-STATUS-FORNECEDORES = '00'
               PERFORM 165-LER-FORNECEDOR
                   UNTIL WS-FIM-FORNECEDORES = 'S'
               CLOSE FORNECEDORES-ARQ
           END-IF.

       165-LER-FORNECEDOR.
           READ FORNECEDORES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-FORNECEDORES
               NOT AT END
                   IF WS-QTD-FORNECEDORES < 100
                           AND FOR-STATUS-IN NOT = 'I'
                       ADD 1 TO WS-QTD-FORNECEDORES
                       MOVE FOR-CODIGO-IN
                           TO FOR-CODIGO-TAB(WS-QTD-FORNECEDORES)
                   END-IF
           END-READ.

      *****************************************************************
      * a tabela traz uma linha por classe e vigencia; para validar
      * basta cada classe uma vez.
      *****************************************************************
       170-CARREGAR-CLASSES.
           OPEN INPUT TAB-TAXA-CLASSE
           IF WS-STATUS-TAXA-CLASSE = '00'
               PERFORM 175-LER-CLASSE
                   UNTIL WS-FIM-TAXA-CLASSE = 'S'
               CLOSE TAB-TAXA-CLASSE
           END-IF.

       175-LER-CLASSE.
           READ TAB-TAXA-CLASSE
               AT END
                   MOVE 'S' TO WS-FIM-TAXA-CLASSE
               NOT AT END
                   SET IX-CL TO 1
                   SEARCH CLASSE-TAB
                       AT END
                           IF WS-QTD-CLASSES < 100
                               ADD 1 TO WS-QTD-CLASSES
                               MOVE TXC-CLASSE-IN
                                   TO CLS-CODIGO-TAB(WS-QTD-CLASSES)
                           END-IF
                       WHEN IX-CL > WS-QTD-CLASSES
                           IF WS-QTD-CLASSES < 100
                               ADD 1 TO WS-QTD-CLASSES
                               MOVE TXC-CLASSE-IN
                                   TO CLS-CODIGO-TAB(WS-QTD-CLASSES)
                           END-IF
                       WHEN CLS-CODIGO-TAB(IX-CL) = TXC-CLASSE-IN
                           CONTINUE
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
           IF WS-ACAO = 'S' OR 's'
               CONTINUE
           ELSE
               PERFORM 190-VERIFICAR-PERMISSAO
               IF ACESSO-PERMITIDO
                   ACCEPT TELA-CODIGO
                   PERFORM 250-PROCURAR-PRODUTO
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

      *****************************************************************
           IF PRODUTO-ACHADO
               MOVE 'CODIGO JA CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE SPACES TO WS-DESCRICAO WS-FORNECEDOR
                   WS-CLASSE-TAXA
               MOVE 0 TO WS-PRECO
               ACCEPT TELA-DADOS
               PERFORM 270-VALIDAR-FORNECEDOR
               PERFORM 280-VALIDAR-CLASSE
               EVALUATE TRUE
                   WHEN NOT FORNECEDOR-VALIDO
                       MOVE 'FORNECEDOR NAO CADASTRADO OU INATIVO'
                           TO WS-MENSAGEM
                   WHEN NOT CLASSE-VALIDA
                       MOVE 'CLASSE DE TAXA SEM ALIQUOTA CADASTRADA'
                           TO WS-MENSAGEM
                   WHEN OTHER
                       MOVE SPACES TO REG-PRODUTO-ARQ ANT-PRODUTO
                       MOVE WS-CODIGO TO CODIGO-ARQ
                       MOVE WS-DESCRICAO TO DESCRICAO-ARQ
                       MOVE WS-PRECO TO PRECO-ARQ
                       MOVE 'A' TO STATUS-ARQ
                       MOVE WS-FORNECEDOR TO FORNECEDOR-ARQ
                       MOVE WS-CLASSE-TAXA TO CLASSE-TAXA-ARQ
                       WRITE REG-PRODUTO-ARQ
                           INVALID KEY
                               MOVE 'FALHA AO INCLUIR O PRODUTO'
                                   TO WS-MENSAGEM
                           NOT INVALID KEY
                               PERFORM 290-REGISTRAR-ALTERACOES
                               MOVE 'PRODUTO INCLUIDO' TO WS-MENSAGEM
                       END-WRITE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * alteracao de descricao, preco, fornecedor padrao ou classe de
      * taxa; toda mudanca de preco sai gravada no jornal, com o preco
      * anterior ao lado do novo.
      *****************************************************************
       220-ALTERAR.
           IF NOT PRODUTO-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE DESCRICAO-ARQ TO WS-DESCRICAO
               MOVE PRECO-ARQ TO WS-PRECO
               MOVE PRECO-ARQ TO WS-PRECO-ANTERIOR
               MOVE FORNECEDOR-ARQ TO WS-FORNECEDOR
               MOVE CLASSE-TAXA-ARQ TO WS-CLASSE-TAXA
               ACCEPT TELA-DADOS
               PERFORM 270-VALIDAR-FORNECEDOR
               PERFORM 280-VALIDAR-CLASSE
               EVALUATE TRUE
                   WHEN NOT FORNECEDOR-VALIDO
                       MOVE 'FORNECEDOR NAO CADASTRADO OU INATIVO'
                           TO WS-MENSAGEM
                   WHEN NOT CLASSE-VALIDA
                       MOVE 'CLASSE DE TAXA SEM ALIQUOTA CADASTRADA'
                           TO WS-MENSAGEM
                   WHEN OTHER
                       IF WS-PRECO NOT = WS-PRECO-ANTERIOR
                           PERFORM 260-GRAVAR-JORNAL-PRECO
                       END-IF
                       MOVE REG-PRODUTO-ARQ TO ANT-PRODUTO
                       MOVE WS-DESCRICAO TO DESCRICAO-ARQ
                       MOVE WS-PRECO TO PRECO-ARQ
                       MOVE WS-FORNECEDOR TO FORNECEDOR-ARQ
                       MOVE WS-CLASSE-TAXA TO CLASSE-TAXA-ARQ
                       PERFORM 300-REGRAVAR-PRODUTO
                       PERFORM 290-REGISTRAR-ALTERACOES
                       MOVE 'PRODUTO ALTERADO' TO WS-MENSAGEM
               END-EVALUATE
           END-IF.

      *****************************************************************
           IF NOT PRODUTO-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE REG-PRODUTO-ARQ TO ANT-PRODUTO
               MOVE 'I' TO STATUS-ARQ
               PERFORM 300-REGRAVAR-PRODUTO
               PERFORM 290-REGISTRAR-ALTERACOES
               MOVE 'PRODUTO DESATIVADO' TO WS-MENSAGEM
           END-IF.

           IF NOT PRODUTO-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE DESCRICAO-ARQ TO WS-DESCRICAO
               MOVE PRECO-ARQ TO WS-PRECO
               MOVE STATUS-ARQ TO WS-SITUACAO
               MOVE FORNECEDOR-ARQ TO WS-FORNECEDOR
               MOVE CLASSE-TAXA-ARQ TO WS-CLASSE-TAXA
               DISPLAY TELA-CONSULTA
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF.

      *****************************************************************
      * leitura chaveada do produto digitado; o registro lido fica na
      * area do arquivo para a alteracao ou desativacao que segue.
      * registros antigos sem a coluna de status valem como ativos.
      *****************************************************************
       250-PROCURAR-PRODUTO.
           MOVE 'N' TO WS-FLAG-ACHOU
           MOVE WS-CODIGO TO CODIGO-ARQ
           READ CATALOGO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRODUTO-ACHADO TO TRUE
                   IF STATUS-ARQ NOT = 'I'
                       MOVE 'A' TO STATUS-ARQ
                   END-IF
           END-READ.

       260-GRAVAR-JORNAL-PRECO.
           OPEN EXTEND JORNAL-PRECOS
           CLOSE JORNAL-PRECOS.

      *****************************************************************
      * fornecedor padrao em branco e aceito (produto sem fornecedor
      * definido); preenchido, tem de ser um fornecedor ativo do
      * cadastro. sem FORNECEDORES.TXT nao ha contra o que validar.
      *****************************************************************
       270-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WS-FLAG-FORNECEDOR-OK
           IF WS-FORNECEDOR = SPACES OR WS-QTD-FORNECEDORES = 0
               SET FORNECEDOR-VALIDO TO TRUE
           ELSE
               SET IX-FO TO 1
               SEARCH FORNECEDOR-TAB
                   AT END
                       CONTINUE
                   WHEN FOR-CODIGO-TAB(IX-FO) = WS-FORNECEDOR
                       SET FORNECEDOR-VALIDO TO TRUE
               END-SEARCH
           END-IF.

      *****************************************************************
      * classe em branco e aceita (o produto segue a aliquota geral de
      * TAB-TAXA); preenchida, tem de ter aliquota em TAB-TAXA-CLASSE.
      * sem a tabela nao ha contra o que validar.
      *****************************************************************
       280-VALIDAR-CLASSE.
           MOVE 'N' TO WS-FLAG-CLASSE-OK
           IF WS-CLASSE-TAXA = SPACES OR WS-QTD-CLASSES = 0
               SET CLASSE-VALIDA TO TRUE
           ELSE
               SET IX-CL TO 1
               SEARCH CLASSE-TAB
                   AT END
                       CONTINUE
                   WHEN IX-CL > WS-QTD-CLASSES
                       CONTINUE
                   WHEN CLS-CODIGO-TAB(IX-CL) = WS-CLASSE-TAXA
                       SET CLASSE-VALIDA TO TRUE
               END-SEARCH
           END-IF.

      *****************************************************************
      * compara a imagem anterior com o registro gravado e passa cada
      * campo a REGISTRO-ALTERACAO, que so grava na trilha os que
      * mudaram; na inclusao o valor anterior vai em branco.
      *****************************************************************
       290-REGISTRAR-ALTERACOES.
           MOVE CODIGO-ARQ TO ALT-CHAVE
           MOVE 'DESCRICAO' TO ALT-CAMPO
           MOVE ANT-DESCRICAO TO ALT-ANTES
           MOVE DESCRICAO-ARQ TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'PRECO' TO ALT-CAMPO
           IF ANT-CODIGO = SPACES
               MOVE SPACES TO ALT-ANTES
           ELSE
               MOVE ANT-PRECO TO ALT-PRECO-EDITADO
               MOVE ALT-PRECO-EDITADO TO ALT-ANTES
           END-IF
           MOVE PRECO-ARQ TO ALT-PRECO-EDITADO
           MOVE ALT-PRECO-EDITADO TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE ANT-STATUS TO ALT-ANTES
           MOVE STATUS-ARQ TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'FORNECEDOR' TO ALT-CAMPO
           MOVE ANT-FORNECEDOR TO ALT-ANTES
           MOVE FORNECEDOR-ARQ TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'CLASSE-TAXA' TO ALT-CAMPO
           MOVE ANT-CLASSE-TAXA TO ALT-ANTES
           MOVE CLASSE-TAXA-ARQ TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * regrava no proprio lugar so o produto alterado, sem tocar nos
      * demais registros do catalogo.
      *****************************************************************
       300-REGRAVAR-PRODUTO.
           REWRITE REG-PRODUTO-ARQ
               INVALID KEY
                   DISPLAY 'FALHA AO REGRAVAR PRODUTO: ' CODIGO-ARQ
           END-REWRITE.

       END PROGRAM CADASTRO-PRODUTOS.
