      *          check digit, account holder), kept apart from
      *          ARQ-SALARIO.CBDB and merged by PAGE-462 into the
      *          PAGAMENTO-BANCO credits, so the bank stops matching
      *          names by hand. Every change is held as pending in
      *          ALTERACOES-BANCARIAS.TXT, with the old and new values
      *          and the operator who keyed it, and only reaches
      *          DADOS-BANCARIOS.TXT when a different operator
      *          approves it; each approved field also goes to the
      *          shared trail through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO '.\DADOS-BANCARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BANCARIOS.
      * alteracoes de dados bancarios: pendentes ate a aprovacao por
      * um segundo operador, e depois mantidas como registro de quem
      * digitou e de quem aprovou ou rejeitou.
       SELECT ALTERACOES-BANCARIAS
           ASSIGN TO '.\ALTERACOES-BANCARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
           05 PIC X VALUE SPACE.
           05 DB-TITULAR-ARQ PIC X(20).

      * situacao 'P' pendente, 'A' aprovada, 'R' rejeitada; tipo 'I'
      * inclusao, 'A' alteracao, 'E' exclusao (dados novos zerados).
       FD ALTERACOES-BANCARIAS LABEL RECORDS ARE STANDARD.
       01 REG-ALTERACAO-ARQ.
           05 ALT-EMPREGADO-ARQ PIC 9(5).
           05 PIC X VALUE SPACE.
           05 ALT-SITUACAO-ARQ PIC X.
           05 PIC X VALUE SPACE.
           05 ALT-TIPO-ARQ PIC X.
           05 PIC X VALUE SPACE.
           05 ALT-DATA-ARQ PIC 9(8).
           05 PIC X VALUE SPACE.
           05 ALT-DIGITADOR-ARQ PIC X(5).
           05 PIC X VALUE SPACE.
           05 ALT-DATA-DECISAO-ARQ PIC 9(8).
           05 PIC X VALUE SPACE.
           05 ALT-APROVADOR-ARQ PIC X(5).
           05 PIC X VALUE SPACE.
           05 ALT-BANCO-ANT-ARQ PIC 9(3).
           05 PIC X VALUE SPACE.
           05 ALT-AGENCIA-ANT-ARQ PIC 9(4).
           05 PIC X VALUE SPACE.
           05 ALT-CONTA-ANT-ARQ PIC 9(8).
           05 PIC X VALUE SPACE.
           05 ALT-DV-ANT-ARQ PIC X.
           05 PIC X VALUE SPACE.
           05 ALT-TITULAR-ANT-ARQ PIC X(20).
           05 PIC X VALUE SPACE.
           05 ALT-BANCO-NOVO-ARQ PIC 9(3).
           05 PIC X VALUE SPACE.
           05 ALT-AGENCIA-NOVO-ARQ PIC 9(4).
           05 PIC X VALUE SPACE.
           05 ALT-CONTA-NOVO-ARQ PIC 9(8).
           05 PIC X VALUE SPACE.
           05 ALT-DV-NOVO-ARQ PIC X.
           05 PIC X VALUE SPACE.
           05 ALT-TITULAR-NOVO-ARQ PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-BANCARIOS PIC XX.
       01 WS-STATUS-ALTERACOES PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-FIM-ALTERACOES PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-EMPREGADO PIC 9(5) VALUE 0.
       01 WS-BANCO PIC 9(3) VALUE 0.
               10 DB-DV-TAB PIC X.
               10 DB-TITULAR-TAB PIC X(20).

      * alteracoes carregadas na memoria, as decididas inclusive, e a
      * pendente do empregado corrente; cada empregado tem no maximo
      * uma alteracao pendente por vez.
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-DECISAO PIC X VALUE SPACE.
       01 WS-TIPO-ALTERACAO PIC X VALUE SPACE.
       01 WS-FLAG-PENDENTE PIC X VALUE 'N'.
           88 ALTERACAO-PENDENTE VALUE 'S'.
       01 WS-QTD-ALTERACOES PIC 999 VALUE 0.
       01 WS-TAB-ALTERACOES.
           05 ALTERACAO-TAB OCCURS 500 TIMES INDEXED BY IX-AL.
               10 AL-EMPREGADO-TAB PIC 9(5).
               10 AL-SITUACAO-TAB PIC X.
               10 AL-TIPO-TAB PIC X.
               10 AL-DATA-TAB PIC 9(8).
               10 AL-DIGITADOR-TAB PIC X(5).
               10 AL-DATA-DECISAO-TAB PIC 9(8).
               10 AL-APROVADOR-TAB PIC X(5).
               10 AL-BANCO-ANT-TAB PIC 9(3).
               10 AL-AGENCIA-ANT-TAB PIC 9(4).
               10 AL-CONTA-ANT-TAB PIC 9(8).
               10 AL-DV-ANT-TAB PIC X.
               10 AL-TITULAR-ANT-TAB PIC X(20).
               10 AL-BANCO-NOVO-TAB PIC 9(3).
               10 AL-AGENCIA-NOVO-TAB PIC 9(4).
               10 AL-CONTA-NOVO-TAB PIC 9(8).
               10 AL-DV-NOVO-TAB PIC X.
               10 AL-TITULAR-NOVO-TAB PIC X(20).

      * dados anteriores da alteracao aprovada, em branco numa
      * inclusao, para a trilha de alteracoes.
       01 ANT-BANCARIO.
           05 ANT-BANCO PIC X(3).
           05 ANT-AGENCIA PIC X(4).
           05 ANT-CONTA PIC X(8).
           05 ANT-DV PIC X.
           05 ANT-TITULAR PIC X(20).

      * operador identificado na abertura; e quem assina as
      * alteracoes digitadas e as aprovacoes.
       01 WS-OPERADOR PIC X(5) VALUE SPACES.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-BANCARIO'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'DADOS-BANCARIOS.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-BANCARIO'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'DADOS BANCARIOS DOS EMPREGADOS'
              LINE 2 COLUMN 22 HIGHLIGHT.
           05 'ACAO (I=incluir A=alterar E=excluir C=consultar P=aprov
      -'ar S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO.
           05 LINE 17 COLUMN 17 PIC X(20) FROM WS-TITULAR
               REVERSE-VIDEO.
      * dados digitados na alteracao pendente, ao lado dos aprovados.
       01 TELA-PENDENTE.
           05 'PENDENTE:'
              LINE 8 COLUMN 45 HIGHLIGHT.
           05 LINE 9 COLUMN 45 PIC 999
               FROM AL-BANCO-NOVO-TAB(IX-AL) REVERSE-VIDEO.
           05 LINE 11 COLUMN 45 PIC 9999
               FROM AL-AGENCIA-NOVO-TAB(IX-AL) REVERSE-VIDEO.
           05 LINE 13 COLUMN 45 PIC 9(8)
               FROM AL-CONTA-NOVO-TAB(IX-AL) REVERSE-VIDEO.
           05 LINE 15 COLUMN 45 PIC X
               FROM AL-DV-NOVO-TAB(IX-AL) REVERSE-VIDEO.
           05 LINE 17 COLUMN 45 PIC X(20)
               FROM AL-TITULAR-NOVO-TAB(IX-AL) REVERSE-VIDEO.
           05 'DIGITADA POR:'
              LINE 18 COLUMN 45 HIGHLIGHT.
           05 LINE 18 COLUMN 59 PIC X(5)
               FROM AL-DIGITADOR-TAB(IX-AL).
       01 TELA-DECISAO.
           05 'APROVAR (A) OU REJEITAR (R):'
              LINE 19 COLUMN 5 HIGHLIGHT.
           05 LINE 19 COLUMN 34 PIC X TO WS-DECISAO
               REVERSE-VIDEO AUTO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 150-CARREGAR-CADASTRO
           PERFORM 165-CARREGAR-ALTERACOES
           PERFORM 170-IDENTIFICAR-OPERADOR
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           PERFORM 300-GRAVAR-CADASTRO
           PERFORM 320-GRAVAR-ALTERACOES
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

                   END-IF
           END-READ.

       165-CARREGAR-ALTERACOES.
           OPEN INPUT ALTERACOES-BANCARIAS
           IF WS-STATUS-ALTERACOES = '00'
               PERFORM 166-LER-ALTERACAO
                   UNTIL WS-FIM-ALTERACOES = 'S'
               CLOSE ALTERACOES-BANCARIAS
           END-IF.

       166-LER-ALTERACAO.
           READ ALTERACOES-BANCARIAS
               AT END
                   MOVE 'S' TO WS-FIM-ALTERACOES
               NOT AT END
                   IF WS-QTD-ALTERACOES < 500
                       ADD 1 TO WS-QTD-ALTERACOES
                       SET IX-AL TO WS-QTD-ALTERACOES
                       MOVE ALT-EMPREGADO-ARQ TO AL-EMPREGADO-TAB(IX-AL)
                       MOVE ALT-SITUACAO-ARQ TO AL-SITUACAO-TAB(IX-AL)
                       MOVE ALT-TIPO-ARQ TO AL-TIPO-TAB(IX-AL)
                       MOVE ALT-DATA-ARQ TO AL-DATA-TAB(IX-AL)
                       MOVE ALT-DIGITADOR-ARQ TO AL-DIGITADOR-TAB(IX-AL)
                       MOVE ALT-DATA-DECISAO-ARQ
                           TO AL-DATA-DECISAO-TAB(IX-AL)
                       MOVE ALT-APROVADOR-ARQ TO AL-APROVADOR-TAB(IX-AL)
                       MOVE ALT-BANCO-ANT-ARQ TO AL-BANCO-ANT-TAB(IX-AL)
                       MOVE ALT-AGENCIA-ANT-ARQ
                           TO AL-AGENCIA-ANT-TAB(IX-AL)
                       MOVE ALT-CONTA-ANT-ARQ TO AL-CONTA-ANT-TAB(IX-AL)
                       MOVE ALT-DV-ANT-ARQ TO AL-DV-ANT-TAB(IX-AL)
                       MOVE ALT-TITULAR-ANT-ARQ
                           TO AL-TITULAR-ANT-TAB(IX-AL)
                       MOVE ALT-BANCO-NOVO-ARQ
                           TO AL-BANCO-NOVO-TAB(IX-AL)
                       MOVE ALT-AGENCIA-NOVO-ARQ
                           TO AL-AGENCIA-NOVO-TAB(IX-AL)
                       MOVE ALT-CONTA-NOVO-ARQ
                           TO AL-CONTA-NOVO-TAB(IX-AL)
                       MOVE ALT-DV-NOVO-ARQ TO AL-DV-NOVO-TAB(IX-AL)
                       MOVE ALT-TITULAR-NOVO-ARQ
                           TO AL-TITULAR-NOVO-TAB(IX-AL)
                   END-IF
           END-READ.

      *****************************************************************
      * identificacao do operador na abertura por CONTROLE-ACESSO,
      * que valida codigo e senha em OPERADORES.TXT, bloqueia o
      * codigo apos senhas erradas seguidas e registra o acesso; o
      * operador aceito assina as alteracoes e as aprovacoes.
      *****************************************************************
       170-IDENTIFICAR-OPERADOR.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF
           MOVE ACS-OPERADOR TO ALT-OPERADOR
           MOVE ACS-OPERADOR TO WS-OPERADOR.

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
               WHEN 'P'
               WHEN 'p'
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
                   ACCEPT TELA-EMPREGADO
                   PERFORM 250-PROCURAR-EMPREGADO
                   PERFORM 255-PROCURAR-PENDENTE
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
                       WHEN 'P'
                       WHEN 'p'
                           PERFORM 280-APROVAR
                       WHEN OTHER
                           MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
                   END-EVALUATE
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * inclusao, alteracao e exclusao nao mudam os dados bancarios:
      * ficam pendentes ate a aprovacao por outro operador, e a folha
      * continua creditando na ultima conta aprovada.
      *****************************************************************
       210-INCLUIR.
           IF EMPREGADO-ACHADO
               MOVE 'EMPREGADO JA CADASTRADO' TO WS-MENSAGEM
           ELSE
               IF ALTERACAO-PENDENTE
                   MOVE 'JA HA ALTERACAO PENDENTE DE APROVACAO'
                       TO WS-MENSAGEM
               ELSE
                   IF WS-QTD-BANCARIOS >= 200
                       MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
                   ELSE
                       MOVE 0 TO WS-BANCO WS-AGENCIA WS-CONTA
                       MOVE SPACE TO WS-DV
                       MOVE SPACES TO WS-TITULAR
                       ACCEPT TELA-DADOS
                       IF WS-BANCO = 0 OR WS-CONTA = 0
                           MOVE 'BANCO E CONTA SAO OBRIGATORIOS'
                               TO WS-MENSAGEM
                       ELSE
                           MOVE 'I' TO WS-TIPO-ALTERACAO
                           PERFORM 270-REGISTRAR-PENDENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT EMPREGADO-ACHADO
               MOVE 'EMPREGADO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               IF ALTERACAO-PENDENTE
                   MOVE 'JA HA ALTERACAO PENDENTE DE APROVACAO'
                       TO WS-MENSAGEM
               ELSE
                   MOVE DB-BANCO-TAB(IX-DB) TO WS-BANCO
                   MOVE DB-AGENCIA-TAB(IX-DB) TO WS-AGENCIA
                   MOVE DB-CONTA-TAB(IX-DB) TO WS-CONTA
                   MOVE DB-DV-TAB(IX-DB) TO WS-DV
                   MOVE DB-TITULAR-TAB(IX-DB) TO WS-TITULAR
                   ACCEPT TELA-DADOS
                   IF WS-BANCO = DB-BANCO-TAB(IX-DB)
                           AND WS-AGENCIA = DB-AGENCIA-TAB(IX-DB)
                           AND WS-CONTA = DB-CONTA-TAB(IX-DB)
                           AND WS-DV = DB-DV-TAB(IX-DB)
                           AND WS-TITULAR = DB-TITULAR-TAB(IX-DB)
                       MOVE 'NENHUM DADO ALTERADO' TO WS-MENSAGEM
                   ELSE
                       MOVE 'A' TO WS-TIPO-ALTERACAO
                       PERFORM 270-REGISTRAR-PENDENTE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
           IF NOT EMPREGADO-ACHADO
               MOVE 'EMPREGADO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               IF ALTERACAO-PENDENTE
                   MOVE 'JA HA ALTERACAO PENDENTE DE APROVACAO'
                       TO WS-MENSAGEM
               ELSE
                   MOVE 0 TO WS-BANCO WS-AGENCIA WS-CONTA
                   MOVE SPACE TO WS-DV
                   MOVE SPACES TO WS-TITULAR
                   MOVE 'E' TO WS-TIPO-ALTERACAO
                   PERFORM 270-REGISTRAR-PENDENTE
               END-IF
           END-IF.

       240-CONSULTAR.
               MOVE DB-TITULAR-TAB(IX-DB) TO WS-TITULAR
               DISPLAY TELA-CONSULTA
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF
           IF ALTERACAO-PENDENTE
               DISPLAY TELA-PENDENTE
               MOVE 'ALTERACAO PENDENTE DE APROVACAO'
                   TO WS-MENSAGEM
           END-IF.

       250-PROCURAR-EMPREGADO.
                   SET EMPREGADO-ACHADO TO TRUE
           END-SEARCH.

       255-PROCURAR-PENDENTE.
           MOVE 'N' TO WS-FLAG-PENDENTE
           SET IX-AL TO 1
           SEARCH ALTERACAO-TAB
               AT END
                   CONTINUE
               WHEN IX-AL > WS-QTD-ALTERACOES
                   CONTINUE
               WHEN AL-EMPREGADO-TAB(IX-AL) = WS-EMPREGADO
                       AND AL-SITUACAO-TAB(IX-AL) = 'P'
                   SET ALTERACAO-PENDENTE TO TRUE
           END-SEARCH.

       260-GUARDAR-DADOS.
           MOVE WS-BANCO TO DB-BANCO-TAB(IX-DB)
           MOVE WS-AGENCIA TO DB-AGENCIA-TAB(IX-DB)
           MOVE WS-DV TO DB-DV-TAB(IX-DB)
           MOVE WS-TITULAR TO DB-TITULAR-TAB(IX-DB).

      *****************************************************************
      * guarda a alteracao digitada como pendente, com os dados
      * aprovados de hoje (zerados numa inclusao), os novos e o
      * operador que a digitou.
      *****************************************************************
       270-REGISTRAR-PENDENTE.
           IF WS-QTD-ALTERACOES >= 500
               MOVE 'REGISTRO DE ALTERACOES CHEIO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ALTERACOES
           SET IX-AL TO WS-QTD-ALTERACOES
           MOVE WS-EMPREGADO TO AL-EMPREGADO-TAB(IX-AL)
           MOVE 'P' TO AL-SITUACAO-TAB(IX-AL)
           MOVE WS-TIPO-ALTERACAO TO AL-TIPO-TAB(IX-AL)
           MOVE WS-DATA-HOJE TO AL-DATA-TAB(IX-AL)
           MOVE WS-OPERADOR TO AL-DIGITADOR-TAB(IX-AL)
           MOVE 0 TO AL-DATA-DECISAO-TAB(IX-AL)
           MOVE SPACES TO AL-APROVADOR-TAB(IX-AL)
           IF EMPREGADO-ACHADO
               MOVE DB-BANCO-TAB(IX-DB) TO AL-BANCO-ANT-TAB(IX-AL)
               MOVE DB-AGENCIA-TAB(IX-DB) TO AL-AGENCIA-ANT-TAB(IX-AL)
               MOVE DB-CONTA-TAB(IX-DB) TO AL-CONTA-ANT-TAB(IX-AL)
               MOVE DB-DV-TAB(IX-DB) TO AL-DV-ANT-TAB(IX-AL)
               MOVE DB-TITULAR-TAB(IX-DB) TO AL-TITULAR-ANT-TAB(IX-AL)
           ELSE
               MOVE 0 TO AL-BANCO-ANT-TAB(IX-AL)
                         AL-AGENCIA-ANT-TAB(IX-AL)
                         AL-CONTA-ANT-TAB(IX-AL)
               MOVE SPACE TO AL-DV-ANT-TAB(IX-AL)
               MOVE SPACES TO AL-TITULAR-ANT-TAB(IX-AL)
           END-IF
           MOVE WS-BANCO TO AL-BANCO-NOVO-TAB(IX-AL)
           MOVE WS-AGENCIA TO AL-AGENCIA-NOVO-TAB(IX-AL)
           MOVE WS-CONTA TO AL-CONTA-NOVO-TAB(IX-AL)
           MOVE WS-DV TO AL-DV-NOVO-TAB(IX-AL)
           MOVE WS-TITULAR TO AL-TITULAR-NOVO-TAB(IX-AL)
           MOVE 'ALTERACAO PENDENTE DE APROVACAO' TO WS-MENSAGEM.

      *****************************************************************
      * aprovacao: a alteracao pendente e mostrada ao lado dos dados
      * aprovados e so pode ser decidida por um operador diferente
      * do que a digitou. aprovada, passa aos dados bancarios;
      * rejeitada, os dados ficam como estavam.
      *****************************************************************
       280-APROVAR.
           IF NOT ALTERACAO-PENDENTE
               MOVE 'NENHUMA ALTERACAO PENDENTE' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE AL-BANCO-ANT-TAB(IX-AL) TO WS-BANCO
           MOVE AL-AGENCIA-ANT-TAB(IX-AL) TO WS-AGENCIA
           MOVE AL-CONTA-ANT-TAB(IX-AL) TO WS-CONTA
           MOVE AL-DV-ANT-TAB(IX-AL) TO WS-DV
           MOVE AL-TITULAR-ANT-TAB(IX-AL) TO WS-TITULAR
           DISPLAY TELA-CONSULTA
           DISPLAY TELA-PENDENTE
           IF AL-DIGITADOR-TAB(IX-AL) = WS-OPERADOR
               MOVE 'APROVACAO EXIGE OUTRO OPERADOR' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DECISAO
           ACCEPT TELA-DECISAO
           EVALUATE WS-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 285-APLICAR-ALTERACAO
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO AL-SITUACAO-TAB(IX-AL)
                   MOVE WS-DATA-HOJE TO AL-DATA-DECISAO-TAB(IX-AL)
                   MOVE WS-OPERADOR TO AL-APROVADOR-TAB(IX-AL)
                   MOVE 'ALTERACAO REJEITADA' TO WS-MENSAGEM
               WHEN OTHER
                   MOVE 'ALTERACAO CONTINUA PENDENTE' TO WS-MENSAGEM
           END-EVALUATE.

       285-APLICAR-ALTERACAO.
           IF NOT EMPREGADO-ACHADO
               IF WS-QTD-BANCARIOS >= 200
                   MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-BANCARIOS
               SET IX-DB TO WS-QTD-BANCARIOS
               MOVE WS-EMPREGADO TO DB-EMPREGADO-TAB(IX-DB)
           END-IF
           MOVE AL-BANCO-NOVO-TAB(IX-AL) TO WS-BANCO
           MOVE AL-AGENCIA-NOVO-TAB(IX-AL) TO WS-AGENCIA
           MOVE AL-CONTA-NOVO-TAB(IX-AL) TO WS-CONTA
           MOVE AL-DV-NOVO-TAB(IX-AL) TO WS-DV
           MOVE AL-TITULAR-NOVO-TAB(IX-AL) TO WS-TITULAR
           PERFORM 260-GUARDAR-DADOS
           PERFORM 287-REGISTRAR-ALTERACOES
           MOVE 'A' TO AL-SITUACAO-TAB(IX-AL)
           MOVE WS-DATA-HOJE TO AL-DATA-DECISAO-TAB(IX-AL)
           MOVE WS-OPERADOR TO AL-APROVADOR-TAB(IX-AL)
           MOVE 'ALTERACAO APROVADA' TO WS-MENSAGEM.

      *****************************************************************
      * os dados so mudam na aprovacao: e ai que cada campo vai para
      * a trilha compartilhada, com o aprovador como operador (quem
      * digitou fica em ALTERACOES-BANCARIAS.TXT).
      *****************************************************************
       287-REGISTRAR-ALTERACOES.
           IF AL-TIPO-TAB(IX-AL) = 'I'
               MOVE SPACES TO ANT-BANCARIO
           ELSE
               MOVE AL-BANCO-ANT-TAB(IX-AL) TO ANT-BANCO
               MOVE AL-AGENCIA-ANT-TAB(IX-AL) TO ANT-AGENCIA
               MOVE AL-CONTA-ANT-TAB(IX-AL) TO ANT-CONTA
               MOVE AL-DV-ANT-TAB(IX-AL) TO ANT-DV
               MOVE AL-TITULAR-ANT-TAB(IX-AL) TO ANT-TITULAR
           END-IF
           MOVE DB-EMPREGADO-TAB(IX-DB) TO ALT-CHAVE
           MOVE 'BANCO' TO ALT-CAMPO
           MOVE ANT-BANCO TO ALT-ANTES
           MOVE DB-BANCO-TAB(IX-DB) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'AGENCIA' TO ALT-CAMPO
           MOVE ANT-AGENCIA TO ALT-ANTES
           MOVE DB-AGENCIA-TAB(IX-DB) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'CONTA' TO ALT-CAMPO
           MOVE ANT-CONTA TO ALT-ANTES
           MOVE DB-CONTA-TAB(IX-DB) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DV' TO ALT-CAMPO
           MOVE ANT-DV TO ALT-ANTES
           MOVE DB-DV-TAB(IX-DB) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'TITULAR' TO ALT-CAMPO
           MOVE ANT-TITULAR TO ALT-ANTES
           MOVE DB-TITULAR-TAB(IX-DB) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

       300-GRAVAR-CADASTRO.
           OPEN OUTPUT DADOS-BANCARIOS
           PERFORM 310-GRAVAR-BANCARIO
           MOVE DB-TITULAR-TAB(IX-DB) TO DB-TITULAR-ARQ
           WRITE REG-BANCARIO-ARQ.

       320-GRAVAR-ALTERACOES.
           OPEN OUTPUT ALTERACOES-BANCARIAS
           PERFORM 330-GRAVAR-ALTERACAO
               VARYING IX-AL FROM 1 BY 1
               UNTIL IX-AL > WS-QTD-ALTERACOES
           CLOSE ALTERACOES-BANCARIAS.

       330-GRAVAR-ALTERACAO.
           MOVE SPACES TO REG-ALTERACAO-ARQ
           MOVE AL-EMPREGADO-TAB(IX-AL) TO ALT-EMPREGADO-ARQ
           MOVE AL-SITUACAO-TAB(IX-AL) TO ALT-SITUACAO-ARQ
           MOVE AL-TIPO-TAB(IX-AL) TO ALT-TIPO-ARQ
           MOVE AL-DATA-TAB(IX-AL) TO ALT-DATA-ARQ
           MOVE AL-DIGITADOR-TAB(IX-AL) TO ALT-DIGITADOR-ARQ
           MOVE AL-DATA-DECISAO-TAB(IX-AL) TO ALT-DATA-DECISAO-ARQ
           MOVE AL-APROVADOR-TAB(IX-AL) TO ALT-APROVADOR-ARQ
           MOVE AL-BANCO-ANT-TAB(IX-AL) TO ALT-BANCO-ANT-ARQ
           MOVE AL-AGENCIA-ANT-TAB(IX-AL) TO ALT-AGENCIA-ANT-ARQ
           MOVE AL-CONTA-ANT-TAB(IX-AL) TO ALT-CONTA-ANT-ARQ
           MOVE AL-DV-ANT-TAB(IX-AL) TO ALT-DV-ANT-ARQ
           MOVE AL-TITULAR-ANT-TAB(IX-AL) TO ALT-TITULAR-ANT-ARQ
           MOVE AL-BANCO-NOVO-TAB(IX-AL) TO ALT-BANCO-NOVO-ARQ
           MOVE AL-AGENCIA-NOVO-TAB(IX-AL) TO ALT-AGENCIA-NOVO-ARQ
           MOVE AL-CONTA-NOVO-TAB(IX-AL) TO ALT-CONTA-NOVO-ARQ
           MOVE AL-DV-NOVO-TAB(IX-AL) TO ALT-DV-NOVO-ARQ
           MOVE AL-TITULAR-NOVO-TAB(IX-AL) TO ALT-TITULAR-NOVO-ARQ
           WRITE REG-ALTERACAO-ARQ.

       END PROGRAM CADASTRO-BANCARIO.
