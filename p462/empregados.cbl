      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Maintenance of the employee master ARQ-SALARIO.CBDB
      *          read by PAGE-462, DECIMO-TERCEIRO and RESCISAO, in
      *          the mold of CADASTRO-BANCARIO: admission (number
      *          must be new, department checked against
      *          TAB-DEPARTAMENTOS.TXT, valid admission date not after
      *          the movement date), changes of name, department,
      *          annual salary and dependents, and inquiry. Every
      *          salary or department change is appended to
      *          HISTORICO-SALARIOS.TXT with its effective date, and
      *          the 'M' action answers what an employee earned in a
      *          given month from that history. Every field
      *          changed also goes to the shared trail through
      *          REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-EMPREGADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
      * historico de salarios: uma linha por admissao ou alteracao de
      * salario/departamento, com a data a partir da qual vale; nunca
      * regravado.
       SELECT OPTIONAL HISTORICO-SALARIOS
           ASSIGN TO '.\HISTORICO-SALARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.
      * departamentos da folha (codigo e nome); sem o arquivo qualquer
      * codigo preenchido e aceito.
       SELECT TAB-DEPARTAMENTOS
           ASSIGN TO '.\TAB-DEPARTAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPTOS.
      * data oficial do movimento, definida pelo utilitario do
      * operador; na ausencia do arquivo vale o relogio da maquina.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute de PAGE-462, com a data de demissao no fim.
       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-ARQ.
           05 NR-EMPREGADO-ARQ PIC 9(5).
           05 NOME-EMPREGADO-ARQ PIC X(20).
           05 DEPTO-ARQ PIC XX.
           05 SALARIO-ANUAL-ARQ PIC 9(5).
           05 DATA-ADMISSAO-ARQ PIC 9(8).
           05 NR-DEPENDENTES-ARQ PIC 99.
           05 DATA-DEMISSAO-ARQ PIC 9(8).

      * motivo: 'A' = admissao, 'S' = alteracao de salario, 'D' =
      * alteracao de departamento, 'B' = base anterior ao historico
      * (o salario que o empregado ja tinha, gravado com a data de
      * admissao na primeira alteracao de quem veio de antes dele),
      * 'C' = reajuste coletivo gravado por DISSIDIO-COLETIVO.
       FD HISTORICO-SALARIOS LABEL RECORDS ARE STANDARD.
       01 REG-HISTORICO-SAL.
           05 HS-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 HS-DATA-VIGENCIA PIC 9(8).
           05 PIC X.
           05 HS-SALARIO-ANUAL PIC 9(5).
           05 PIC X.
           05 HS-DEPTO PIC XX.
           05 PIC X.
           05 HS-MOTIVO PIC X.
           05 PIC X.
           05 HS-DATA-REGISTRO PIC 9(8).

       FD TAB-DEPARTAMENTOS LABEL RECORDS ARE STANDARD.
       01 REG-DEPTO-IN.
           05 DEP-CODIGO-IN PIC XX.
           05 DEP-NOME-IN PIC X(20).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-HISTORICO PIC XX.
       01 WS-STATUS-DEPTOS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-EMPREGADO PIC 9(5) VALUE 0.
       01 WS-NOME PIC X(20) VALUE SPACES.
       01 WS-DEPTO PIC XX VALUE SPACES.
       01 WS-SALARIO PIC 9(5) VALUE 0.
       01 WS-ADMISSAO PIC 9(8) VALUE 0.
       01 WS-DEPENDENTES PIC 99 VALUE 0.
       01 WS-DEMISSAO PIC 9(8) VALUE 0.
       01 WS-VIGENCIA PIC 9(8) VALUE 0.
       01 WS-SALARIO-ANTERIOR PIC 9(5) VALUE 0.
       01 WS-DEPTO-ANTERIOR PIC XX VALUE SPACES.
       01 WS-MOTIVO PIC X VALUE SPACE.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.
       01 WS-FLAG-DEPTO-OK PIC X VALUE 'N'.
           88 DEPTO-VALIDO VALUE 'S'.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.

      * consulta do salario de um mes (AAAAMM) no historico
       01 WS-MES-CONSULTA PIC 9(6) VALUE 0.
       01 WS-FIM-MES-CONSULTA PIC 9(8) VALUE 0.
       01 WS-SALARIO-MES PIC 9(5) VALUE 0.
       01 WS-DEPTO-MES PIC XX VALUE SPACES.
       01 WS-VIGENCIA-MES PIC 9(8) VALUE 0.
      * ultima vigencia gravada para o empregado (zero = sem historico)
       01 WS-ULTIMA-VIGENCIA PIC 9(8) VALUE 0.
       01 WS-QTD-HISTORICO PIC 9(4) VALUE 0.

       01 WS-QTD-EMPREGADOS PIC 999 VALUE 0.
       01 WS-TAB-EMPREGADOS.
           05 EMPREGADO-TAB OCCURS 200 TIMES INDEXED BY IX-EM.
               10 EM-NR-TAB PIC 9(5).
               10 EM-NOME-TAB PIC X(20).
               10 EM-DEPTO-TAB PIC XX.
               10 EM-SALARIO-TAB PIC 9(5).
               10 EM-ADMISSAO-TAB PIC 9(8).
               10 EM-DEPENDENTES-TAB PIC 99.
               10 EM-DEMISSAO-TAB PIC 9(8).
      * imagem do empregado antes da acao, comparada campo a campo
      * com a tabela depois dela para a trilha de alteracoes.
       01 ANT-EMPREGADO.
           05 ANT-NR PIC X(5).
           05 ANT-NOME PIC X(20).
           05 ANT-DEPTO PIC XX.
           05 ANT-SALARIO PIC X(5).
           05 ANT-ADMISSAO PIC X(8).
           05 ANT-DEPENDENTES PIC XX.
           05 ANT-DEMISSAO PIC X(8).

       01 WS-QTD-DEPTOS PIC 99 VALUE 0.
       01 WS-TAB-DEPTOS.
           05 DEPTO-TAB OCCURS 50 TIMES INDEXED BY IX-DE.
               10 DE-CODIGO-TAB PIC XX.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-EMPREGADOS'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'ARQ-SALARIO.CBDB'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-EMPREGADOS'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'CADASTRO DE EMPREGADOS DA FOLHA'
              LINE 2 COLUMN 22 HIGHLIGHT.
           05 'ACAO (I=admitir A=alterar C=consultar M=salario no mes S
      -'=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-EMPREGADO.
           05 'EMPREGADO: '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC 9(5) TO WS-EMPREGADO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-DADOS.
           05 'NOME:      '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC X(20) USING WS-NOME
               REVERSE-VIDEO.
           05 'DEPTO:     '
              LINE 10 COLUMN 5 HIGHLIGHT.
           05 LINE 10 COLUMN 17 PIC XX USING WS-DEPTO
               REVERSE-VIDEO.
           05 'SAL. ANUAL:'
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC 9(5) USING WS-SALARIO
               REVERSE-VIDEO.
           05 'DEPENDENT.:'
              LINE 12 COLUMN 5 HIGHLIGHT.
           05 LINE 12 COLUMN 17 PIC 99 USING WS-DEPENDENTES
               REVERSE-VIDEO.
       01 TELA-ADMISSAO.
           05 'ADMISSAO:  '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 17 PIC 9(8) USING WS-ADMISSAO
               REVERSE-VIDEO.
       01 TELA-VIGENCIA.
           05 'VIGENCIA:  '
              LINE 14 COLUMN 5 HIGHLIGHT.
           05 LINE 14 COLUMN 17 PIC 9(8) USING WS-VIGENCIA
               REVERSE-VIDEO.
           05 '(AAAAMMDD, para salario ou departamento)'
              LINE 14 COLUMN 27.
       01 TELA-CONSULTA.
           05 LINE 9 COLUMN 17 PIC X(20) FROM WS-NOME
               REVERSE-VIDEO.
           05 LINE 10 COLUMN 17 PIC XX FROM WS-DEPTO
               REVERSE-VIDEO.
           05 LINE 11 COLUMN 17 PIC ZZZZ9 FROM WS-SALARIO
               REVERSE-VIDEO.
           05 LINE 12 COLUMN 17 PIC Z9 FROM WS-DEPENDENTES
               REVERSE-VIDEO.
           05 'ADMISSAO:  '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 17 PIC 9(8) FROM WS-ADMISSAO
               REVERSE-VIDEO.
           05 'DEMISSAO:  '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC 9(8) FROM WS-DEMISSAO
               REVERSE-VIDEO.
           05 'ALTERACOES:'
              LINE 16 COLUMN 5 HIGHLIGHT.
           05 LINE 16 COLUMN 17 PIC ZZZ9 FROM WS-QTD-HISTORICO
               REVERSE-VIDEO.
       01 TELA-MES.
           05 'MES:       '
              LINE 17 COLUMN 5 HIGHLIGHT.
           05 LINE 17 COLUMN 17 PIC 9(6) TO WS-MES-CONSULTA
               REVERSE-VIDEO REQUIRED.
           05 '(AAAAMM)'
              LINE 17 COLUMN 27.
       01 TELA-SALARIO-MES.
           05 'SAL. ANUAL:'
              LINE 18 COLUMN 5 HIGHLIGHT.
           05 LINE 18 COLUMN 17 PIC ZZZZ9 FROM WS-SALARIO-MES
               REVERSE-VIDEO.
           05 'DEPTO:'
              LINE 18 COLUMN 27 HIGHLIGHT.
           05 LINE 18 COLUMN 34 PIC XX FROM WS-DEPTO-MES
               REVERSE-VIDEO.
           05 'DESDE:'
              LINE 18 COLUMN 40 HIGHLIGHT.
           05 LINE 18 COLUMN 47 PIC 9(8) FROM WS-VIGENCIA-MES
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
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 150-CARREGAR-CADASTRO
           PERFORM 160-CARREGAR-DEPTOS
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

       110-LER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

      *****************************************************************
      * carrega o cadastro inteiro em memoria, de onde ele e regravado
      * a cada admissao ou alteracao. registros antigos sem a data de
      * demissao valem como empregados ativos.
      *****************************************************************
       150-CARREGAR-CADASTRO.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO = '00'
               PERFORM 155-LER-EMPREGADO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE ARQ-SALARIO
           END-IF.

       155-LER-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-EMPREGADOS < 200
                       ADD 1 TO WS-QTD-EMPREGADOS
                       SET IX-EM TO WS-QTD-EMPREGADOS
                       MOVE NR-EMPREGADO-ARQ TO EM-NR-TAB(IX-EM)
                       MOVE NOME-EMPREGADO-ARQ TO EM-NOME-TAB(IX-EM)
                       MOVE DEPTO-ARQ TO EM-DEPTO-TAB(IX-EM)
                       MOVE SALARIO-ANUAL-ARQ TO EM-SALARIO-TAB(IX-EM)
                       MOVE DATA-ADMISSAO-ARQ
                           TO EM-ADMISSAO-TAB(IX-EM)
                       MOVE NR-DEPENDENTES-ARQ
                           TO EM-DEPENDENTES-TAB(IX-EM)
                       IF DATA-DEMISSAO-ARQ IS NUMERIC
                           MOVE DATA-DEMISSAO-ARQ
                               TO EM-DEMISSAO-TAB(IX-EM)
                       ELSE
                           MOVE 0 TO EM-DEMISSAO-TAB(IX-EM)
                       END-IF
                   END-IF
           END-READ.

       160-CARREGAR-DEPTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT TAB-DEPARTAMENTOS
           IF WS-STATUS-DEPTOS = '00'
               PERFORM 165-LER-DEPTO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE TAB-DEPARTAMENTOS
           END-IF.

       165-LER-DEPTO.
           READ TAB-DEPARTAMENTOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-DEPTOS < 50
                           AND DEP-CODIGO-IN NOT = SPACES
                       ADD 1 TO WS-QTD-DEPTOS
                       MOVE DEP-CODIGO-IN
                           TO DE-CODIGO-TAB(WS-QTD-DEPTOS)
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
               WHEN 'C'
               WHEN 'c'
               WHEN 'M'
               WHEN 'm'
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
           ACCEPT TELA-ACAO
           IF WS-ACAO = 'S' OR 's'
               CONTINUE
           ELSE
               PERFORM 190-VERIFICAR-PERMISSAO
               IF ACESSO-PERMITIDO
                   ACCEPT TELA-EMPREGADO
                   PERFORM 250-PROCURAR-EMPREGADO
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-ADMITIR
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 220-ALTERAR
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM 240-CONSULTAR
                       WHEN 'M'
                       WHEN 'm'
                           PERFORM 245-CONSULTAR-MES
                       WHEN OTHER
                           MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
                   END-EVALUATE
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * admissao: numero novo e diferente de zero, nome, departamento
      * valido, salario e data de admissao valida que nao passe da
      * data do movimento. o salario de admissao abre o historico do
      * empregado, vigente desde a admissao.
      *****************************************************************
       210-ADMITIR.
           IF WS-EMPREGADO = 0
               MOVE 'NUMERO DE EMPREGADO INVALIDO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF EMPREGADO-ACHADO
               MOVE 'EMPREGADO JA CADASTRADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-EMPREGADOS >= 200
               MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOME WS-DEPTO
           MOVE 0 TO WS-SALARIO WS-DEPENDENTES
           MOVE WS-DATA-OFICIAL TO WS-ADMISSAO
           ACCEPT TELA-DADOS
           ACCEPT TELA-ADMISSAO
           PERFORM 270-VALIDAR-DEPTO
           EVALUATE TRUE
               WHEN WS-NOME = SPACES
                   MOVE 'NOME E OBRIGATORIO' TO WS-MENSAGEM
               WHEN NOT DEPTO-VALIDO
                   MOVE 'DEPARTAMENTO INEXISTENTE' TO WS-MENSAGEM
               WHEN WS-SALARIO = 0
                   MOVE 'SALARIO ANUAL E OBRIGATORIO' TO WS-MENSAGEM
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ADMISSAO) NOT = 0
                   MOVE 'DATA DE ADMISSAO INVALIDA' TO WS-MENSAGEM
               WHEN WS-ADMISSAO > WS-DATA-OFICIAL
                   MOVE 'ADMISSAO POSTERIOR AA DATA DO MOVIMENTO'
                       TO WS-MENSAGEM
               WHEN OTHER
                   ADD 1 TO WS-QTD-EMPREGADOS
                   SET IX-EM TO WS-QTD-EMPREGADOS
                   MOVE WS-EMPREGADO TO EM-NR-TAB(IX-EM)
                   MOVE WS-ADMISSAO TO EM-ADMISSAO-TAB(IX-EM)
                   MOVE 0 TO EM-DEMISSAO-TAB(IX-EM)
                   MOVE SPACES TO ANT-EMPREGADO
                   MOVE ZEROS TO ANT-DEMISSAO
                   PERFORM 260-GUARDAR-DADOS
                   PERFORM 265-REGISTRAR-ALTERACOES
                   MOVE WS-ADMISSAO TO WS-VIGENCIA
                   MOVE 'A' TO WS-MOTIVO
                   PERFORM 280-GRAVAR-HISTORICO
                   PERFORM 300-GRAVAR-CADASTRO
                   MOVE 'EMPREGADO ADMITIDO' TO WS-MENSAGEM
           END-EVALUATE.

      *****************************************************************
      * alteracao de nome, departamento, salario ou dependentes de um
      * empregado ativo. mudanca de salario ou de departamento pede a
      * data de vigencia, que nao pode ser anterior aa admissao nem aa
      * ultima vigencia ja registrada, nem passar da data do
      * movimento; a mudanca vai para o historico antes do cadastro
      * ser regravado.
      *****************************************************************
       220-ALTERAR.
           IF NOT EMPREGADO-ACHADO
               MOVE 'EMPREGADO NAO CADASTRADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF EM-DEMISSAO-TAB(IX-EM) NOT = 0
               MOVE 'EMPREGADO DESLIGADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 255-MOSTRAR-DADOS
           MOVE WS-SALARIO TO WS-SALARIO-ANTERIOR
           MOVE WS-DEPTO TO WS-DEPTO-ANTERIOR
           ACCEPT TELA-DADOS
           PERFORM 270-VALIDAR-DEPTO
           EVALUATE TRUE
               WHEN WS-NOME = SPACES
                   MOVE 'NOME E OBRIGATORIO' TO WS-MENSAGEM
                   EXIT PARAGRAPH
               WHEN NOT DEPTO-VALIDO
                   MOVE 'DEPARTAMENTO INEXISTENTE' TO WS-MENSAGEM
                   EXIT PARAGRAPH
               WHEN WS-SALARIO = 0
                   MOVE 'SALARIO ANUAL E OBRIGATORIO' TO WS-MENSAGEM
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SALARIO NOT = WS-SALARIO-ANTERIOR
                   OR WS-DEPTO NOT = WS-DEPTO-ANTERIOR
               PERFORM 225-REGISTRAR-MUDANCA
               IF WS-MENSAGEM NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE EMPREGADO-TAB(IX-EM) TO ANT-EMPREGADO
           PERFORM 260-GUARDAR-DADOS
           PERFORM 265-REGISTRAR-ALTERACOES
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'EMPREGADO ALTERADO' TO WS-MENSAGEM.

      *****************************************************************
      * mudanca de salario ou departamento: aceita e confere a
      * vigencia e grava o historico. quem veio de antes do historico
      * ganha primeiro a linha de base com o salario e o departamento
      * que tinha, vigentes desde a admissao, para que os meses
      * anteriores aa mudanca continuem respondidos.
      *****************************************************************
       225-REGISTRAR-MUDANCA.
           MOVE WS-DATA-OFICIAL TO WS-VIGENCIA
           ACCEPT TELA-VIGENCIA
           PERFORM 290-LER-HISTORICO-EMPREGADO
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-VIGENCIA) NOT = 0
                   MOVE 'DATA DE VIGENCIA INVALIDA' TO WS-MENSAGEM
               WHEN WS-VIGENCIA < EM-ADMISSAO-TAB(IX-EM)
                   MOVE 'VIGENCIA ANTERIOR AA ADMISSAO'
                       TO WS-MENSAGEM
               WHEN WS-VIGENCIA < WS-ULTIMA-VIGENCIA
                   MOVE 'VIGENCIA ANTERIOR AA ULTIMA ALTERACAO'
                       TO WS-MENSAGEM
               WHEN WS-VIGENCIA > WS-DATA-OFICIAL
                   MOVE 'VIGENCIA POSTERIOR AA DATA DO MOVIMENTO'
                       TO WS-MENSAGEM
               WHEN OTHER
                   IF WS-QTD-HISTORICO = 0
                       PERFORM 285-GRAVAR-BASE-HISTORICO
                   END-IF
                   IF WS-SALARIO NOT = WS-SALARIO-ANTERIOR
                       MOVE 'S' TO WS-MOTIVO
                   ELSE
                       MOVE 'D' TO WS-MOTIVO
                   END-IF
                   PERFORM 280-GRAVAR-HISTORICO
           END-EVALUATE.

       240-CONSULTAR.
           IF NOT EMPREGADO-ACHADO
               MOVE 'EMPREGADO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               PERFORM 255-MOSTRAR-DADOS
               PERFORM 290-LER-HISTORICO-EMPREGADO
               DISPLAY TELA-CONSULTA
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF.

      *****************************************************************
      * salario de um mes: a linha do historico do empregado com a
      * maior vigencia ate o ultimo dia do mes pedido. sem historico,
      * o salario do cadastro responde pelos meses desde a admissao.
      *****************************************************************
       245-CONSULTAR-MES.
           IF NOT EMPREGADO-ACHADO
               MOVE 'EMPREGADO NAO CADASTRADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MES-CONSULTA
           ACCEPT TELA-MES
           COMPUTE WS-FIM-MES-CONSULTA = WS-MES-CONSULTA * 100 + 31
           PERFORM 290-LER-HISTORICO-EMPREGADO
           IF WS-QTD-HISTORICO = 0
                   AND EM-ADMISSAO-TAB(IX-EM) NOT > WS-FIM-MES-CONSULTA
               MOVE EM-SALARIO-TAB(IX-EM) TO WS-SALARIO-MES
               MOVE EM-DEPTO-TAB(IX-EM) TO WS-DEPTO-MES
               MOVE EM-ADMISSAO-TAB(IX-EM) TO WS-VIGENCIA-MES
           END-IF
           IF WS-VIGENCIA-MES = 0
               MOVE 'EMPREGADO NAO ADMITIDO ATE O MES'
                   TO WS-MENSAGEM
           ELSE
               DISPLAY TELA-SALARIO-MES
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF.

       250-PROCURAR-EMPREGADO.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               AT END
                   CONTINUE
               WHEN IX-EM > WS-QTD-EMPREGADOS
                   CONTINUE
               WHEN EM-NR-TAB(IX-EM) = WS-EMPREGADO
                   SET EMPREGADO-ACHADO TO TRUE
           END-SEARCH.

       255-MOSTRAR-DADOS.
           MOVE EM-NOME-TAB(IX-EM) TO WS-NOME
           MOVE EM-DEPTO-TAB(IX-EM) TO WS-DEPTO
           MOVE EM-SALARIO-TAB(IX-EM) TO WS-SALARIO
           MOVE EM-ADMISSAO-TAB(IX-EM) TO WS-ADMISSAO
           MOVE EM-DEPENDENTES-TAB(IX-EM) TO WS-DEPENDENTES
           MOVE EM-DEMISSAO-TAB(IX-EM) TO WS-DEMISSAO.

       260-GUARDAR-DADOS.
           MOVE WS-NOME TO EM-NOME-TAB(IX-EM)
           MOVE WS-DEPTO TO EM-DEPTO-TAB(IX-EM)
           MOVE WS-SALARIO TO EM-SALARIO-TAB(IX-EM)
           MOVE WS-DEPENDENTES TO EM-DEPENDENTES-TAB(IX-EM).

      *****************************************************************
      * compara a imagem anterior com a entrada da tabela e passa
      * cada campo a REGISTRO-ALTERACAO, que so grava na trilha os
      * que mudaram.
      *****************************************************************
       265-REGISTRAR-ALTERACOES.
           MOVE EM-NR-TAB(IX-EM) TO ALT-CHAVE
           MOVE 'NOME' TO ALT-CAMPO
           MOVE ANT-NOME TO ALT-ANTES
           MOVE EM-NOME-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DEPTO' TO ALT-CAMPO
           MOVE ANT-DEPTO TO ALT-ANTES
           MOVE EM-DEPTO-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'SALARIO-ANUAL' TO ALT-CAMPO
           MOVE ANT-SALARIO TO ALT-ANTES
           MOVE EM-SALARIO-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DATA-ADMISSAO' TO ALT-CAMPO
           MOVE ANT-ADMISSAO TO ALT-ANTES
           MOVE EM-ADMISSAO-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DEPENDENTES' TO ALT-CAMPO
           MOVE ANT-DEPENDENTES TO ALT-ANTES
           MOVE EM-DEPENDENTES-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'DATA-DEMISSAO' TO ALT-CAMPO
           MOVE ANT-DEMISSAO TO ALT-ANTES
           MOVE EM-DEMISSAO-TAB(IX-EM) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * departamento preenchido e, havendo TAB-DEPARTAMENTOS.TXT,
      * presente nela.
      *****************************************************************
       270-VALIDAR-DEPTO.
           MOVE 'N' TO WS-FLAG-DEPTO-OK
           IF WS-DEPTO NOT = SPACES
               IF WS-QTD-DEPTOS = 0
                   SET DEPTO-VALIDO TO TRUE
               ELSE
                   SET IX-DE TO 1
                   SEARCH DEPTO-TAB
                       AT END
                           CONTINUE
                       WHEN IX-DE > WS-QTD-DEPTOS
                           CONTINUE
                       WHEN DE-CODIGO-TAB(IX-DE) = WS-DEPTO
                           SET DEPTO-VALIDO TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       280-GRAVAR-HISTORICO.
           OPEN EXTEND HISTORICO-SALARIOS
           MOVE SPACES TO REG-HISTORICO-SAL
           MOVE WS-EMPREGADO TO HS-NR-EMPREGADO
           MOVE WS-VIGENCIA TO HS-DATA-VIGENCIA
           MOVE WS-SALARIO TO HS-SALARIO-ANUAL
           MOVE WS-DEPTO TO HS-DEPTO
           MOVE WS-MOTIVO TO HS-MOTIVO
           MOVE WS-DATA-OFICIAL TO HS-DATA-REGISTRO
           WRITE REG-HISTORICO-SAL
           CLOSE HISTORICO-SALARIOS.

       285-GRAVAR-BASE-HISTORICO.
           OPEN EXTEND HISTORICO-SALARIOS
           MOVE SPACES TO REG-HISTORICO-SAL
           MOVE WS-EMPREGADO TO HS-NR-EMPREGADO
           MOVE EM-ADMISSAO-TAB(IX-EM) TO HS-DATA-VIGENCIA
           MOVE WS-SALARIO-ANTERIOR TO HS-SALARIO-ANUAL
           MOVE WS-DEPTO-ANTERIOR TO HS-DEPTO
           MOVE 'B' TO HS-MOTIVO
           MOVE WS-DATA-OFICIAL TO HS-DATA-REGISTRO
           WRITE REG-HISTORICO-SAL
           CLOSE HISTORICO-SALARIOS.

      *****************************************************************
      * percorre o historico do empregado corrente: conta as linhas,
      * guarda a ultima vigencia e, para a consulta do mes, o salario
      * e o departamento da maior vigencia ate WS-FIM-MES-CONSULTA.
      *****************************************************************
       290-LER-HISTORICO-EMPREGADO.
           MOVE 0 TO WS-QTD-HISTORICO WS-ULTIMA-VIGENCIA
           MOVE 0 TO WS-SALARIO-MES WS-VIGENCIA-MES
           MOVE SPACES TO WS-DEPTO-MES
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT HISTORICO-SALARIOS
           IF WS-STATUS-HISTORICO = '00'
               PERFORM 295-LER-LINHA-HISTORICO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE HISTORICO-SALARIOS.

       295-LER-LINHA-HISTORICO.
           READ HISTORICO-SALARIOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF HS-NR-EMPREGADO = WS-EMPREGADO
                       ADD 1 TO WS-QTD-HISTORICO
                       IF HS-DATA-VIGENCIA > WS-ULTIMA-VIGENCIA
                           MOVE HS-DATA-VIGENCIA
                               TO WS-ULTIMA-VIGENCIA
                       END-IF
                       IF HS-DATA-VIGENCIA NOT > WS-FIM-MES-CONSULTA
                               AND HS-DATA-VIGENCIA
                                   NOT < WS-VIGENCIA-MES
                           MOVE HS-DATA-VIGENCIA TO WS-VIGENCIA-MES
                           MOVE HS-SALARIO-ANUAL TO WS-SALARIO-MES
                           MOVE HS-DEPTO TO WS-DEPTO-MES
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * regrava o cadastro inteiro a partir da tabela, logo apos cada
      * admissao ou alteracao, para o cadastro nunca ficar atras do
      * historico ja gravado.
      *****************************************************************
       300-GRAVAR-CADASTRO.
           OPEN OUTPUT ARQ-SALARIO
           PERFORM 310-GRAVAR-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           CLOSE ARQ-SALARIO
           PERFORM 250-PROCURAR-EMPREGADO.

       310-GRAVAR-EMPREGADO.
           MOVE SPACES TO REG-SALARIO-ARQ
           MOVE EM-NR-TAB(IX-EM) TO NR-EMPREGADO-ARQ
           MOVE EM-NOME-TAB(IX-EM) TO NOME-EMPREGADO-ARQ
           MOVE EM-DEPTO-TAB(IX-EM) TO DEPTO-ARQ
           MOVE EM-SALARIO-TAB(IX-EM) TO SALARIO-ANUAL-ARQ
           MOVE EM-ADMISSAO-TAB(IX-EM) TO DATA-ADMISSAO-ARQ
           MOVE EM-DEPENDENTES-TAB(IX-EM) TO NR-DEPENDENTES-ARQ
           MOVE EM-DEMISSAO-TAB(IX-EM) TO DATA-DEMISSAO-ARQ
           WRITE REG-SALARIO-ARQ.

       END PROGRAM CADASTRO-EMPREGADOS.
