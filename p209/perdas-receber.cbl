      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Bad-debt write-off of receivables overdue beyond
      *          P209-DIAS-PERDA days (default 180) against the
      *          processing date: lists the candidate titles, and on
      *          supervisor confirmation writes each open balance off
      *          (a settlement of origin 'P' in BAIXAS-RECEBER.TXT, so
      *          every reader of the open position drops it, plus a
      *          record in PERDAS-RECEBER.TXT for the accountant) and
      *          blocks the customer in CADASTRO-CLIENTES.TXT; a title
      *          written off can be reinstated, also under supervisor
      *          confirmation, when the customer turns up to pay.
      *          Each customer blocked goes to the shared change trail
      *          through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PERDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTAS-RECEBER
           ASSIGN TO '.\CONTAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEBER.
       SELECT OPTIONAL BAIXAS-RECEBER
           ASSIGN TO '.\BAIXAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BAIXAS.
      * uma linha por titulo lancado como perda (P) ou reintegrado
      * (R), com o supervisor que confirmou; o arquivo so cresce e e
      * a base da relacao trimestral de perdas.
       SELECT OPTIONAL PERDAS-RECEBER
           ASSIGN TO '.\PERDAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
       SELECT OPERADORES-ARQ
           ASSIGN TO '.\OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPERADORES.
       SELECT TAB-DESCONTO
           ASSIGN TO '.\TAB-DESCONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESCONTO.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT RELAT-CANDIDATAS
           ASSIGN TO '.\RELAT-CANDIDATAS-PERDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por 260-GRAVAR-RECEBIVEL em CALC4; a
      * reintegracao de um titulo grava aqui uma linha nova com o
      * valor que tinha sido lancado como perda.
       FD CONTAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-RECEBER.
           05 CR-CLIENTE    PIC X(5).
           05 PIC X VALUE SPACE.
           05 CR-TOTAL-NOTA PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 CR-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 CR-ESTORNO PIC X.
           05 PIC X VALUE SPACE.
           05 CR-NR-NOTA PIC X(6).

      * mesmo leiaute gravado por BAIXA-RECEBER e RETORNO-BOLETOS;
      * a perda entra com origem 'P'.
       FD BAIXAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-BAIXA.
           05 BX-CLIENTE PIC X(5).
           05 PIC X VALUE SPACE.
           05 BX-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 BX-VALOR PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 BX-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 BX-PARCELA PIC 99.
           05 PIC X VALUE SPACE.
           05 BX-JUROS PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 BX-NOSSO-NUMERO PIC 9(9).
           05 PIC X VALUE SPACE.
           05 BX-ORIGEM PIC X.

       FD PERDAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-PERDA.
           05 PD-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
      * P = lancado como perda, R = reintegrado
           05 PD-TIPO PIC X.
           05 PIC X VALUE SPACE.
           05 PD-CLIENTE PIC X(5).
           05 PIC X VALUE SPACE.
           05 PD-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 PD-VALOR PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 PD-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 PD-DIAS-ATRASO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 PD-SUPERVISOR PIC X(5).

      * mesmo leiaute mantido por CADASTRO-CLIENTES.
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-ARQ.
           05 CODIGO-ARQ PIC X(5).
           05 NOME-ARQ PIC X(20).
           05 LIMITE-ARQ PIC 9(6)V99.
           05 STATUS-ARQ PIC X.

      * mesmo leiaute mantido por CADASTRO-OPERADORES.
       FD OPERADORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-OPERADOR-IN.
           05 OPE-CODIGO-IN PIC X(5).
           05 OPE-NOME-IN PIC X(20).
           05 OPE-SENHA-IN PIC X(5).
           05 OPE-NIVEL-IN PIC X.
           05 OPE-STATUS-IN PIC X.

       FD TAB-DESCONTO LABEL RECORDS ARE STANDARD.
       01 REG-DESCONTO-IN.
           05 TETO-DESCONTO-IN      PIC 99V9.
           05 CODIGO-SUPERVISOR-IN  PIC X(5).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD RELAT-CANDIDATAS LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECEBER PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-STATUS-PERDAS PIC XX.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-OPERADORES PIC XX.
       01 WS-STATUS-DESCONTO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-MENSAGEM PIC X(45) VALUE SPACES.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-NOTA-NUM PIC 9(6).

      * atraso, em dias, a partir do qual o titulo pode ir a perda
       01 WS-DIAS-PERDA PIC 9(4) VALUE 180.
       01 WS-DIAS-ENV PIC X(4).
       01 WS-DIAS-HOJE PIC 9(7) VALUE 0.
       01 WS-DIAS-ATRASO PIC S9(7) VALUE 0.

      * titulo digitado para a reintegracao
       01 WS-CLIENTE PIC X(5) VALUE SPACES.
       01 WS-NR-NOTA PIC 9(6) VALUE 0.
       01 WS-SALDO-TITULO PIC S9(9)V99 VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.

       01 WS-QTD-CANDIDATAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-CANDIDATAS PIC S9(9)V99 VALUE 0.
       01 WS-QTD-LANCADAS PIC 9(5) VALUE 0.
       01 WS-QTD-BLOQUEADOS PIC 9(5) VALUE 0.

      * confirmacao do supervisor, com a mesma regra de CALC4:
      * operador ativo de nivel 'S' com a senha correta ou, sem
      * OPERADORES.TXT, o codigo unico de TAB-DESCONTO.TXT.
       01 WS-CODIGO-SUP-DIG PIC X(5) VALUE SPACES.
       01 WS-SENHA-DIG PIC X(5) VALUE SPACES.
       01 WS-CODIGO-SUPERVISOR PIC X(5) VALUE 'SUPER'.
       01 WS-FLAG-SUP-OK PIC X VALUE 'N'.
           88 SUPERVISOR-OK VALUE 'S'.
       01 WS-FIM-OPERADORES PIC X VALUE 'N'.
       01 WS-QTD-OPERADORES PIC 99 VALUE 0.
       01 WS-TAB-OPERADORES.
           05 OPERADOR-TAB OCCURS 50 TIMES INDEXED BY IX-OPE.
               10 OPE-CODIGO-TAB PIC X(5).
               10 OPE-SENHA-TAB PIC X(5).
               10 OPE-NIVEL-TAB PIC X.
               10 OPE-STATUS-TAB PIC X.

      * titulos por cliente+nota: valor (estornos abatendo), baixado,
      * o vencimento mais recente (a reintegracao vence no dia em que
      * foi feita) e o valor hoje lancado como perda.
       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 400 TIMES INDEXED BY IX-TI.
               10 TIT-CLIENTE PIC X(5).
               10 TIT-NR-NOTA PIC 9(6).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO PIC S9(9)V99.
               10 TIT-VENCIMENTO PIC 9(8).
               10 TIT-PERDIDO PIC S9(9)V99.
               10 TIT-CANDIDATO PIC X.

      * mesma capacidade da tabela de CADASTRO-CLIENTES, que regrava
      * o arquivo inteiro do mesmo modo.
       01 WS-QTD-CLIENTES PIC 999 VALUE 0.
       01 WS-TAB-CLIENTES.
           05 CLIENTE-TAB OCCURS 100 TIMES INDEXED BY IX-CL.
               10 CODIGO-TAB PIC X(5).
               10 NOME-TAB PIC X(20).
               10 LIMITE-TAB PIC 9(6)V99.
               10 STATUS-TAB PIC X.

       01 CABECALHO-CANDIDATAS.
           05 PIC X(36) VALUE '# TITULOS CANDIDATOS A PERDA - DIA  '.
           05 CC-DATA PIC 9(8).
           05 PIC X(17) VALUE ' - ATRASO ACIMA '.
           05 CC-DIAS PIC ZZZ9.
           05 PIC X(5) VALUE ' DIAS'.
       01 TITULO-CANDIDATAS.
           05 PIC X(50) VALUE
               'CLIENTE NOME                   NOTA  VENCIMENTO  A'.
           05 PIC X(30) VALUE
               'TRASO           SALDO'.
       01 LINHA-CANDIDATA.
           05 LC-CLIENTE PIC X(5).
           05 PIC XXX VALUE SPACES.
           05 LC-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LC-NR-NOTA PIC 9(6).
           05 PIC XX VALUE SPACES.
           05 LC-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LC-DIAS PIC ZZZZZZ9.
           05 PIC X VALUE SPACE.
           05 LC-SALDO PIC ZZ,ZZZ,ZZ9.99-.
       01 LINHA-TOTAL-CANDIDATAS.
           05 PIC X(20) VALUE 'TITULOS CANDIDATOS: '.
           05 LTC-QTD PIC ZZZZ9.
           05 PIC X(14) VALUE '   SALDO TOTAL'.
           05 LTC-SALDO PIC ZZZ,ZZZ,ZZ9.99-.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'BAIXA-PERDAS'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'CADASTRO-CLIENTES.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'BAIXA-PERDAS'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'BAIXA DE TITULOS COMO PERDA'
              LINE 2 COLUMN 25 HIGHLIGHT.
           05 'ACAO (L=listar candidatos B=baixar como perda R=reinte
      -'grar S=sair)'
              LINE 4 COLUMN 5.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-CANDIDATOS.
           05 'CANDIDATOS:       '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 24 PIC ZZZZ9 FROM WS-QTD-CANDIDATAS
               REVERSE-VIDEO.
           05 'SALDO:            '
              LINE 8 COLUMN 5 HIGHLIGHT.
           05 LINE 8 COLUMN 24 PIC ZZ,ZZZ,ZZ9.99- FROM
               WS-TOTAL-CANDIDATAS REVERSE-VIDEO.
       01 TELA-CLIENTE.
           05 'CLIENTE: '
              LINE 10 COLUMN 5 HIGHLIGHT.
           05 LINE 10 COLUMN 15 PIC X(5) TO WS-CLIENTE
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-NOTA.
           05 'NOTA:    '
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 15 PIC 9(6) TO WS-NR-NOTA
               REVERSE-VIDEO REQUIRED.
       01 TELA-PERDIDO.
           05 'VALOR EM PERDA:   '
              LINE 12 COLUMN 5 HIGHLIGHT.
           05 LINE 12 COLUMN 24 PIC ZZ,ZZZ,ZZ9.99- FROM
               WS-SALDO-TITULO REVERSE-VIDEO.
       01 TELA-SUPERVISOR.
           05 'SUPERVISOR:'
              LINE 14 COLUMN 5 HIGHLIGHT.
           05 LINE 14 COLUMN 17 PIC X(5) TO WS-CODIGO-SUP-DIG
               REVERSE-VIDEO REQUIRED AUTO.
           05 'SENHA:     '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC X(5) TO WS-SENHA-DIG
               SECURE AUTO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(45) FROM WS-MENSAGEM
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
           MOVE SPACES TO WS-DIAS-ENV
           ACCEPT WS-DIAS-ENV FROM ENVIRONMENT 'P209-DIAS-PERDA'
           IF WS-DIAS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-DIAS-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DIAS-ENV) TO WS-DIAS-PERDA
           END-IF
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
           PERFORM 120-LER-OPERADORES
           PERFORM 130-LER-PARAM-DESCONTO
           PERFORM 140-CARREGAR-CLIENTES
           PERFORM 150-CARREGAR-TITULOS
           IF QTD-TITULOS = 0
               DISPLAY 'CONTAS-RECEBER.TXT SEM TITULOS, '
                   'NADA A BAIXAR'
               STOP RUN
           END-IF
           PERFORM 170-CARREGAR-BAIXAS
           PERFORM 180-CARREGAR-PERDAS
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina.
      *****************************************************************
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

       120-LER-OPERADORES.
           OPEN INPUT OPERADORES-ARQ
           IF WS-STATUS-OPERADORES = '00'
               PERFORM 125-CARREGAR-OPERADOR
                   UNTIL WS-FIM-OPERADORES = 'S'
               CLOSE OPERADORES-ARQ
           END-IF.

       125-CARREGAR-OPERADOR.
           READ OPERADORES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-OPERADORES
               NOT AT END
                   IF WS-QTD-OPERADORES < 50
                       ADD 1 TO WS-QTD-OPERADORES
                       MOVE OPE-CODIGO-IN
                           TO OPE-CODIGO-TAB(WS-QTD-OPERADORES)
                       MOVE OPE-SENHA-IN
                           TO OPE-SENHA-TAB(WS-QTD-OPERADORES)
                       MOVE OPE-NIVEL-IN
                           TO OPE-NIVEL-TAB(WS-QTD-OPERADORES)
                       MOVE OPE-STATUS-IN
                           TO OPE-STATUS-TAB(WS-QTD-OPERADORES)
                   END-IF
           END-READ.

       130-LER-PARAM-DESCONTO.
           OPEN INPUT TAB-DESCONTO
           IF WS-STATUS-DESCONTO = '00'
               READ TAB-DESCONTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CODIGO-SUPERVISOR-IN NOT = SPACES
                           MOVE CODIGO-SUPERVISOR-IN
                               TO WS-CODIGO-SUPERVISOR
                       END-IF
               END-READ
               CLOSE TAB-DESCONTO
           END-IF.

       140-CARREGAR-CLIENTES.
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 145-LER-CLIENTE
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       145-LER-CLIENTE.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-CLIENTES < 100
                       ADD 1 TO WS-QTD-CLIENTES
                       SET IX-CL TO WS-QTD-CLIENTES
                       MOVE CODIGO-ARQ TO CODIGO-TAB(IX-CL)
                       MOVE NOME-ARQ TO NOME-TAB(IX-CL)
                       MOVE LIMITE-ARQ TO LIMITE-TAB(IX-CL)
                       MOVE STATUS-ARQ TO STATUS-TAB(IX-CL)
                   END-IF
           END-READ.

      *****************************************************************
      * titulos de CONTAS-RECEBER.TXT por cliente+nota, como em
      * BAIXA-RECEBER, guardando o vencimento mais recente.
      *****************************************************************
       150-CARREGAR-TITULOS.
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-RECEBER = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 155-LER-TITULO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CONTAS-RECEBER
           END-IF.

       155-LER-TITULO.
           READ CONTAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF CR-NR-NOTA IS NUMERIC
                       MOVE CR-NR-NOTA TO WS-NOTA-NUM
                   ELSE
                       MOVE 0 TO WS-NOTA-NUM
                   END-IF
                   PERFORM 160-ACUMULAR-TITULO
           END-READ.

       160-ACUMULAR-TITULO.
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   IF QTD-TITULOS < 400
                       ADD 1 TO QTD-TITULOS
                       SET IX-TI TO QTD-TITULOS
                       MOVE CR-CLIENTE TO TIT-CLIENTE(IX-TI)
                       MOVE WS-NOTA-NUM TO TIT-NR-NOTA(IX-TI)
                       MOVE 0 TO TIT-VALOR(IX-TI)
                       MOVE 0 TO TIT-BAIXADO(IX-TI)
                       MOVE 0 TO TIT-VENCIMENTO(IX-TI)
                       MOVE 0 TO TIT-PERDIDO(IX-TI)
                       MOVE 'N' TO TIT-CANDIDATO(IX-TI)
                       PERFORM 165-SOMAR-TITULO
                   ELSE
                       DISPLAY 'TITULO IGNORADO, TABELA CHEIA: '
                           CR-CLIENTE ' ' WS-NOTA-NUM
                   END-IF
               WHEN TIT-CLIENTE(IX-TI) = CR-CLIENTE
                       AND TIT-NR-NOTA(IX-TI) = WS-NOTA-NUM
                   PERFORM 165-SOMAR-TITULO
           END-SEARCH.

       165-SOMAR-TITULO.
           IF CR-ESTORNO = 'E'
               SUBTRACT CR-TOTAL-NOTA FROM TIT-VALOR(IX-TI)
           ELSE
               ADD CR-TOTAL-NOTA TO TIT-VALOR(IX-TI)
               IF CR-VENCIMENTO > TIT-VENCIMENTO(IX-TI)
                   MOVE CR-VENCIMENTO TO TIT-VENCIMENTO(IX-TI)
               END-IF
           END-IF.

       170-CARREGAR-BAIXAS.
           OPEN INPUT BAIXAS-RECEBER
           IF WS-STATUS-BAIXAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 175-LER-BAIXA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE BAIXAS-RECEBER.

       175-LER-BAIXA.
           READ BAIXAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-TI TO 1
                   SEARCH TITULO-TAB
                       AT END
                           CONTINUE
                       WHEN TIT-CLIENTE(IX-TI) = BX-CLIENTE
                               AND TIT-NR-NOTA(IX-TI) = BX-NR-NOTA
                           ADD BX-VALOR TO TIT-BAIXADO(IX-TI)
                   END-SEARCH
           END-READ.

      *****************************************************************
      * valor de cada titulo hoje lancado como perda: perdas menos
      * reintegracoes do diario.
      *****************************************************************
       180-CARREGAR-PERDAS.
           OPEN INPUT PERDAS-RECEBER
           IF WS-STATUS-PERDAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 185-LER-PERDA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE PERDAS-RECEBER.

       185-LER-PERDA.
           READ PERDAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-TI TO 1
                   SEARCH TITULO-TAB
                       AT END
                           CONTINUE
                       WHEN TIT-CLIENTE(IX-TI) = PD-CLIENTE
                               AND TIT-NR-NOTA(IX-TI) = PD-NR-NOTA
                           IF PD-TIPO = 'R'
                               SUBTRACT PD-VALOR
                                   FROM TIT-PERDIDO(IX-TI)
                           ELSE
                               ADD PD-VALOR TO TIT-PERDIDO(IX-TI)
                           END-IF
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
               WHEN 'R'
               WHEN 'r'
                   MOVE 'A' TO ACS-ACAO
               WHEN 'L'
               WHEN 'l'
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
      * um ciclo de atendimento: lista os candidatos, baixa-os como
      * perda ou reintegra um titulo.
      *****************************************************************
       200-PROCESSAR-ACAO.
           MOVE SPACES TO WS-MENSAGEM
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACAO
           PERFORM 190-VERIFICAR-PERMISSAO
           EVALUATE TRUE
               WHEN NOT ACESSO-PERMITIDO
                   CONTINUE
               WHEN WS-ACAO = 'L' OR 'l'
                   PERFORM 210-LISTAR-CANDIDATOS
               WHEN WS-ACAO = 'B' OR 'b'
                   PERFORM 240-BAIXAR-COMO-PERDA
               WHEN WS-ACAO = 'R' OR 'r'
                   PERFORM 270-REINTEGRAR-TITULO
               WHEN WS-ACAO = 'S' OR 's'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
           END-EVALUATE
           DISPLAY TELA-MENSAGEM.

      *****************************************************************
      * aponta os candidatos a perda (saldo em aberto e atraso acima
      * do limite) e grava a relacao para conferencia antes da baixa.
      *****************************************************************
       210-LISTAR-CANDIDATOS.
           PERFORM 220-APONTAR-CANDIDATOS
           OPEN OUTPUT RELAT-CANDIDATAS
           MOVE WS-DATA-OFICIAL TO CC-DATA
           MOVE WS-DIAS-PERDA TO CC-DIAS
           WRITE REG-RELAT-OUT FROM CABECALHO-CANDIDATAS
           WRITE REG-RELAT-OUT FROM TITULO-CANDIDATAS
               AFTER ADVANCING 2 LINES
           PERFORM 230-LISTAR-CANDIDATO
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           MOVE WS-QTD-CANDIDATAS TO LTC-QTD
           MOVE WS-TOTAL-CANDIDATAS TO LTC-SALDO
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-CANDIDATAS
               AFTER ADVANCING 2 LINES
           CLOSE RELAT-CANDIDATAS
           DISPLAY TELA-CANDIDATOS
           MOVE 'RELACAO EM RELAT-CANDIDATAS-PERDA.TXT'
               TO WS-MENSAGEM.

       220-APONTAR-CANDIDATOS.
           MOVE 0 TO WS-QTD-CANDIDATAS WS-TOTAL-CANDIDATAS
           PERFORM 225-AVALIAR-TITULO
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS.

       225-AVALIAR-TITULO.
           MOVE 'N' TO TIT-CANDIDATO(IX-TI)
           COMPUTE WS-SALDO-TITULO =
               TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
           IF WS-SALDO-TITULO > 0 AND TIT-VENCIMENTO(IX-TI) > 0
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(TIT-VENCIMENTO(IX-TI))
               IF WS-DIAS-ATRASO > WS-DIAS-PERDA
                   MOVE 'S' TO TIT-CANDIDATO(IX-TI)
                   ADD 1 TO WS-QTD-CANDIDATAS
                   ADD WS-SALDO-TITULO TO WS-TOTAL-CANDIDATAS
               END-IF
           END-IF.

       230-LISTAR-CANDIDATO.
           IF TIT-CANDIDATO(IX-TI) = 'S'
               MOVE TIT-CLIENTE(IX-TI) TO LC-CLIENTE
               MOVE SPACES TO LC-NOME
               PERFORM 290-PROCURAR-CLIENTE
               IF IX-CL NOT > WS-QTD-CLIENTES
                   MOVE NOME-TAB(IX-CL) TO LC-NOME
               END-IF
               MOVE TIT-NR-NOTA(IX-TI) TO LC-NR-NOTA
               MOVE TIT-VENCIMENTO(IX-TI) TO LC-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(TIT-VENCIMENTO(IX-TI))
               MOVE WS-DIAS-ATRASO TO LC-DIAS
               COMPUTE LC-SALDO =
                   TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
               WRITE REG-RELAT-OUT FROM LINHA-CANDIDATA
                   AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************************
      * baixa como perda todos os candidatos, so com a confirmacao do
      * supervisor: o saldo de cada titulo vira uma baixa de origem
      * 'P' e uma linha do diario de perdas, e os clientes atingidos
      * ficam bloqueados no cadastro.
      *****************************************************************
       240-BAIXAR-COMO-PERDA.
           PERFORM 220-APONTAR-CANDIDATOS
           DISPLAY TELA-CANDIDATOS
           IF WS-QTD-CANDIDATAS = 0
               MOVE 'NENHUM TITULO COM ATRASO ACIMA DO LIMITE'
                   TO WS-MENSAGEM
           ELSE
               MOVE SPACES TO WS-CODIGO-SUP-DIG WS-SENHA-DIG
               ACCEPT TELA-SUPERVISOR
               PERFORM 280-VALIDAR-SUPERVISOR
               IF NOT SUPERVISOR-OK
                   MOVE 'BAIXA RECUSADA - SUPERVISOR INVALIDO'
                       TO WS-MENSAGEM
               ELSE
                   MOVE 0 TO WS-QTD-LANCADAS WS-QTD-BLOQUEADOS
                   OPEN EXTEND BAIXAS-RECEBER
                   OPEN EXTEND PERDAS-RECEBER
                   PERFORM 250-LANCAR-PERDA
                       VARYING IX-TI FROM 1 BY 1
                       UNTIL IX-TI > QTD-TITULOS
                   CLOSE BAIXAS-RECEBER PERDAS-RECEBER
                   IF WS-QTD-BLOQUEADOS > 0
                       PERFORM 300-GRAVAR-CADASTRO
                   END-IF
                   MOVE 'TITULOS BAIXADOS COMO PERDA' TO WS-MENSAGEM
               END-IF
           END-IF.

       250-LANCAR-PERDA.
           IF TIT-CANDIDATO(IX-TI) = 'S'
               COMPUTE WS-SALDO-TITULO =
                   TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(TIT-VENCIMENTO(IX-TI))
               MOVE SPACES TO REG-BAIXA
               MOVE TIT-CLIENTE(IX-TI) TO BX-CLIENTE
               MOVE TIT-NR-NOTA(IX-TI) TO BX-NR-NOTA
               MOVE WS-SALDO-TITULO TO BX-VALOR
               MOVE WS-DATA-OFICIAL TO BX-DATA
               MOVE 0 TO BX-PARCELA BX-JUROS BX-NOSSO-NUMERO
               MOVE 'P' TO BX-ORIGEM
               WRITE REG-BAIXA
               MOVE SPACES TO REG-PERDA
               MOVE WS-DATA-OFICIAL TO PD-DATA
               MOVE 'P' TO PD-TIPO
               MOVE TIT-CLIENTE(IX-TI) TO PD-CLIENTE
               MOVE TIT-NR-NOTA(IX-TI) TO PD-NR-NOTA
               MOVE WS-SALDO-TITULO TO PD-VALOR
               MOVE TIT-VENCIMENTO(IX-TI) TO PD-VENCIMENTO
               MOVE WS-DIAS-ATRASO TO PD-DIAS-ATRASO
               MOVE WS-CODIGO-SUP-DIG TO PD-SUPERVISOR
               WRITE REG-PERDA
               ADD WS-SALDO-TITULO TO TIT-BAIXADO(IX-TI)
               ADD WS-SALDO-TITULO TO TIT-PERDIDO(IX-TI)
               MOVE 'N' TO TIT-CANDIDATO(IX-TI)
               ADD 1 TO WS-QTD-LANCADAS
               PERFORM 260-BLOQUEAR-CLIENTE
           END-IF.

       260-BLOQUEAR-CLIENTE.
           PERFORM 290-PROCURAR-CLIENTE
           IF IX-CL NOT > WS-QTD-CLIENTES
               IF STATUS-TAB(IX-CL) NOT = 'B'
                   MOVE CODIGO-TAB(IX-CL) TO ALT-CHAVE
                   MOVE 'STATUS' TO ALT-CAMPO
                   MOVE STATUS-TAB(IX-CL) TO ALT-ANTES
                   MOVE 'B' TO ALT-DEPOIS
                   CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
                   MOVE 'B' TO STATUS-TAB(IX-CL)
                   ADD 1 TO WS-QTD-BLOQUEADOS
               END-IF
           END-IF.

      *****************************************************************
      * reintegra um titulo lancado como perda, com a confirmacao do
      * supervisor: o valor perdido volta a receber numa linha nova
      * de CONTAS-RECEBER.TXT, vencendo no dia, e o diario de perdas
      * recebe a reintegracao. o pagamento do cliente segue pela
      * BAIXA-RECEBER; o desbloqueio, pelo cadastro de clientes.
      *****************************************************************
       270-REINTEGRAR-TITULO.
           ACCEPT TELA-CLIENTE
           ACCEPT TELA-NOTA
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   CONTINUE
               WHEN TIT-CLIENTE(IX-TI) = WS-CLIENTE
                       AND TIT-NR-NOTA(IX-TI) = WS-NR-NOTA
                   SET TITULO-ACHADO TO TRUE
           END-SEARCH
           IF NOT TITULO-ACHADO
               MOVE 'TITULO NAO ENCONTRADO PARA CLIENTE+NOTA'
                   TO WS-MENSAGEM
           ELSE
           IF TIT-PERDIDO(IX-TI) <= 0
               MOVE 'TITULO NAO ESTA LANCADO COMO PERDA'
                   TO WS-MENSAGEM
           ELSE
               MOVE TIT-PERDIDO(IX-TI) TO WS-SALDO-TITULO
               DISPLAY TELA-PERDIDO
               MOVE SPACES TO WS-CODIGO-SUP-DIG WS-SENHA-DIG
               ACCEPT TELA-SUPERVISOR
               PERFORM 280-VALIDAR-SUPERVISOR
               IF NOT SUPERVISOR-OK
                   MOVE 'REINTEGRACAO RECUSADA - SUPERVISOR INVALIDO'
                       TO WS-MENSAGEM
               ELSE
                   PERFORM 275-GRAVAR-REINTEGRACAO
                   MOVE 'TITULO REINTEGRADO AO CONTAS A RECEBER'
                       TO WS-MENSAGEM
               END-IF
           END-IF
           END-IF.

       275-GRAVAR-REINTEGRACAO.
           OPEN EXTEND CONTAS-RECEBER
           MOVE SPACES TO REG-RECEBER
           MOVE WS-CLIENTE TO CR-CLIENTE
           MOVE WS-SALDO-TITULO TO CR-TOTAL-NOTA
           MOVE WS-DATA-OFICIAL TO CR-VENCIMENTO
           MOVE WS-NR-NOTA TO CR-NR-NOTA
           WRITE REG-RECEBER
           CLOSE CONTAS-RECEBER
           OPEN EXTEND PERDAS-RECEBER
           MOVE SPACES TO REG-PERDA
           MOVE WS-DATA-OFICIAL TO PD-DATA
           MOVE 'R' TO PD-TIPO
           MOVE WS-CLIENTE TO PD-CLIENTE
           MOVE WS-NR-NOTA TO PD-NR-NOTA
           MOVE WS-SALDO-TITULO TO PD-VALOR
           MOVE WS-DATA-OFICIAL TO PD-VENCIMENTO
           MOVE 0 TO PD-DIAS-ATRASO
           MOVE WS-CODIGO-SUP-DIG TO PD-SUPERVISOR
           WRITE REG-PERDA
           CLOSE PERDAS-RECEBER
           ADD WS-SALDO-TITULO TO TIT-VALOR(IX-TI)
           SUBTRACT WS-SALDO-TITULO FROM TIT-PERDIDO(IX-TI)
           MOVE WS-DATA-OFICIAL TO TIT-VENCIMENTO(IX-TI).

       280-VALIDAR-SUPERVISOR.
           MOVE 'N' TO WS-FLAG-SUP-OK
           IF WS-QTD-OPERADORES > 0
               SET IX-OPE TO 1
               SEARCH OPERADOR-TAB
                   AT END
                       CONTINUE
                   WHEN OPE-CODIGO-TAB(IX-OPE) = WS-CODIGO-SUP-DIG
                       IF OPE-NIVEL-TAB(IX-OPE) = 'S'
                               AND OPE-STATUS-TAB(IX-OPE) NOT = 'I'
                               AND OPE-SENHA-TAB(IX-OPE) = WS-SENHA-DIG
                           SET SUPERVISOR-OK TO TRUE
                       END-IF
               END-SEARCH
           ELSE
               IF WS-CODIGO-SUP-DIG = WS-CODIGO-SUPERVISOR
                   SET SUPERVISOR-OK TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * posiciona IX-CL no cliente do titulo corrente; fora do
      * cadastro, IX-CL fica alem de WS-QTD-CLIENTES.
      *****************************************************************
       290-PROCURAR-CLIENTE.
           SET IX-CL TO 1
           SEARCH CLIENTE-TAB
               AT END
                   SET IX-CL TO 101
               WHEN CODIGO-TAB(IX-CL) = TIT-CLIENTE(IX-TI)
                   CONTINUE
           END-SEARCH.

      *****************************************************************
      * regrava o cadastro inteiro a partir da tabela em memoria, como
      * CADASTRO-CLIENTES faz.
      *****************************************************************
       300-GRAVAR-CADASTRO.
           OPEN OUTPUT CADASTRO-ARQ
           PERFORM 310-GRAVAR-CLIENTE
               VARYING IX-CL FROM 1 BY 1
               UNTIL IX-CL > WS-QTD-CLIENTES
           CLOSE CADASTRO-ARQ.

       310-GRAVAR-CLIENTE.
           MOVE SPACES TO REG-CLIENTE-ARQ
           MOVE CODIGO-TAB(IX-CL) TO CODIGO-ARQ
           MOVE NOME-TAB(IX-CL) TO NOME-ARQ
           MOVE LIMITE-TAB(IX-CL) TO LIMITE-ARQ
           MOVE STATUS-TAB(IX-CL) TO STATUS-ARQ
           WRITE REG-CLIENTE-ARQ.

       END PROGRAM BAIXA-PERDAS.
