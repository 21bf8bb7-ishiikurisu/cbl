      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Maintenance of the customer master consumed by CALC4
      *          (CADASTRO-CLIENTES.TXT: code, name, credit limit,
      *          status), in the mold of CADASTRO-PRODUTOS: add,
      *          change, block or unblock (a blocked customer is
      *          refused for credit sales by CALC4) and inquire, with
      *          the open balance of the customer shown on inquiry and
      *          every credit-limit change journaled to
      *          JORNAL-LIMITES.TXT with the date and the operator;
      *          every field changed also goes to the shared trail
      *          through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
      * diario de alteracoes de limite: data, cliente, limite
      * anterior, limite novo e operador, uma linha por alteracao,
      * nunca regravado.
       SELECT OPTIONAL JORNAL-LIMITES
           ASSIGN TO '.\JORNAL-LIMITES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CONTAS-RECEBER
           ASSIGN TO '.\CONTAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEBER.
       SELECT BAIXAS-RECEBER
           ASSIGN TO '.\BAIXAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BAIXAS.

       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-ARQ.
           05 CODIGO-ARQ PIC X(5).
           05 NOME-ARQ PIC X(20).
           05 LIMITE-ARQ PIC 9(6)V99.
      * 'A' = ativo, 'B' = bloqueado para venda a prazo
           05 STATUS-ARQ PIC X.

       FD JORNAL-LIMITES LABEL RECORDS ARE STANDARD.
       01 REG-JORNAL.
           05 JRL-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 JRL-CODIGO PIC X(5).
           05 PIC X VALUE SPACE.
           05 JRL-LIMITE-ANTERIOR PIC 9(6)V99.
           05 PIC X VALUE SPACE.
           05 JRL-LIMITE-NOVO PIC 9(6)V99.
           05 PIC X VALUE SPACE.
           05 JRL-OPERADOR PIC X(5).

      * mesmos leiautes gravados por CALC4 e pela rotina de baixa.
       FD CONTAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-RECEBER-IN.
           05 CR-CLIENTE PIC X(5).
           05 PIC X.
           05 CR-TOTAL-NOTA PIC 9(8)V99.
           05 PIC X.
           05 CR-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 CR-ESTORNO PIC X.
           05 PIC X.
           05 CR-NR-NOTA PIC 9(6).

       FD BAIXAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-BAIXA-IN.
           05 BX-CLIENTE PIC X(5).
           05 PIC X.
           05 BX-NR-NOTA PIC 9(6).
           05 PIC X.
           05 BX-VALOR PIC 9(8)V99.
           05 PIC X.
           05 BX-DATA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-RECEBER PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-FIM-CADASTRO PIC X VALUE 'N'.
       01 WS-FIM-RECEBER PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-CODIGO PIC X(5) VALUE SPACES.
       01 WS-NOME PIC X(20) VALUE SPACES.
       01 WS-LIMITE PIC 9(6)V99 VALUE 0.
       01 WS-LIMITE-ANTERIOR PIC 9(6)V99 VALUE 0.
       01 WS-SITUACAO PIC X VALUE 'A'.
       01 WS-SALDO-ABERTO PIC S9(9)V99 VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE PIC 9(8).

      * operador identificado na abertura; e quem assina as linhas do
      * jornal de limites.
       01 WS-OPERADOR PIC X(5) VALUE SPACES.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-CLIENTES'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * mesma capacidade da tabela de clientes de CALC4, para que
      * todo cliente incluido aqui seja reconhecido no caixa.
       01 WS-QTD-CLIENTES PIC 999 VALUE 0.
       01 WS-TAB-CLIENTES.
           05 CLIENTE-TAB OCCURS 100 TIMES INDEXED BY IX-CL.
               10 CODIGO-TAB PIC X(5).
               10 NOME-TAB PIC X(20).
               10 LIMITE-TAB PIC 9(6)V99.
               10 STATUS-TAB PIC X.

      * imagem do cliente antes da acao, comparada campo a campo com
      * a tabela depois dela para a trilha de alteracoes; codigo em
      * branco = inclusao.
       01 ANT-CLIENTE.
           05 ANT-CODIGO PIC X(5).
           05 ANT-NOME PIC X(20).
           05 ANT-LIMITE PIC 9(6)V99.
           05 ANT-STATUS PIC X.
       01 ALT-LIMITE-EDITADO PIC Z(5)9.99.

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'CADASTRO-CLIENTES.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-CLIENTES'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'MANUTENCAO DO CADASTRO DE CLIENTES'
              LINE 2 COLUMN 20 HIGHLIGHT.
           05 'ACAO (I=incluir A=alterar B=bloquear/desbloquear C=con
      -'sultar S=sair)'
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
           05 'LIMITE:    '
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC ZZZ,ZZ9.99 USING WS-LIMITE
               REVERSE-VIDEO.
       01 TELA-CONSULTA.
           05 LINE 9 COLUMN 17 PIC X(20) FROM WS-NOME
               REVERSE-VIDEO.
           05 LINE 11 COLUMN 17 PIC ZZZ,ZZ9.99 FROM WS-LIMITE
               REVERSE-VIDEO.
           05 'SITUACAO:  '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 17 PIC X FROM WS-SITUACAO
               REVERSE-VIDEO.
           05 'EM ABERTO: '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC ZZZ,ZZZ,ZZ9.99- FROM WS-SALDO-ABERTO
               REVERSE-VIDEO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 150-CARREGAR-CADASTRO
           PERFORM 170-IDENTIFICAR-OPERADOR
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           PERFORM 300-GRAVAR-CADASTRO
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * carrega o cadastro existente na tabela em memoria; registros
      * antigos sem limite entram com limite zero e os sem a coluna
      * de status entram como ativos.
      *****************************************************************
       150-CARREGAR-CADASTRO.
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               PERFORM 160-LER-CLIENTE
                   UNTIL WS-FIM-CADASTRO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       160-LER-CLIENTE.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO
               NOT AT END
                   IF WS-QTD-CLIENTES < 100
                       ADD 1 TO WS-QTD-CLIENTES
                       MOVE CODIGO-ARQ TO CODIGO-TAB(WS-QTD-CLIENTES)
                       MOVE NOME-ARQ TO NOME-TAB(WS-QTD-CLIENTES)
                       IF LIMITE-ARQ IS NUMERIC
                           MOVE LIMITE-ARQ
                               TO LIMITE-TAB(WS-QTD-CLIENTES)
                       ELSE
                           MOVE 0 TO LIMITE-TAB(WS-QTD-CLIENTES)
                       END-IF
                       IF STATUS-ARQ = 'B'
                           MOVE 'B' TO STATUS-TAB(WS-QTD-CLIENTES)
                       ELSE
                           MOVE 'A' TO STATUS-TAB(WS-QTD-CLIENTES)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * identificacao do operador na abertura por CONTROLE-ACESSO,
      * que valida codigo e senha em OPERADORES.TXT, bloqueia o
      * codigo apos senhas erradas seguidas e registra o acesso; o
      * operador aceito assina o jornal de limites.
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
               WHEN 'B'
               WHEN 'b'
                   MOVE 'A' TO ACS-ACAO
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
      * inclusao, alteracao, bloqueio ou consulta pedida.
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
                   PERFORM 250-PROCURAR-CLIENTE
                   EVALUATE WS-ACAO
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 210-INCLUIR
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 220-ALTERAR
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM 230-BLOQUEAR
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
      * a inclusao recusa codigo ja existente; o limite inicial, se
      * houver, entra no jornal como alteracao a partir de zero.
      *****************************************************************
       210-INCLUIR.
           IF CLIENTE-ACHADO
               MOVE 'CODIGO JA CADASTRADO' TO WS-MENSAGEM
           ELSE
               IF WS-QTD-CLIENTES >= 100
                   MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
               ELSE
                   MOVE SPACES TO WS-NOME
                   MOVE 0 TO WS-LIMITE
                   MOVE 0 TO WS-LIMITE-ANTERIOR
                   ACCEPT TELA-DADOS
                   ADD 1 TO WS-QTD-CLIENTES
                   SET IX-CL TO WS-QTD-CLIENTES
                   MOVE WS-CODIGO TO CODIGO-TAB(IX-CL)
                   MOVE WS-NOME TO NOME-TAB(IX-CL)
                   MOVE WS-LIMITE TO LIMITE-TAB(IX-CL)
                   MOVE 'A' TO STATUS-TAB(IX-CL)
                   IF WS-LIMITE NOT = 0
                       PERFORM 260-GRAVAR-JORNAL-LIMITE
                   END-IF
                   MOVE SPACES TO ANT-CLIENTE
                   PERFORM 265-REGISTRAR-ALTERACOES
                   MOVE 'CLIENTE INCLUIDO' TO WS-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * alteracao de nome ou limite; toda mudanca de limite sai
      * gravada no jornal com o limite anterior, o novo e o operador.
      *****************************************************************
       220-ALTERAR.
           IF NOT CLIENTE-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE NOME-TAB(IX-CL) TO WS-NOME
               MOVE LIMITE-TAB(IX-CL) TO WS-LIMITE
               MOVE LIMITE-TAB(IX-CL) TO WS-LIMITE-ANTERIOR
               ACCEPT TELA-DADOS
               IF WS-LIMITE NOT = WS-LIMITE-ANTERIOR
                   PERFORM 260-GRAVAR-JORNAL-LIMITE
               END-IF
               MOVE CLIENTE-TAB(IX-CL) TO ANT-CLIENTE
               MOVE WS-NOME TO NOME-TAB(IX-CL)
               MOVE WS-LIMITE TO LIMITE-TAB(IX-CL)
               PERFORM 265-REGISTRAR-ALTERACOES
               MOVE 'CLIENTE ALTERADO' TO WS-MENSAGEM
           END-IF.

      *****************************************************************
      * bloqueio e desbloqueio alternam o status: o cliente bloqueado
      * continua identificado no caixa, mas CALC4 recusa-lhe a venda
      * a prazo.
      *****************************************************************
       230-BLOQUEAR.
           IF NOT CLIENTE-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE CLIENTE-TAB(IX-CL) TO ANT-CLIENTE
               IF STATUS-TAB(IX-CL) = 'B'
                   MOVE 'A' TO STATUS-TAB(IX-CL)
                   MOVE 'CLIENTE DESBLOQUEADO' TO WS-MENSAGEM
               ELSE
                   MOVE 'B' TO STATUS-TAB(IX-CL)
                   MOVE 'CLIENTE BLOQUEADO' TO WS-MENSAGEM
               END-IF
               PERFORM 265-REGISTRAR-ALTERACOES
           END-IF.

       240-CONSULTAR.
           IF NOT CLIENTE-ACHADO
               MOVE 'CODIGO NAO CADASTRADO' TO WS-MENSAGEM
           ELSE
               MOVE NOME-TAB(IX-CL) TO WS-NOME
               MOVE LIMITE-TAB(IX-CL) TO WS-LIMITE
               MOVE STATUS-TAB(IX-CL) TO WS-SITUACAO
               PERFORM 270-APURAR-SALDO-ABERTO
               DISPLAY TELA-CONSULTA
               MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM
           END-IF.

       250-PROCURAR-CLIENTE.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-CL TO 1
           SEARCH CLIENTE-TAB
               AT END
                   CONTINUE
               WHEN CODIGO-TAB(IX-CL) = WS-CODIGO
                   SET CLIENTE-ACHADO TO TRUE
           END-SEARCH.

       260-GRAVAR-JORNAL-LIMITE.
           OPEN EXTEND JORNAL-LIMITES
           MOVE SPACES TO REG-JORNAL
           MOVE WS-DATA-HOJE TO JRL-DATA
           MOVE WS-CODIGO TO JRL-CODIGO
           MOVE WS-LIMITE-ANTERIOR TO JRL-LIMITE-ANTERIOR
           MOVE WS-LIMITE TO JRL-LIMITE-NOVO
           MOVE WS-OPERADOR TO JRL-OPERADOR
           WRITE REG-JORNAL
           CLOSE JORNAL-LIMITES.

      *****************************************************************
      * compara a imagem anterior com a entrada da tabela e passa
      * cada campo a REGISTRO-ALTERACAO, que so grava na trilha os
      * que mudaram; na inclusao o limite anterior vai em branco.
      *****************************************************************
       265-REGISTRAR-ALTERACOES.
           MOVE CODIGO-TAB(IX-CL) TO ALT-CHAVE
           MOVE 'NOME' TO ALT-CAMPO
           MOVE ANT-NOME TO ALT-ANTES
           MOVE NOME-TAB(IX-CL) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'LIMITE' TO ALT-CAMPO
           IF ANT-CODIGO = SPACES
               MOVE SPACES TO ALT-ANTES
           ELSE
               MOVE ANT-LIMITE TO ALT-LIMITE-EDITADO
               MOVE ALT-LIMITE-EDITADO TO ALT-ANTES
           END-IF
           MOVE LIMITE-TAB(IX-CL) TO ALT-LIMITE-EDITADO
           MOVE ALT-LIMITE-EDITADO TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE ANT-STATUS TO ALT-ANTES
           MOVE STATUS-TAB(IX-CL) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * saldo em aberto do cliente consultado, apurado como CALC4 faz
      * para a checagem do limite: recebiveis de CONTAS-RECEBER.TXT
      * (estornos 'E' abatendo) menos as baixas de BAIXAS-RECEBER.TXT.
      *****************************************************************
       270-APURAR-SALDO-ABERTO.
           MOVE 0 TO WS-SALDO-ABERTO
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-RECEBER = '00'
               MOVE 'N' TO WS-FIM-RECEBER
               PERFORM 275-LER-RECEBIVEL
                   UNTIL WS-FIM-RECEBER = 'S'
               CLOSE CONTAS-RECEBER
           END-IF
           OPEN INPUT BAIXAS-RECEBER
           IF WS-STATUS-BAIXAS = '00'
               MOVE 'N' TO WS-FIM-RECEBER
               PERFORM 276-LER-BAIXA
                   UNTIL WS-FIM-RECEBER = 'S'
               CLOSE BAIXAS-RECEBER
           END-IF.

       275-LER-RECEBIVEL.
           READ CONTAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-RECEBER
               NOT AT END
                   IF CR-CLIENTE = WS-CODIGO
                       IF CR-ESTORNO = 'E'
                           SUBTRACT CR-TOTAL-NOTA FROM WS-SALDO-ABERTO
                       ELSE
                           ADD CR-TOTAL-NOTA TO WS-SALDO-ABERTO
                       END-IF
                   END-IF
           END-READ.

       276-LER-BAIXA.
           READ BAIXAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-RECEBER
               NOT AT END
                   IF BX-CLIENTE = WS-CODIGO
                       SUBTRACT BX-VALOR FROM WS-SALDO-ABERTO
                   END-IF
           END-READ.

      *****************************************************************
      * regrava o cadastro inteiro a partir da tabela em memoria.
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

       END PROGRAM CADASTRO-CLIENTES.
