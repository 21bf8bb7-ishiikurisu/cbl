      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Maintenance of the account master (CADASTRO-CONTAS.TXT:
      *          account, status, holder, balance, overdraft limit) that
      *          EXERCICIO-DE-DEPURACAO validates against and
      *          EFETIVACAO-CONTAS posts to: opens accounts with a
      *          validated NR-CONTA, changes the holder name, blocks
      *          and unblocks, closes (refused while the balance is
      *          not zero), sets the overdraft limit EFETIVACAO-CONTAS
      *          holds debits against and inquires. The balance is
      *          never keyed here, and every action, done or refused,
      *          is written to JORNAL-CADASTRO-CONTAS.TXT with the
      *          operator; each field changed also goes to the shared
      *          trail through REGISTRO-ALTERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\CADASTRO-CONTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
      * jornal da manutencao: uma linha por acao, com a situacao e o
      * titular antes e depois, o saldo no momento e o operador.
       SELECT OPTIONAL JORNAL-CADASTRO
           ASSIGN TO '.\JORNAL-CADASTRO-CONTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute de EFETIVACAO-CONTAS, dono do saldo.
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-CONTA-ARQ.
           05 NR-CONTA-ARQ PIC X(5).
      * 'A' = ativa, 'B' = bloqueada, 'E' = encerrada
           05 STATUS-CONTA-ARQ PIC X.
           05 NOME-TITULAR-ARQ PIC X(20).
           05 SALDO-CONTA-ARQ PIC S9(7)V99 SIGN LEADING SEPARATE.
      * quanto a conta pode ficar negativa antes de o debito ser
      * retido pela efetivacao.
           05 LIMITE-CONTA-ARQ PIC 9(7)V99.

      * acao 'ABERTURA', 'TITULAR', 'BLOQUEIO', 'DESBLOQUEIO',
      * 'ENCERRAMENTO', 'LIMITE' ou 'CONSULTA'; resultado 'OK' ou
      * 'RECUSADA'.
       FD JORNAL-CADASTRO LABEL RECORDS ARE STANDARD.
       01 REG-JORNAL-CADASTRO.
           05 JCC-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 JCC-HORA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 JCC-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 JCC-CONTA PIC X(5).
           05 PIC X VALUE SPACE.
           05 JCC-ACAO PIC X(12).
           05 PIC X VALUE SPACE.
           05 JCC-RESULTADO PIC X(8).
           05 PIC X VALUE SPACE.
           05 JCC-STATUS-ANT PIC X.
           05 PIC X VALUE SPACE.
           05 JCC-STATUS-NOVO PIC X.
           05 PIC X VALUE SPACE.
           05 JCC-TITULAR-ANT PIC X(20).
           05 PIC X VALUE SPACE.
           05 JCC-TITULAR-NOVO PIC X(20).
           05 PIC X VALUE SPACE.
           05 JCC-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 JCC-MOTIVO PIC X(40).
           05 PIC X VALUE SPACE.
           05 JCC-LIMITE-ANT PIC 9(7)V99.
           05 PIC X VALUE SPACE.
           05 JCC-LIMITE-NOVO PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-FIM-CADASTRO PIC X VALUE 'N'.
       01 WS-ACAO PIC X VALUE SPACE.
       01 WS-CONTA PIC X(5) VALUE SPACES.
       01 WS-TITULAR PIC X(20) VALUE SPACES.
       01 WS-SITUACAO PIC X VALUE SPACE.
       01 WS-SALDO PIC S9(7)V99 VALUE 0.
       01 WS-LIMITE PIC 9(7)V99 VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 CONTA-ACHADA VALUE 'S'.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-DATA-HORA.
           05 WS-DATA-HOJE PIC 9(8).
           05 WS-HORA-AGORA PIC 9(6).
       01 WS-CONFIRMA PIC X VALUE SPACE.

      * o que vai para o jornal na acao corrente.
       01 WS-JORNAL.
           05 WS-JRN-ACAO PIC X(12).
           05 WS-JRN-RESULTADO PIC X(8).
           05 WS-JRN-STATUS-ANT PIC X.
           05 WS-JRN-TITULAR-ANT PIC X(20).
           05 WS-JRN-LIMITE-ANT PIC 9(7)V99.
       01 ALT-LIMITE-EDITADO PIC Z(6)9.99.

      * o cadastro e relido a cada acao e regravado logo apos cada
      * mudanca, para nunca sobrepor com uma copia velha o saldo que
      * EFETIVACAO-CONTAS mantem no mesmo arquivo.
       01 WS-QTD-CONTAS PIC 9(4) VALUE 0.
       01 WS-TAB-CONTAS.
           05 CONTA-TAB OCCURS 500 TIMES INDEXED BY IX-CC IX-GR.
               10 CC-CONTA PIC X(5).
               10 CC-STATUS PIC X.
               10 CC-TITULAR PIC X(20).
               10 CC-SALDO PIC S9(7)V99.
               10 CC-LIMITE PIC 9(7)V99.

      * operador identificado na abertura; e quem assina cada linha
      * do jornal.
       01 WS-OPERADOR PIC X(5) VALUE SPACES.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de cada acao.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CADASTRO-CONTAS'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

      * parametros de REGISTRO-ALTERACAO: um campo por chamada na
      * trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'CADASTRO-CONTAS.TXT'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'CADASTRO-CONTAS'.
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'MANUTENCAO DO CADASTRO DE CONTAS'
              LINE 2 COLUMN 22 HIGHLIGHT.
           05 'ACAO (A=abrir T=titular B=bloq. D=desbl. E=encerrar'
              LINE 4 COLUMN 5.
           05 ' L=limite C=cons. S=sair)'
              LINE 4 COLUMN 56.
       01 TELA-ACAO.
           05 LINE 5 COLUMN 5 PIC X TO WS-ACAO
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-CONTA.
           05 'CONTA:     '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC X(5) TO WS-CONTA
               REVERSE-VIDEO REQUIRED AUTO.
       01 TELA-TITULAR.
           05 'TITULAR:   '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC X(20) USING WS-TITULAR
               REVERSE-VIDEO.
       01 TELA-CONSULTA.
           05 'TITULAR:   '
              LINE 9 COLUMN 5 HIGHLIGHT.
           05 LINE 9 COLUMN 17 PIC X(20) FROM WS-TITULAR
               REVERSE-VIDEO.
           05 'SITUACAO:  '
              LINE 11 COLUMN 5 HIGHLIGHT.
           05 LINE 11 COLUMN 17 PIC X FROM WS-SITUACAO
               REVERSE-VIDEO.
           05 '(A=ativa B=bloqueada E=encerrada)'
              LINE 11 COLUMN 20.
           05 'SALDO:     '
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 17 PIC Z,ZZZ,ZZ9.99- FROM WS-SALDO
               REVERSE-VIDEO.
           05 'LIMITE:    '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC Z,ZZZ,ZZ9.99 FROM WS-LIMITE
               REVERSE-VIDEO.
       01 TELA-LIMITE.
           05 'LIMITE:    '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 17 PIC Z,ZZZ,ZZ9.99 USING WS-LIMITE
               REVERSE-VIDEO.
       01 TELA-CONFIRMA.
           05 'CONFIRMA (S/N):'
              LINE 17 COLUMN 5 HIGHLIGHT.
           05 LINE 17 COLUMN 21 PIC X TO WS-CONFIRMA
               REVERSE-VIDEO AUTO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 170-IDENTIFICAR-OPERADOR
           DISPLAY TELA-FUNDO
           PERFORM 200-PROCESSAR-ACAO
               UNTIL WS-ACAO = 'S' OR 's'
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      *****************************************************************
      * carrega o cadastro na tabela em memoria; registros antigos,
      * sem os campos de saldo e de limite, entram com zero.
      *****************************************************************
       150-CARREGAR-CADASTRO.
           MOVE 0 TO WS-QTD-CONTAS
           MOVE 'N' TO WS-FIM-CADASTRO
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               PERFORM 160-LER-CONTA
                   UNTIL WS-FIM-CADASTRO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       160-LER-CONTA.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO
               NOT AT END
                   IF WS-QTD-CONTAS < 500
                       ADD 1 TO WS-QTD-CONTAS
                       SET IX-CC TO WS-QTD-CONTAS
                       MOVE NR-CONTA-ARQ TO CC-CONTA(IX-CC)
                       MOVE STATUS-CONTA-ARQ TO CC-STATUS(IX-CC)
                       MOVE NOME-TITULAR-ARQ TO CC-TITULAR(IX-CC)
                       IF SALDO-CONTA-ARQ IS NUMERIC
                           MOVE SALDO-CONTA-ARQ TO CC-SALDO(IX-CC)
                       ELSE
                           MOVE 0 TO CC-SALDO(IX-CC)
                       END-IF
                       IF LIMITE-CONTA-ARQ IS NUMERIC
                           MOVE LIMITE-CONTA-ARQ TO CC-LIMITE(IX-CC)
                       ELSE
                           MOVE 0 TO CC-LIMITE(IX-CC)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * identificacao do operador na abertura por CONTROLE-ACESSO,
      * que valida codigo e senha em OPERADORES.TXT, bloqueia o
      * codigo apos senhas erradas seguidas e registra o acesso; o
      * operador aceito assina cada linha do jornal.
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
               WHEN 'A'
               WHEN 'a'
               WHEN 'T'
               WHEN 't'
               WHEN 'B'
               WHEN 'b'
               WHEN 'D'
               WHEN 'd'
               WHEN 'L'
               WHEN 'l'
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
      * um ciclo de manutencao: aceita a acao e a conta, rele o
      * cadastro e executa a acao pedida; toda acao vai ao jornal.
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
                   MOVE SPACES TO WS-CONTA
                   ACCEPT TELA-CONTA
                   PERFORM 150-CARREGAR-CADASTRO
                   PERFORM 250-PROCURAR-CONTA
                   MOVE SPACES TO WS-JRN-RESULTADO
                   EVALUATE WS-ACAO
                       WHEN 'A'
                       WHEN 'a'
                           MOVE 'ABERTURA' TO WS-JRN-ACAO
                           PERFORM 210-ABRIR
                       WHEN 'T'
                       WHEN 't'
                           MOVE 'TITULAR' TO WS-JRN-ACAO
                           PERFORM 220-ALTERAR-TITULAR
                       WHEN 'B'
                       WHEN 'b'
                           MOVE 'BLOQUEIO' TO WS-JRN-ACAO
                           PERFORM 230-BLOQUEAR
                       WHEN 'D'
                       WHEN 'd'
                           MOVE 'DESBLOQUEIO' TO WS-JRN-ACAO
                           PERFORM 235-DESBLOQUEAR
                       WHEN 'E'
                       WHEN 'e'
                           MOVE 'ENCERRAMENTO' TO WS-JRN-ACAO
                           PERFORM 240-ENCERRAR
                       WHEN 'C'
                       WHEN 'c'
                           MOVE 'CONSULTA' TO WS-JRN-ACAO
                           PERFORM 245-CONSULTAR
                       WHEN 'L'
                       WHEN 'l'
                           MOVE 'LIMITE' TO WS-JRN-ACAO
                           PERFORM 242-ALTERAR-LIMITE
                       WHEN OTHER
                           MOVE 'ACAO DESCONHECIDA' TO WS-MENSAGEM
                   END-EVALUATE
                   IF WS-JRN-RESULTADO NOT = SPACES
                       PERFORM 280-GRAVAR-JORNAL
                   END-IF
                   IF WS-JRN-RESULTADO = 'OK'
                       PERFORM 285-REGISTRAR-ALTERACOES
                   END-IF
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * abertura: o numero da conta tem cinco digitos, nao zerados,
      * como a validacao exige do movimento, e nao pode existir no
      * cadastro -- nem encerrado, para o numero nunca ser reusado.
      * a conta nasce ativa, com saldo e limite zerados.
      *****************************************************************
       210-ABRIR.
           MOVE SPACE TO WS-JRN-STATUS-ANT
           MOVE SPACES TO WS-JRN-TITULAR-ANT WS-TITULAR
           MOVE 0 TO WS-SALDO
           MOVE 'RECUSADA' TO WS-JRN-RESULTADO
           IF WS-CONTA IS NOT NUMERIC OR WS-CONTA = '00000'
               MOVE 'NR-CONTA DEVE TER 5 DIGITOS NAO ZERADOS'
                   TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF CONTA-ACHADA
               MOVE 'CONTA JA EXISTE NO CADASTRO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CONTAS >= 500
               MOVE 'CADASTRO CHEIO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           ACCEPT TELA-TITULAR
           IF WS-TITULAR = SPACES
               MOVE 'NOME DO TITULAR E OBRIGATORIO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CONTAS
           SET IX-CC TO WS-QTD-CONTAS
           MOVE WS-CONTA TO CC-CONTA(IX-CC)
           MOVE 'A' TO CC-STATUS(IX-CC)
           MOVE WS-TITULAR TO CC-TITULAR(IX-CC)
           MOVE 0 TO CC-SALDO(IX-CC)
           MOVE 0 TO CC-LIMITE(IX-CC)
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'CONTA ABERTA' TO WS-MENSAGEM.

       220-ALTERAR-TITULAR.
           MOVE 'RECUSADA' TO WS-JRN-RESULTADO
           IF NOT CONTA-ACHADA
               MOVE 'CONTA NAO CADASTRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) = 'E'
               MOVE 'CONTA ENCERRADA NAO ADMITE ALTERACAO'
                   TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE CC-TITULAR(IX-CC) TO WS-TITULAR
           ACCEPT TELA-TITULAR
           IF WS-TITULAR = SPACES
               MOVE 'NOME DO TITULAR E OBRIGATORIO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF WS-TITULAR = CC-TITULAR(IX-CC)
               MOVE SPACES TO WS-JRN-RESULTADO
               MOVE 'NENHUM DADO ALTERADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TITULAR TO CC-TITULAR(IX-CC)
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'TITULAR ALTERADO' TO WS-MENSAGEM.

      *****************************************************************
      * bloqueio e desbloqueio: a conta bloqueada continua no
      * cadastro com o saldo, mas a validacao recusa movimento nela.
      *****************************************************************
       230-BLOQUEAR.
           MOVE 'RECUSADA' TO WS-JRN-RESULTADO
           IF NOT CONTA-ACHADA
               MOVE 'CONTA NAO CADASTRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) NOT = 'A'
               MOVE 'SO CONTA ATIVA PODE SER BLOQUEADA'
                   TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO CC-STATUS(IX-CC)
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'CONTA BLOQUEADA' TO WS-MENSAGEM.

       235-DESBLOQUEAR.
           MOVE 'RECUSADA' TO WS-JRN-RESULTADO
           IF NOT CONTA-ACHADA
               MOVE 'CONTA NAO CADASTRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) NOT = 'B'
               MOVE 'CONTA NAO ESTA BLOQUEADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO CC-STATUS(IX-CC)
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'CONTA DESBLOQUEADA' TO WS-MENSAGEM.

      *****************************************************************
      * encerramento: recusado enquanto houver saldo; a conta
      * encerrada fica no cadastro (exclusao logica), e a validacao
      * passa a recusar movimento nela.
      *****************************************************************
       240-ENCERRAR.
           MOVE 'RECUSADA' TO WS-JRN-RESULTADO
           IF NOT CONTA-ACHADA
               MOVE 'CONTA NAO CADASTRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) = 'E'
               MOVE 'CONTA JA ENCERRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 260-MOSTRAR-CONTA
           IF CC-SALDO(IX-CC) NOT = 0
               MOVE 'SALDO NAO ZERADO, ENCERRAMENTO RECUSADO'
                   TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT TELA-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               MOVE SPACES TO WS-JRN-RESULTADO
               MOVE 'ENCERRAMENTO CANCELADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO CC-STATUS(IX-CC)
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'CONTA ENCERRADA' TO WS-MENSAGEM.

      *****************************************************************
      * limite: quanto a conta pode ficar negativa; o debito que o
      * ultrapassaria fica retido pela efetivacao ate entrar saldo.
      *****************************************************************
       242-ALTERAR-LIMITE.
           MOVE 'RECUSADA' TO WS-JRN-RESULTADO
           IF NOT CONTA-ACHADA
               MOVE 'CONTA NAO CADASTRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) = 'E'
               MOVE 'CONTA ENCERRADA NAO ADMITE ALTERACAO'
                   TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 260-MOSTRAR-CONTA
           ACCEPT TELA-LIMITE
           IF WS-LIMITE = CC-LIMITE(IX-CC)
               MOVE SPACES TO WS-JRN-RESULTADO
               MOVE 'NENHUM DADO ALTERADO' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIMITE TO CC-LIMITE(IX-CC)
           PERFORM 300-GRAVAR-CADASTRO
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'LIMITE ALTERADO' TO WS-MENSAGEM.

       245-CONSULTAR.
           IF NOT CONTA-ACHADA
               MOVE SPACES TO WS-JRN-RESULTADO
               MOVE 'CONTA NAO CADASTRADA' TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 260-MOSTRAR-CONTA
           MOVE 'OK' TO WS-JRN-RESULTADO
           MOVE 'CONSULTA CONCLUIDA' TO WS-MENSAGEM.

      * localiza a conta e guarda a situacao e o titular de antes da
      * acao, para o jornal.
       250-PROCURAR-CONTA.
           MOVE 'N' TO WS-FLAG-ACHOU
           MOVE SPACE TO WS-JRN-STATUS-ANT
           MOVE SPACES TO WS-JRN-TITULAR-ANT
           MOVE 0 TO WS-JRN-LIMITE-ANT
           SET IX-CC TO 1
           SEARCH CONTA-TAB
               AT END
                   CONTINUE
               WHEN IX-CC > WS-QTD-CONTAS
                   CONTINUE
               WHEN CC-CONTA(IX-CC) = WS-CONTA
                   SET CONTA-ACHADA TO TRUE
                   MOVE CC-STATUS(IX-CC) TO WS-JRN-STATUS-ANT
                   MOVE CC-TITULAR(IX-CC) TO WS-JRN-TITULAR-ANT
                   MOVE CC-LIMITE(IX-CC) TO WS-JRN-LIMITE-ANT
           END-SEARCH.

       260-MOSTRAR-CONTA.
           MOVE CC-TITULAR(IX-CC) TO WS-TITULAR
           MOVE CC-STATUS(IX-CC) TO WS-SITUACAO
           MOVE CC-SALDO(IX-CC) TO WS-SALDO
           MOVE CC-LIMITE(IX-CC) TO WS-LIMITE
           DISPLAY TELA-CONSULTA.

      *****************************************************************
      * jornal: situacao e titular antes e depois da acao, o saldo
      * no momento, o operador e, na recusa, o motivo mostrado.
      *****************************************************************
       280-GRAVAR-JORNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
           OPEN EXTEND JORNAL-CADASTRO
           MOVE SPACES TO REG-JORNAL-CADASTRO
           MOVE WS-DATA-HOJE TO JCC-DATA
           MOVE WS-HORA-AGORA TO JCC-HORA
           MOVE WS-OPERADOR TO JCC-OPERADOR
           MOVE WS-CONTA TO JCC-CONTA
           MOVE WS-JRN-ACAO TO JCC-ACAO
           MOVE WS-JRN-RESULTADO TO JCC-RESULTADO
           MOVE WS-JRN-STATUS-ANT TO JCC-STATUS-ANT
           MOVE WS-JRN-TITULAR-ANT TO JCC-TITULAR-ANT
           MOVE WS-JRN-LIMITE-ANT TO JCC-LIMITE-ANT
           IF CONTA-ACHADA OR WS-JRN-RESULTADO = 'OK'
               MOVE CC-STATUS(IX-CC) TO JCC-STATUS-NOVO
               MOVE CC-TITULAR(IX-CC) TO JCC-TITULAR-NOVO
               MOVE CC-SALDO(IX-CC) TO JCC-SALDO
               MOVE CC-LIMITE(IX-CC) TO JCC-LIMITE-NOVO
           ELSE
               MOVE SPACE TO JCC-STATUS-NOVO
               MOVE SPACES TO JCC-TITULAR-NOVO
               MOVE 0 TO JCC-SALDO
               MOVE 0 TO JCC-LIMITE-NOVO
           END-IF
           IF WS-JRN-RESULTADO NOT = 'OK'
               MOVE WS-MENSAGEM TO JCC-MOTIVO
           END-IF
           WRITE REG-JORNAL-CADASTRO
           CLOSE JORNAL-CADASTRO.

      *****************************************************************
      * a acao concluida passa cada campo mantido aqui, antes e
      * depois, a REGISTRO-ALTERACAO, que so grava na trilha os que
      * mudaram; o saldo e da efetivacao e nao entra.
      *****************************************************************
       285-REGISTRAR-ALTERACOES.
           MOVE CC-CONTA(IX-CC) TO ALT-CHAVE
           MOVE 'STATUS' TO ALT-CAMPO
           MOVE WS-JRN-STATUS-ANT TO ALT-ANTES
           MOVE CC-STATUS(IX-CC) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'TITULAR' TO ALT-CAMPO
           MOVE WS-JRN-TITULAR-ANT TO ALT-ANTES
           MOVE CC-TITULAR(IX-CC) TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE 'LIMITE' TO ALT-CAMPO
           MOVE WS-JRN-LIMITE-ANT TO ALT-LIMITE-EDITADO
           MOVE ALT-LIMITE-EDITADO TO ALT-ANTES
           MOVE CC-LIMITE(IX-CC) TO ALT-LIMITE-EDITADO
           MOVE ALT-LIMITE-EDITADO TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS.

      *****************************************************************
      * regrava o cadastro inteiro a partir da tabela recem-lida,
      * com o saldo e o limite de cada conta como estavam no arquivo.
      *****************************************************************
       300-GRAVAR-CADASTRO.
           OPEN OUTPUT CADASTRO-ARQ
           PERFORM 310-GRAVAR-CONTA
               VARYING IX-GR FROM 1 BY 1
               UNTIL IX-GR > WS-QTD-CONTAS
           CLOSE CADASTRO-ARQ.

       310-GRAVAR-CONTA.
           MOVE CC-CONTA(IX-GR) TO NR-CONTA-ARQ
           MOVE CC-STATUS(IX-GR) TO STATUS-CONTA-ARQ
           MOVE CC-TITULAR(IX-GR) TO NOME-TITULAR-ARQ
           MOVE CC-SALDO(IX-GR) TO SALDO-CONTA-ARQ
           MOVE CC-LIMITE(IX-GR) TO LIMITE-CONTA-ARQ
           WRITE REG-CONTA-ARQ.

       END PROGRAM CADASTRO-CONTAS.
