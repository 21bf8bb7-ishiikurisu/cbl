      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Sign-on and permission control CALLed by every
      *          maintenance and adjustment program. Function 'E'
      *          shows the sign-on screen and validates code and
      *          password against OPERADORES.TXT; function 'P' checks
      *          the signed-on operator against PERMISSOES-ACESSO.TXT
      *          for the program and the kind of action (C=inquire,
      *          A=change, E=delete); function 'D' lets a supervisor
      *          unlock an operator. A code is locked after
      *          ACESSO-MAX-TENTATIVAS (default 3) wrong passwords in
      *          a row, counted from the access log itself, and every
      *          sign-on, refusal, lock and unlock is appended to
      *          LOG-ACESSOS.TXT for REVISAO-ACESSOS-DIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-ACESSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERADORES-ARQ
           ASSIGN TO '.\OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPERADORES.
      * permissoes por operador (ou por nivel, '*O' / '*S') e por
      * programa (ou '*' para todos); sem o arquivo valem os padroes
      * do nivel: supervisor tudo, operador apenas consulta.
       SELECT PERMISSOES-ARQ
           ASSIGN TO '.\PERMISSOES-ACESSO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERMISSOES.
       SELECT OPTIONAL LOG-ACESSOS
           ASSIGN TO '.\LOG-ACESSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute de CADASTRO-OPERADORES.
       FD OPERADORES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-OPERADOR-ARQ.
           05 OPE-CODIGO-IN PIC X(5).
           05 OPE-NOME-IN PIC X(20).
           05 OPE-SENHA-IN PIC X(5).
           05 OPE-NIVEL-IN PIC X.
           05 OPE-STATUS-IN PIC X.

      * uma linha por regra: operador (ou '*' + nivel), programa (ou
      * '*'), e 'S'/'N' para consultar, alterar e excluir.
       FD PERMISSOES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-PERMISSAO-ARQ.
           05 PRM-OPERADOR-IN PIC X(5).
           05 PIC X.
           05 PRM-PROGRAMA-IN PIC X(25).
           05 PIC X.
           05 PRM-CONSULTAR-IN PIC X.
           05 PRM-ALTERAR-IN PIC X.
           05 PRM-EXCLUIR-IN PIC X.

      * evento 'E' = entrada aceita, 'L' = entrada livre (nenhum
      * operador cadastrado), 'F' = codigo ou senha invalidos,
      * 'B' = bloqueio aplicado, 'R' = entrada recusada por bloqueio,
      * 'I' = operador inativo, 'N' = acao negada, 'D' = desbloqueio.
      * LAC-AUTOR e quem fez o desbloqueio; nos demais, o proprio.
       FD LOG-ACESSOS LABEL RECORDS ARE STANDARD.
       01 REG-LOG-ACESSO.
           05 LAC-DATA PIC 9(8).
           05 PIC X.
           05 LAC-HORA PIC 9(6).
           05 PIC X.
           05 LAC-PROGRAMA PIC X(25).
           05 PIC X.
           05 LAC-OPERADOR PIC X(5).
           05 PIC X.
           05 LAC-EVENTO PIC X.
           05 PIC X.
           05 LAC-ACAO PIC X.
           05 PIC X.
           05 LAC-AUTOR PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-OPERADORES PIC XX.
       01 WS-STATUS-PERMISSOES PIC XX.
       01 WS-STATUS-LOG PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-FIM-IDENTIFICACAO PIC X VALUE 'N'.
       01 WS-DATA-HORA.
           05 WS-DATA-HOJE PIC 9(8).
           05 WS-HORA-AGORA PIC 9(6).

       01 WS-MAX-TENTATIVAS-ENV PIC X(5) VALUE SPACES.
       01 WS-MAX-TENTATIVAS PIC 9 VALUE 3.
       01 WS-FALHAS PIC 9(5) VALUE 0.

      * operador identificado nesta execucao; as funcoes 'P' e 'D'
      * valem so depois de uma entrada aceita.
       01 WS-SESSAO-OPERADOR PIC X(5) VALUE SPACES.
       01 WS-SESSAO-NIVEL PIC X VALUE SPACE.
       01 WS-FLAG-SESSAO PIC X VALUE 'N'.
           88 SESSAO-ATIVA VALUE 'S'.
       01 WS-FLAG-LIVRE PIC X VALUE 'N'.
           88 ACESSO-LIVRE VALUE 'S'.

       01 WS-OPERADOR-DIG PIC X(5) VALUE SPACES.
       01 WS-SENHA-DIG PIC X(5) VALUE SPACES.
       01 WS-MENSAGEM PIC X(40) VALUE SPACES.
       01 WS-EVENTO PIC X VALUE SPACE.
       01 WS-AUTOR PIC X(5) VALUE SPACES.

       01 WS-FLAG-OPERADOR PIC X VALUE 'N'.
           88 OPERADOR-ACHADO VALUE 'S'.
       01 WS-QTD-OPERADORES PIC 99 VALUE 0.
       01 WS-TAB-OPERADORES.
           05 OPERADOR-TAB OCCURS 50 TIMES INDEXED BY IX-OPE.
               10 OPE-CODIGO-TAB PIC X(5).
               10 OPE-SENHA-TAB PIC X(5).
               10 OPE-NIVEL-TAB PIC X.
               10 OPE-STATUS-TAB PIC X.

       01 WS-CHAVE-OPERADOR PIC X(5) VALUE SPACES.
       01 WS-CHAVE-PROGRAMA PIC X(25) VALUE SPACES.
       01 WS-FLAG-PERMISSAO PIC X VALUE 'N'.
           88 PERMISSAO-ACHADA VALUE 'S'.
       01 WS-QTD-PERMISSOES PIC 999 VALUE 0.
       01 WS-TAB-PERMISSOES.
           05 PERMISSAO-TAB OCCURS 200 TIMES INDEXED BY IX-PRM.
               10 PRM-OPERADOR-TAB PIC X(5).
               10 PRM-PROGRAMA-TAB PIC X(25).
               10 PRM-CONSULTAR-TAB PIC X.
               10 PRM-ALTERAR-TAB PIC X.
               10 PRM-EXCLUIR-TAB PIC X.
       01 WS-PERMITE PIC X VALUE 'N'.

       LINKAGE SECTION.
      * 'E' = identificar o operador, 'P' = verificar a permissao da
      * acao ACS-ACAO (C/A/E), 'D' = desbloquear o operador ACS-ALVO.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25).
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-ACESSO BACKGROUND-COLOR IS 1
                      FOREGROUND-COLOR IS 7.
           05 BLANK SCREEN.
           05 'IDENTIFICACAO DO OPERADOR'
              LINE 2 COLUMN 25 HIGHLIGHT.
           05 'PROGRAMA:  '
              LINE 4 COLUMN 5 HIGHLIGHT.
           05 LINE 4 COLUMN 17 PIC X(25) FROM ACS-PROGRAMA.
           05 '(OPERADOR EM BRANCO DESISTE)'
              LINE 8 COLUMN 5.
       01 TELA-OPERADOR.
           05 'OPERADOR:  '
              LINE 6 COLUMN 5 HIGHLIGHT.
           05 LINE 6 COLUMN 17 PIC X(5) TO WS-OPERADOR-DIG
               REVERSE-VIDEO AUTO.
       01 TELA-SENHA.
           05 'SENHA:     '
              LINE 7 COLUMN 5 HIGHLIGHT.
           05 LINE 7 COLUMN 17 PIC X(5) TO WS-SENHA-DIG
               SECURE AUTO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(40) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION USING ACS-PARAMETROS.
       100-COMECA-PROGRAMA.
           MOVE 'N' TO ACS-RESULTADO
           MOVE SPACES TO ACS-MENSAGEM
           EVALUATE ACS-FUNCAO
               WHEN 'E'
                   PERFORM 200-IDENTIFICAR-OPERADOR
               WHEN 'P'
                   PERFORM 400-VERIFICAR-PERMISSAO
               WHEN 'D'
                   PERFORM 500-DESBLOQUEAR
               WHEN OTHER
                   MOVE 'FUNCAO DE ACESSO DESCONHECIDA'
                       TO ACS-MENSAGEM
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * carga do cadastro de operadores e das permissoes, refeita a
      * cada identificacao para valer a senha trocada agora mesmo.
      *****************************************************************
       150-CARREGAR-TABELAS.
           MOVE 0 TO WS-QTD-OPERADORES
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT OPERADORES-ARQ
           IF WS-STATUS-OPERADORES = '00'
               PERFORM 160-LER-OPERADOR
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE OPERADORES-ARQ
           END-IF
           MOVE 0 TO WS-QTD-PERMISSOES
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT PERMISSOES-ARQ
           IF WS-STATUS-PERMISSOES = '00'
               PERFORM 170-LER-PERMISSAO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE PERMISSOES-ARQ
           END-IF
           MOVE SPACES TO WS-MAX-TENTATIVAS-ENV
           ACCEPT WS-MAX-TENTATIVAS-ENV FROM ENVIRONMENT
               'ACESSO-MAX-TENTATIVAS'
           IF WS-MAX-TENTATIVAS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-MAX-TENTATIVAS-ENV)
                       IS NUMERIC
               IF FUNCTION NUMVAL(WS-MAX-TENTATIVAS-ENV) > 0
                       AND FUNCTION NUMVAL(WS-MAX-TENTATIVAS-ENV) < 10
                   MOVE FUNCTION NUMVAL(WS-MAX-TENTATIVAS-ENV)
                       TO WS-MAX-TENTATIVAS
               END-IF
           END-IF.

       160-LER-OPERADOR.
           READ OPERADORES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-OPERADORES < 50
                           AND OPE-CODIGO-IN NOT = SPACES
                       ADD 1 TO WS-QTD-OPERADORES
                       SET IX-OPE TO WS-QTD-OPERADORES
                       MOVE OPE-CODIGO-IN TO OPE-CODIGO-TAB(IX-OPE)
                       MOVE OPE-SENHA-IN TO OPE-SENHA-TAB(IX-OPE)
                       MOVE OPE-NIVEL-IN TO OPE-NIVEL-TAB(IX-OPE)
                       MOVE OPE-STATUS-IN TO OPE-STATUS-TAB(IX-OPE)
                   END-IF
           END-READ.

       170-LER-PERMISSAO.
           READ PERMISSOES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-PERMISSOES < 200
                           AND PRM-OPERADOR-IN NOT = SPACES
                       ADD 1 TO WS-QTD-PERMISSOES
                       SET IX-PRM TO WS-QTD-PERMISSOES
                       MOVE PRM-OPERADOR-IN
                           TO PRM-OPERADOR-TAB(IX-PRM)
                       MOVE PRM-PROGRAMA-IN
                           TO PRM-PROGRAMA-TAB(IX-PRM)
                       MOVE PRM-CONSULTAR-IN
                           TO PRM-CONSULTAR-TAB(IX-PRM)
                       MOVE PRM-ALTERAR-IN TO PRM-ALTERAR-TAB(IX-PRM)
                       MOVE PRM-EXCLUIR-IN TO PRM-EXCLUIR-TAB(IX-PRM)
                   END-IF
           END-READ.

      *****************************************************************
      * identificacao: repete ate a entrada ser aceita, o operador
      * desistir (codigo em branco) ou ser recusado por bloqueio ou
      * inatividade. sem nenhum operador cadastrado, so o proprio
      * CADASTRO-OPERADORES abre, para cadastrar o primeiro.
      *****************************************************************
       200-IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WS-FLAG-SESSAO WS-FLAG-LIVRE
           MOVE SPACES TO WS-SESSAO-OPERADOR ACS-OPERADOR
           PERFORM 150-CARREGAR-TABELAS
           IF WS-QTD-OPERADORES = 0
               IF ACS-PROGRAMA = 'CADASTRO-OPERADORES'
                   SET SESSAO-ATIVA TO TRUE
                   SET ACESSO-LIVRE TO TRUE
                   MOVE 'S' TO WS-SESSAO-NIVEL
                   MOVE 'S' TO ACS-RESULTADO
                   MOVE SPACES TO WS-OPERADOR-DIG
                   MOVE 'L' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   MOVE 'NENHUM OPERADOR CADASTRADO - ACESSO LIVRE'
                       TO ACS-MENSAGEM
               ELSE
                   MOVE 'NENHUM OPERADOR CADASTRADO' TO ACS-MENSAGEM
                   DISPLAY 'NENHUM OPERADOR CADASTRADO; CADASTRE OS '
                       'OPERADORES EM CADASTRO-OPERADORES'
               END-IF
           ELSE
               DISPLAY TELA-ACESSO
               MOVE 'N' TO WS-FIM-IDENTIFICACAO
               PERFORM 210-TENTAR-ENTRADA
                   UNTIL WS-FIM-IDENTIFICACAO = 'S'
               MOVE WS-MENSAGEM TO ACS-MENSAGEM
           END-IF.

       210-TENTAR-ENTRADA.
           MOVE SPACES TO WS-OPERADOR-DIG WS-SENHA-DIG
           ACCEPT TELA-OPERADOR
           IF WS-OPERADOR-DIG = SPACES
               MOVE 'IDENTIFICACAO CANCELADA' TO WS-MENSAGEM
               DISPLAY TELA-MENSAGEM
               MOVE 'S' TO WS-FIM-IDENTIFICACAO
           ELSE
               ACCEPT TELA-SENHA
               PERFORM 220-VALIDAR-ENTRADA
               DISPLAY TELA-MENSAGEM
           END-IF.

      *****************************************************************
      * o bloqueio e conferido antes da senha: bloqueado, nem a senha
      * certa entra. a inatividade so e revelada a quem acertou a
      * senha.
      *****************************************************************
       220-VALIDAR-ENTRADA.
           MOVE SPACES TO WS-MENSAGEM
           MOVE 'N' TO WS-FLAG-OPERADOR
           SET IX-OPE TO 1
           SEARCH OPERADOR-TAB
               AT END
                   CONTINUE
               WHEN OPE-CODIGO-TAB(IX-OPE) = WS-OPERADOR-DIG
                   SET OPERADOR-ACHADO TO TRUE
           END-SEARCH
           PERFORM 300-CONTAR-FALHAS
           EVALUATE TRUE
               WHEN WS-FALHAS >= WS-MAX-TENTATIVAS
                   MOVE 'R' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   MOVE 'OPERADOR BLOQUEADO - PROCURE O SUPERVISOR'
                       TO WS-MENSAGEM
                   MOVE 'S' TO WS-FIM-IDENTIFICACAO
               WHEN NOT OPERADOR-ACHADO
               WHEN OPE-SENHA-TAB(IX-OPE) NOT = WS-SENHA-DIG
                   PERFORM 230-REGISTRAR-FALHA
               WHEN OPE-STATUS-TAB(IX-OPE) = 'I'
                   MOVE 'I' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   MOVE 'OPERADOR INATIVO' TO WS-MENSAGEM
                   MOVE 'S' TO WS-FIM-IDENTIFICACAO
               WHEN OTHER
                   MOVE 'E' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   SET SESSAO-ATIVA TO TRUE
                   MOVE WS-OPERADOR-DIG TO WS-SESSAO-OPERADOR
                   MOVE OPE-NIVEL-TAB(IX-OPE) TO WS-SESSAO-NIVEL
                   MOVE WS-OPERADOR-DIG TO ACS-OPERADOR
                   MOVE 'S' TO ACS-RESULTADO
                   MOVE 'S' TO WS-FIM-IDENTIFICACAO
           END-EVALUATE.

       230-REGISTRAR-FALHA.
           MOVE 'F' TO WS-EVENTO
           PERFORM 600-GRAVAR-LOG
           ADD 1 TO WS-FALHAS
           IF WS-FALHAS >= WS-MAX-TENTATIVAS
               MOVE 'B' TO WS-EVENTO
               PERFORM 600-GRAVAR-LOG
               MOVE 'SENHA INVALIDA - OPERADOR BLOQUEADO'
                   TO WS-MENSAGEM
               MOVE 'S' TO WS-FIM-IDENTIFICACAO
           ELSE
               MOVE 'OPERADOR OU SENHA INVALIDOS' TO WS-MENSAGEM
           END-IF.

      *****************************************************************
      * falhas seguidas do codigo digitado, contadas no proprio log:
      * cada senha errada soma, uma entrada aceita ou um desbloqueio
      * zera.
      *****************************************************************
       300-CONTAR-FALHAS.
           MOVE 0 TO WS-FALHAS
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT LOG-ACESSOS
           IF WS-STATUS-LOG = '00' OR '05'
               PERFORM 310-LER-LOG UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE LOG-ACESSOS
           END-IF.

       310-LER-LOG.
           READ LOG-ACESSOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF LAC-OPERADOR = WS-OPERADOR-DIG
                       EVALUATE LAC-EVENTO
                           WHEN 'F'
                               ADD 1 TO WS-FALHAS
                           WHEN 'E'
                           WHEN 'D'
                               MOVE 0 TO WS-FALHAS
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************************************
      * permissao da acao: regra do operador para o programa, do
      * operador para todos os programas, do nivel para o programa,
      * do nivel para todos; sem regra, supervisor pode tudo e
      * operador so consulta. toda recusa vai ao log.
      *****************************************************************
       400-VERIFICAR-PERMISSAO.
           MOVE 'N' TO WS-PERMITE
           IF NOT SESSAO-ATIVA
               MOVE 'OPERADOR NAO IDENTIFICADO' TO ACS-MENSAGEM
           ELSE
               IF ACESSO-LIVRE
                   MOVE 'S' TO WS-PERMITE
               ELSE
                   PERFORM 410-APLICAR-REGRAS
               END-IF
               IF WS-PERMITE = 'S'
                   MOVE 'S' TO ACS-RESULTADO
               ELSE
                   MOVE WS-SESSAO-OPERADOR TO WS-OPERADOR-DIG
                   MOVE 'N' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   MOVE 'ACAO NAO PERMITIDA PARA O OPERADOR'
                       TO ACS-MENSAGEM
               END-IF
           END-IF.

       410-APLICAR-REGRAS.
           MOVE WS-SESSAO-OPERADOR TO WS-CHAVE-OPERADOR
           MOVE ACS-PROGRAMA TO WS-CHAVE-PROGRAMA
           PERFORM 420-PROCURAR-REGRA
           IF NOT PERMISSAO-ACHADA
               MOVE '*' TO WS-CHAVE-PROGRAMA
               PERFORM 420-PROCURAR-REGRA
           END-IF
           IF NOT PERMISSAO-ACHADA
               MOVE SPACES TO WS-CHAVE-OPERADOR
               STRING '*' WS-SESSAO-NIVEL DELIMITED BY SIZE
                   INTO WS-CHAVE-OPERADOR
               MOVE ACS-PROGRAMA TO WS-CHAVE-PROGRAMA
               PERFORM 420-PROCURAR-REGRA
           END-IF
           IF NOT PERMISSAO-ACHADA
               MOVE '*' TO WS-CHAVE-PROGRAMA
               PERFORM 420-PROCURAR-REGRA
           END-IF
           IF PERMISSAO-ACHADA
               EVALUATE ACS-ACAO
                   WHEN 'C'
                       MOVE PRM-CONSULTAR-TAB(IX-PRM) TO WS-PERMITE
                   WHEN 'A'
                       MOVE PRM-ALTERAR-TAB(IX-PRM) TO WS-PERMITE
                   WHEN 'E'
                       MOVE PRM-EXCLUIR-TAB(IX-PRM) TO WS-PERMITE
               END-EVALUATE
           ELSE
               IF WS-SESSAO-NIVEL = 'S' OR ACS-ACAO = 'C'
                   MOVE 'S' TO WS-PERMITE
               END-IF
           END-IF.

       420-PROCURAR-REGRA.
           MOVE 'N' TO WS-FLAG-PERMISSAO
           IF WS-QTD-PERMISSOES > 0
               SET IX-PRM TO 1
               SEARCH PERMISSAO-TAB
                   AT END
                       CONTINUE
                   WHEN PRM-OPERADOR-TAB(IX-PRM) = WS-CHAVE-OPERADOR
                       AND PRM-PROGRAMA-TAB(IX-PRM) = WS-CHAVE-PROGRAMA
                       SET PERMISSAO-ACHADA TO TRUE
               END-SEARCH
           END-IF.

      *****************************************************************
      * desbloqueio: so um supervisor identificado libera o codigo;
      * a linha 'D' no log zera a contagem de falhas do operador.
      *****************************************************************
       500-DESBLOQUEAR.
           IF NOT SESSAO-ATIVA
               MOVE 'OPERADOR NAO IDENTIFICADO' TO ACS-MENSAGEM
           ELSE
               IF WS-SESSAO-NIVEL NOT = 'S'
                   MOVE WS-SESSAO-OPERADOR TO WS-OPERADOR-DIG
                   MOVE 'N' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   MOVE 'DESBLOQUEIO EXIGE SUPERVISOR' TO ACS-MENSAGEM
               ELSE
                   MOVE ACS-ALVO TO WS-OPERADOR-DIG
                   MOVE WS-SESSAO-OPERADOR TO WS-AUTOR
                   MOVE 'D' TO WS-EVENTO
                   PERFORM 600-GRAVAR-LOG
                   MOVE 'S' TO ACS-RESULTADO
                   MOVE 'OPERADOR DESBLOQUEADO' TO ACS-MENSAGEM
               END-IF
           END-IF.

      *****************************************************************
      * uma linha no log por evento; o autor, quando nao informado,
      * e o proprio operador.
      *****************************************************************
       600-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
           OPEN EXTEND LOG-ACESSOS
           MOVE SPACES TO REG-LOG-ACESSO
           MOVE WS-DATA-HOJE TO LAC-DATA
           MOVE WS-HORA-AGORA TO LAC-HORA
           MOVE ACS-PROGRAMA TO LAC-PROGRAMA
           MOVE WS-OPERADOR-DIG TO LAC-OPERADOR
           MOVE WS-EVENTO TO LAC-EVENTO
           EVALUATE ACS-FUNCAO
               WHEN 'P'
                   MOVE ACS-ACAO TO LAC-ACAO
               WHEN 'D'
                   MOVE 'D' TO LAC-ACAO
           END-EVALUATE
           IF WS-AUTOR = SPACES
               MOVE WS-OPERADOR-DIG TO LAC-AUTOR
           ELSE
               MOVE WS-AUTOR TO LAC-AUTOR
           END-IF
           WRITE REG-LOG-ACESSO
           CLOSE LOG-ACESSOS
           MOVE SPACES TO WS-AUTOR.

       END PROGRAM CONTROLE-ACESSO.
