      *          closing balance per account), and refuses to post
      *          when the count of accepted movements does not match
      *          the CTLX-ACEITOS control record the validation step
      *          wrote -- the back-end the front-end never had.
      *          A debit that would take the account beyond its
      *          overdraft limit is held in PENDENTES-EFETIVACAO.TXT
      *          and retried on later runs, after the day's credits;
      *          one held longer than P395-DIAS-PENDENCIA days
      *          (default 5) goes back to the originator through
      *          ARQ-REJEITADOS.TXT with the reason
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO '.\CONTROLE-EXECUCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTROLE.
      * o jornal da execucao vai primeiro para o arquivo de
      * trabalho e so e acumulado em JORNAL-EFETIVACAO.TXT depois que
      * os saldos foram gravados; uma efetivacao recusada nao deixa
      * lancamento no jornal que os extratos leem.
       SELECT JORNAL-EXECUCAO
           ASSIGN TO '.\JORNAL-EFETIVACAO.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL JORNAL-EFETIVACAO
           ASSIGN TO '.\JORNAL-EFETIVACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BALANCETE
           ASSIGN TO '.\BALANCETE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * fila de debitos retidos por saldo insuficiente, regravada a
      * cada efetivacao com o que continua esperando saldo.
       SELECT OPTIONAL PENDENTES-EFETIVACAO
           ASSIGN TO '.\PENDENTES-EFETIVACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.
      * o debito vencido na fila volta ao originador pelo mesmo
      * arquivo de rejeitos da validacao, que segue para a correcao.
       SELECT OPTIONAL ARQ-REJEITADOS
           ASSIGN TO '.\ARQ-REJEITADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ERROS-CENTRAL
           ASSIGN TO '.\ERROS-CENTRAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           05 IMP-VLR2 PIC X(3).
           05 PIC X.
           05 IMP-COD-STATUS PIC X.
           05 PIC X.
      * 'D' = debito; branco ou 'C' = credito
           05 IMP-NATUREZA PIC X.
           05 PIC X(3).
           05 IMP-MARCA PIC XX.
           05 PIC X(57).

      * cadastro de contas com o saldo mantido por este programa no
      * fim do registro; registros antigos, sem o campo, abrem com
      * saldo zero. o limite, mantido por CADASTRO-CONTAS, e quanto
      * a conta pode ficar negativa; sem ele, nada.
       FD CADASTRO-CONTAS LABEL RECORDS ARE STANDARD.
       01 REG-CADASTRO.
           05 NR-CONTA-CAD PIC X(5).
           05 STATUS-CONTA-CAD PIC X.
           05 NOME-TITULAR-CAD PIC X(20).
           05 SALDO-CONTA-CAD PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LIMITE-CONTA-CAD PIC 9(7)V99.

       FD CONTROLE-EXECUCOES LABEL RECORDS ARE STANDARD.
       01 REG-CONTROLE-EXEC.
           05 PIC X.
           05 CTLX-VALOR PIC 9(11)V99.

       FD JORNAL-EXECUCAO LABEL RECORDS ARE STANDARD.
       01 REG-JORNAL.
           05 JRN-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 JRN-VALOR PIC 9(4).
           05 PIC X VALUE SPACE.
           05 JRN-SALDO-NOVO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 JRN-NATUREZA PIC X.

       FD JORNAL-EFETIVACAO LABEL RECORDS ARE STANDARD.
       01 REG-JORNAL-ACUMULADO PIC X(32).

       FD BALANCETE LABEL RECORDS ARE OMITTED.
       01 REG-BALANCETE-OUT PIC X(100).

      * os 14 primeiros bytes sao o movimento como veio em ARQ-TRANS;
      * seguem a data da retencao e quantas vezes ja foi retentado.
       FD PENDENTES-EFETIVACAO LABEL RECORDS ARE STANDARD.
       01 REG-PENDENTE.
           05 PND-CONTA PIC X(5).
           05 PND-VALOR PIC 9(4).
           05 PND-VLR2 PIC X(3).
           05 PND-COD-STATUS PIC X.
           05 PND-NATUREZA PIC X.
           05 PIC X.
           05 PND-DATA-RETENCAO PIC 9(8).
           05 PIC X.
           05 PND-TENTATIVAS PIC 9(3).

      * mesmo leiaute de REG-REJEITADO-DETALHE da validacao.
       FD ARQ-REJEITADOS LABEL RECORDS ARE OMITTED.
       01 REG-DEVOLVIDO.
           05 DEV-NR-CONTA PIC X(5).
           05 DEV-SALARIO PIC 9(4).
           05 DEV-VLR2 PIC X(3).
           05 DEV-COD-STATUS PIC X.
           05 DEV-NATUREZA PIC X.
           05 DEV-MOTIVO PIC X(30).
           05 PIC X.
           05 DEV-TENTATIVAS PIC 99.
           05 PIC X.
           05 DEV-DATA-PRIM PIC 9(8).
           05 PIC X(24).

       FD ERROS-CENTRAL LABEL RECORDS ARE STANDARD.
       01 REG-ERRO-CENTRAL.
           05 ERC-PROGRAMA PIC X(25).
           05 PIC X.
           05 ERC-DATA PIC 9(8).
           05 PIC X.
           05 ERC-COD-MOTIVO PIC X(4).
           05 PIC X.
           05 ERC-TEXTO-MOTIVO PIC X(30).
           05 PIC X.
           05 ERC-IMAGEM PIC X(80).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-CONTROLE PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-STATUS-PENDENTES PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-VALOR-MOVIMENTO PIC 9(4) VALUE 0.
       01 WS-FLAG-TEM-CONTROLE PIC X VALUE 'N'.
           88 TEM-REGISTRO-CONTROLE VALUE 'S'.

      * ARQ-IMP.TXT e lido duas vezes: primeiro os creditos, depois
      * os debitos, para que o debito do dia e o retido encontrem o
      * saldo ja acrescido dos creditos.
       01 WS-PASSAGEM PIC X VALUE 'C'.
           88 PASSAGEM-CREDITOS VALUE 'C'.
           88 PASSAGEM-DEBITOS VALUE 'D'.
      * movimento em tratamento, venha de ARQ-IMP ou da fila.
       01 WS-MOVIMENTO.
           05 WS-MOV-CONTA PIC X(5).
           05 WS-MOV-NATUREZA PIC X.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 CONTA-ACHADA VALUE 'S'.
       01 WS-FLAG-COBERTO PIC X VALUE 'N'.
           88 SALDO-COBRE VALUE 'S'.
       01 WS-SALDO-PREVISTO PIC S9(9)V99 VALUE 0.
       01 WS-MOTIVO-RETENCAO PIC X(30) VALUE SPACES.

      * fila de pendentes: os lidos do arquivo vem primeiro, os
      * retidos nesta execucao sao acrescentados no fim.
       01 WS-DIAS-ENV PIC X(4).
       01 WS-DIAS-PENDENCIA PIC 9(3) VALUE 5.
       01 WS-DIAS-RETIDO PIC S9(5) VALUE 0.
       01 WS-CONTAGEM-RETIDOS PIC 9(7) VALUE 0.
       01 WS-PENDENTES-ANTERIORES PIC 9(4) VALUE 0.
       01 WS-PENDENTES-EFETIVADOS PIC 9(5) VALUE 0.
       01 WS-PENDENTES-DEVOLVIDOS PIC 9(5) VALUE 0.
       01 WS-PENDENTES-MANTIDOS PIC 9(5) VALUE 0.
       01 WS-FLAG-FILA-CHEIA PIC X VALUE 'N'.
           88 FILA-CHEIA VALUE 'S'.
       01 WS-TAB-PENDENTES.
           05 QTD-PENDENTES PIC 9(4) VALUE 0.
           05 PENDENTE-TAB OCCURS 500 TIMES INDEXED BY IX-PD.
               10 PD-CONTA PIC X(5).
               10 PD-VALOR PIC 9(4).
               10 PD-VLR2 PIC X(3).
               10 PD-COD-STATUS PIC X.
               10 PD-NATUREZA PIC X.
               10 PD-DATA-RETENCAO PIC 9(8).
               10 PD-TENTATIVAS PIC 9(3).
      * 'P' = pendente, 'E' = efetivado, 'V' = devolvido
               10 PD-SITUACAO PIC X.
               10 PD-MOTIVO PIC X(30).

      * cadastro inteiro na memoria, com o saldo de abertura retido
      * para o balancete e os movimentos somados por conta.
       01 WS-TAB-CONTAS.
               10 CC-TITULAR PIC X(20).
               10 CC-SALDO-ABERTURA PIC S9(7)V99.
               10 CC-MOVIMENTOS PIC S9(7)V99.
               10 CC-LIMITE PIC 9(7)V99.

       01 CABECALHO-BALANCETE.
           05 PIC X(26) VALUE '# BALANCETE DE CONTAS DIA '.
               GOBACK
           END-IF
           PERFORM 150-LER-CONTROLE-VALIDACAO
           PERFORM 170-CARREGAR-PENDENTES
           OPEN INPUT ARQ-IMP
           IF WS-STATUS-IMP NOT = '00'
               DISPLAY 'ARQ-IMP.TXT NAO ENCONTRADO, '
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT JORNAL-EXECUCAO
           SET PASSAGEM-CREDITOS TO TRUE
           PERFORM 200-APLICAR-MOVIMENTO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE ARQ-IMP
           PERFORM 250-REPROCESSAR-PENDENTE
               VARYING IX-PD FROM 1 BY 1
               UNTIL IX-PD > WS-PENDENTES-ANTERIORES
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           SET PASSAGEM-DEBITOS TO TRUE
           OPEN INPUT ARQ-IMP
           PERFORM 200-APLICAR-MOVIMENTO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE ARQ-IMP JORNAL-EXECUCAO
           IF FILA-CHEIA
               DISPLAY '*** FILA DE PENDENTES CHEIA, DEBITO SEM '
                   'RETENCAO - SALDOS NAO GRAVADOS ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * a efetivacao so vale se a contagem aplicada, somada aos
      * debitos retidos nesta execucao, fechar com o registro de
      * controle gravado pela validacao.
           IF TEM-REGISTRO-CONTROLE
                   AND WS-CONTAGEM-APLICADOS + WS-CONTAGEM-RETIDOS
                       NOT = WS-ACEITOS-CONTROLE
               DISPLAY '*** APLICADOS ' WS-CONTAGEM-APLICADOS
                   ' E RETIDOS ' WS-CONTAGEM-RETIDOS
                   ' NAO FECHAM COM CTLX-ACEITOS '
                   WS-ACEITOS-CONTROLE
                   ' - SALDOS NAO GRAVADOS ***'
           END-IF
           PERFORM 300-ESCREVER-BALANCETE
           PERFORM 400-REGRAVAR-CADASTRO
           PERFORM 450-ACUMULAR-JORNAL
           PERFORM 500-REGRAVAR-PENDENTES
           PERFORM 550-DEVOLVER-VENCIDOS
           DISPLAY 'EFETIVACAO: ' WS-CONTAGEM-APLICADOS
               ' MOVIMENTOS APLICADOS, ' WS-CONTAGEM-SEM-CONTA
               ' SEM CONTA, ' WS-CONTAGEM-RETIDOS ' RETIDOS'
           DISPLAY 'PENDENTES: ' WS-PENDENTES-EFETIVADOS
               ' EFETIVADOS, ' WS-PENDENTES-DEVOLVIDOS
               ' DEVOLVIDOS, ' WS-PENDENTES-MANTIDOS ' EM ESPERA'
           GOBACK.

       110-LER-DATA-MOVIMENTO.
                           MOVE 0 TO CC-SALDO-ABERTURA(QTD-CONTAS)
                       END-IF
                       MOVE 0 TO CC-MOVIMENTOS(QTD-CONTAS)
                       IF LIMITE-CONTA-CAD IS NUMERIC
                           MOVE LIMITE-CONTA-CAD
                               TO CC-LIMITE(QTD-CONTAS)
                       ELSE
                           MOVE 0 TO CC-LIMITE(QTD-CONTAS)
                       END-IF
                   END-IF
           END-READ.

                   END-IF
           END-READ.

      *****************************************************************
      * carrega a fila de debitos retidos pelas execucoes anteriores,
      * na ordem de chegada; o prazo de espera vem de
      * P395-DIAS-PENDENCIA, em dias corridos.
      *****************************************************************
       170-CARREGAR-PENDENTES.
           MOVE SPACES TO WS-DIAS-ENV
           ACCEPT WS-DIAS-ENV FROM ENVIRONMENT 'P395-DIAS-PENDENCIA'
           IF WS-DIAS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-DIAS-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DIAS-ENV) TO WS-DIAS-PENDENCIA
           END-IF
           OPEN INPUT PENDENTES-EFETIVACAO
           IF WS-STATUS-PENDENTES = '00' OR '05'
               PERFORM 180-LER-PENDENTE
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               CLOSE PENDENTES-EFETIVACAO
           END-IF
           MOVE QTD-PENDENTES TO WS-PENDENTES-ANTERIORES.

       180-LER-PENDENTE.
           READ PENDENTES-EFETIVACAO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-PENDENTES < 500
                       ADD 1 TO QTD-PENDENTES
                       SET IX-PD TO QTD-PENDENTES
                       MOVE PND-CONTA TO PD-CONTA(IX-PD)
                       MOVE PND-VALOR TO PD-VALOR(IX-PD)
                       MOVE PND-VLR2 TO PD-VLR2(IX-PD)
                       MOVE PND-COD-STATUS TO PD-COD-STATUS(IX-PD)
                       MOVE PND-NATUREZA TO PD-NATUREZA(IX-PD)
                       MOVE PND-DATA-RETENCAO
                           TO PD-DATA-RETENCAO(IX-PD)
                       MOVE PND-TENTATIVAS TO PD-TENTATIVAS(IX-PD)
                       MOVE 'P' TO PD-SITUACAO(IX-PD)
                       MOVE SPACES TO PD-MOTIVO(IX-PD)
                   ELSE
                       SET FILA-CHEIA TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * aplica uma linha aceita de ARQ-IMP.TXT (marca 'OK') ao saldo
      * da conta, gravando a linha do jornal; conta ausente do
      * cadastro e apenas apontada -- a validacao ja deveria te-la
      * barrado. na primeira passagem entram so os creditos, na
      * segunda so os debitos; o debito que o saldo mais o limite
      * nao cobrem vai para a fila de pendentes.
      *****************************************************************
       200-APLICAR-MOVIMENTO.
           READ ARQ-IMP
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF IMP-MARCA = 'OK' AND IMP-SALARIO IS NUMERIC
                       IF IMP-NATUREZA = 'D'
                           MOVE 'D' TO WS-MOV-NATUREZA
                       ELSE
                           MOVE 'C' TO WS-MOV-NATUREZA
                       END-IF
                       IF WS-MOV-NATUREZA = WS-PASSAGEM
                           PERFORM 205-TRATAR-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

       205-TRATAR-MOVIMENTO.
           MOVE IMP-NR-CONTA TO WS-MOV-CONTA
           MOVE IMP-SALARIO TO WS-VALOR-MOVIMENTO
           PERFORM 220-LOCALIZAR-CONTA
           IF NOT CONTA-ACHADA
               ADD 1 TO WS-CONTAGEM-APLICADOS
               ADD WS-VALOR-MOVIMENTO TO WS-SOMA-MOVIMENTOS
               ADD 1 TO WS-CONTAGEM-SEM-CONTA
               DISPLAY 'MOVIMENTO ACEITO SEM CONTA NO '
                   'CADASTRO: ' IMP-NR-CONTA
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-TESTAR-SALDO
           IF SALDO-COBRE
               ADD 1 TO WS-CONTAGEM-APLICADOS
               ADD WS-VALOR-MOVIMENTO TO WS-SOMA-MOVIMENTOS
               PERFORM 210-POSTAR-NA-CONTA
           ELSE
               PERFORM 240-RETER-MOVIMENTO
           END-IF.

       210-POSTAR-NA-CONTA.
           IF WS-MOV-NATUREZA = 'D'
               SUBTRACT WS-VALOR-MOVIMENTO FROM CC-MOVIMENTOS(IX-CC)
           ELSE
               ADD WS-VALOR-MOVIMENTO TO CC-MOVIMENTOS(IX-CC)
           END-IF
           MOVE SPACES TO REG-JORNAL
           MOVE WS-DATA-OFICIAL TO JRN-DATA
           MOVE WS-MOV-CONTA TO JRN-CONTA
           MOVE WS-VALOR-MOVIMENTO TO JRN-VALOR
           COMPUTE JRN-SALDO-NOVO =
               CC-SALDO-ABERTURA(IX-CC)
               + CC-MOVIMENTOS(IX-CC)
           MOVE WS-MOV-NATUREZA TO JRN-NATUREZA
           WRITE REG-JORNAL.

       220-LOCALIZAR-CONTA.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-CC TO 1
           SEARCH CONTA-TAB
               AT END
                   CONTINUE
               WHEN IX-CC > QTD-CONTAS
                   CONTINUE
               WHEN CC-CONTA(IX-CC) = WS-MOV-CONTA
                   SET CONTA-ACHADA TO TRUE
           END-SEARCH.

      * o credito sempre entra; o debito so em conta ativa e se o
      * saldo apos ele nao passar do limite negativo da conta.
       230-TESTAR-SALDO.
           SET SALDO-COBRE TO TRUE
           MOVE SPACES TO WS-MOTIVO-RETENCAO
           IF WS-MOV-NATUREZA NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) NOT = 'A'
               MOVE 'N' TO WS-FLAG-COBERTO
               MOVE 'CONTA BLOQUEADA NO CADASTRO'
                   TO WS-MOTIVO-RETENCAO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-PREVISTO =
               CC-SALDO-ABERTURA(IX-CC) + CC-MOVIMENTOS(IX-CC)
               - WS-VALOR-MOVIMENTO + CC-LIMITE(IX-CC)
           IF WS-SALDO-PREVISTO < 0
               MOVE 'N' TO WS-FLAG-COBERTO
               MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO-RETENCAO
           END-IF.

      * o debito retido entra no fim da fila com a data do movimento.
       240-RETER-MOVIMENTO.
           IF QTD-PENDENTES >= 500
               SET FILA-CHEIA TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTAGEM-RETIDOS
           ADD 1 TO QTD-PENDENTES
           SET IX-PD TO QTD-PENDENTES
           MOVE IMP-NR-CONTA TO PD-CONTA(IX-PD)
           MOVE WS-VALOR-MOVIMENTO TO PD-VALOR(IX-PD)
           MOVE IMP-VLR2 TO PD-VLR2(IX-PD)
           MOVE IMP-COD-STATUS TO PD-COD-STATUS(IX-PD)
           MOVE IMP-NATUREZA TO PD-NATUREZA(IX-PD)
           MOVE WS-DATA-OFICIAL TO PD-DATA-RETENCAO(IX-PD)
           MOVE 0 TO PD-TENTATIVAS(IX-PD)
           MOVE 'P' TO PD-SITUACAO(IX-PD)
           MOVE WS-MOTIVO-RETENCAO TO PD-MOTIVO(IX-PD)
           DISPLAY 'DEBITO RETIDO (' WS-MOTIVO-RETENCAO '): '
               IMP-NR-CONTA ' ' WS-VALOR-MOVIMENTO.

      *****************************************************************
      * retenta um debito da fila contra o saldo ja acrescido dos
      * creditos do dia: efetivado sai da fila; conta que sumiu ou
      * foi encerrada devolve na hora; o que continua sem saldo
      * espera ate vencer o prazo e entao e devolvido ao originador.
      *****************************************************************
       250-REPROCESSAR-PENDENTE.
           IF PD-SITUACAO(IX-PD) NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PD-TENTATIVAS(IX-PD)
           MOVE PD-CONTA(IX-PD) TO WS-MOV-CONTA
           MOVE 'D' TO WS-MOV-NATUREZA
           MOVE PD-VALOR(IX-PD) TO WS-VALOR-MOVIMENTO
           PERFORM 220-LOCALIZAR-CONTA
           IF NOT CONTA-ACHADA
               MOVE 'CONTA INEXISTENTE NO CADASTRO'
                   TO PD-MOTIVO(IX-PD)
               PERFORM 260-DEVOLVER-PENDENTE
               EXIT PARAGRAPH
           END-IF
           IF CC-STATUS(IX-CC) = 'E'
               MOVE 'CONTA ENCERRADA NO CADASTRO' TO PD-MOTIVO(IX-PD)
               PERFORM 260-DEVOLVER-PENDENTE
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-TESTAR-SALDO
           IF SALDO-COBRE
               MOVE 'E' TO PD-SITUACAO(IX-PD)
               ADD 1 TO WS-PENDENTES-EFETIVADOS
               PERFORM 210-POSTAR-NA-CONTA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOTIVO-RETENCAO TO PD-MOTIVO(IX-PD)
           COMPUTE WS-DIAS-RETIDO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
               - FUNCTION INTEGER-OF-DATE(PD-DATA-RETENCAO(IX-PD))
           IF WS-DIAS-RETIDO NOT < WS-DIAS-PENDENCIA
               PERFORM 260-DEVOLVER-PENDENTE
           END-IF.

       260-DEVOLVER-PENDENTE.
           MOVE 'V' TO PD-SITUACAO(IX-PD)
           ADD 1 TO WS-PENDENTES-DEVOLVIDOS
           DISPLAY 'DEBITO DEVOLVIDO (' PD-MOTIVO(IX-PD) '): '
               PD-CONTA(IX-PD) ' ' PD-VALOR(IX-PD).

      *****************************************************************
      * balancete: abertura, movimentos e fechamento de cada conta,
      * com o total de movimentos conferivel contra o controle da
               AFTER ADVANCING 1 LINE
           MOVE 'SOMA DOS MOVIMENTOS:              ' TO LT-ROTULO
           MOVE WS-SOMA-MOVIMENTOS TO LT-VALOR
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           MOVE 'DEBITOS RETIDOS NESTA EFETIVACAO: ' TO LT-ROTULO
           MOVE WS-CONTAGEM-RETIDOS TO LT-VALOR
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           MOVE 'PENDENTES ANTERIORES EFETIVADOS:  ' TO LT-ROTULO
           MOVE WS-PENDENTES-EFETIVADOS TO LT-VALOR
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           MOVE 'PENDENTES DEVOLVIDOS AO ORIGINADOR' TO LT-ROTULO
           MOVE WS-PENDENTES-DEVOLVIDOS TO LT-VALOR
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-PENDENTES-MANTIDOS = QTD-PENDENTES
               - WS-PENDENTES-EFETIVADOS - WS-PENDENTES-DEVOLVIDOS
           MOVE 'PENDENTES EM ESPERA DE SALDO:     ' TO LT-ROTULO
           MOVE WS-PENDENTES-MANTIDOS TO LT-VALOR
           WRITE REG-BALANCETE-OUT FROM LINHA-TOTAL-BALANCETE
               AFTER ADVANCING 1 LINE
           CLOSE BALANCETE.
           MOVE CC-TITULAR(IX-CC) TO NOME-TITULAR-CAD
           COMPUTE SALDO-CONTA-CAD =
               CC-SALDO-ABERTURA(IX-CC) + CC-MOVIMENTOS(IX-CC)
           MOVE CC-LIMITE(IX-CC) TO LIMITE-CONTA-CAD
           WRITE REG-CADASTRO.

      *****************************************************************
      * acrescenta o jornal desta execucao ao jornal acumulado, base
      * dos extratos mensais das contas.
      *****************************************************************
       450-ACUMULAR-JORNAL.
           OPEN INPUT JORNAL-EXECUCAO
           OPEN EXTEND JORNAL-EFETIVACAO
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           PERFORM 460-COPIAR-LINHA-JORNAL
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE JORNAL-EXECUCAO JORNAL-EFETIVACAO.

       460-COPIAR-LINHA-JORNAL.
           READ JORNAL-EXECUCAO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   WRITE REG-JORNAL-ACUMULADO FROM REG-JORNAL
           END-READ.

      *****************************************************************
      * regrava a fila so com o que continua esperando saldo.
      *****************************************************************
       500-REGRAVAR-PENDENTES.
           OPEN OUTPUT PENDENTES-EFETIVACAO
           PERFORM 510-GRAVAR-PENDENTE
               VARYING IX-PD FROM 1 BY 1 UNTIL IX-PD > QTD-PENDENTES
           CLOSE PENDENTES-EFETIVACAO.

       510-GRAVAR-PENDENTE.
           IF PD-SITUACAO(IX-PD) = 'P'
               MOVE SPACES TO REG-PENDENTE
               MOVE PD-CONTA(IX-PD) TO PND-CONTA
               MOVE PD-VALOR(IX-PD) TO PND-VALOR
               MOVE PD-VLR2(IX-PD) TO PND-VLR2
               MOVE PD-COD-STATUS(IX-PD) TO PND-COD-STATUS
               MOVE PD-NATUREZA(IX-PD) TO PND-NATUREZA
               MOVE PD-DATA-RETENCAO(IX-PD) TO PND-DATA-RETENCAO
               MOVE PD-TENTATIVAS(IX-PD) TO PND-TENTATIVAS
               WRITE REG-PENDENTE
           END-IF.

      *****************************************************************
      * devolve ao originador os debitos vencidos na fila: entram em
      * ARQ-REJEITADOS.TXT no leiaute da validacao, com o motivo e a
      * data da retencao como data da primeira rejeicao, e no
      * repositorio central de erros.
      *****************************************************************
       550-DEVOLVER-VENCIDOS.
           IF WS-PENDENTES-DEVOLVIDOS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-REJEITADOS
           OPEN EXTEND ERROS-CENTRAL
           PERFORM 560-GRAVAR-DEVOLUCAO
               VARYING IX-PD FROM 1 BY 1 UNTIL IX-PD > QTD-PENDENTES
           CLOSE ARQ-REJEITADOS ERROS-CENTRAL.

       560-GRAVAR-DEVOLUCAO.
           IF PD-SITUACAO(IX-PD) NOT = 'V'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-DEVOLVIDO
           MOVE PD-CONTA(IX-PD) TO DEV-NR-CONTA
           MOVE PD-VALOR(IX-PD) TO DEV-SALARIO
           MOVE PD-VLR2(IX-PD) TO DEV-VLR2
           MOVE PD-COD-STATUS(IX-PD) TO DEV-COD-STATUS
           MOVE PD-NATUREZA(IX-PD) TO DEV-NATUREZA
           MOVE PD-MOTIVO(IX-PD) TO DEV-MOTIVO
           MOVE 1 TO DEV-TENTATIVAS
           MOVE PD-DATA-RETENCAO(IX-PD) TO DEV-DATA-PRIM
           WRITE REG-DEVOLVIDO
           MOVE SPACES TO REG-ERRO-CENTRAL
           MOVE 'EFETIVACAO-CONTAS' TO ERC-PROGRAMA
           MOVE WS-DATA-OFICIAL TO ERC-DATA
           MOVE 'DEV ' TO ERC-COD-MOTIVO
           MOVE PD-MOTIVO(IX-PD) TO ERC-TEXTO-MOTIVO
           MOVE REG-DEVOLVIDO TO ERC-IMAGEM
           WRITE REG-ERRO-CENTRAL.

       END PROGRAM EFETIVACAO-CONTAS.
