           05 SALARIO      PIC 9(4).
           05 VLR2         PIC 9(3).
           05 COD-STATUS   PIC 9.
      * 'D' = debito na conta; branco ou 'C' = credito
           05 NATUREZA-MOV PIC X.
      * o lote chega emoldurado por um registro de header ('HDR' +
      * data + origem) e um trailer ('TRL' + contagem esperada + hash
      * total de SALARIO), conferidos ao fim da leitura.
       FD CADASTRO-CONTAS LABEL RECORDS ARE STANDARD.
       01 REG-CADASTRO-IN.
           05 NR-CONTA-CAD    PIC X(5).
      * 'A' = ativa, 'B' = bloqueada, 'E' = encerrada
           05 STATUS-CONTA-CAD PIC X.
           05 NOME-TITULAR-CAD PIC X(20).

               88 ERRO-INEXISTENTE VALUE 'S'.
           05 FLAG-ERRO-ENCERRADA PIC X VALUE 'N'.
               88 ERRO-ENCERRADA VALUE 'S'.
           05 FLAG-ERRO-BLOQUEADA PIC X VALUE 'N'.
               88 ERRO-BLOQUEADA VALUE 'S'.
           05 FLAG-ERRO-NATUREZA PIC X VALUE 'N'.
               88 ERRO-NATUREZA VALUE 'S'.

       01 MSG-ERRO-WS PIC X(30) VALUE SPACES.

       01 CONTAGEM-ERRO-DUPLICADA PIC 9(5) VALUE 0.
       01 CONTAGEM-ERRO-INEXISTENTE PIC 9(5) VALUE 0.
       01 CONTAGEM-ERRO-ENCERRADA PIC 9(5) VALUE 0.
       01 CONTAGEM-ERRO-BLOQUEADA PIC 9(5) VALUE 0.
       01 CONTAGEM-ERRO-NATUREZA PIC 9(5) VALUE 0.

      * cadastro de contas carregado na memoria; com QTD-CONTAS-CAD
      * zerado (arquivo ausente) a checagem de cadastro nao roda.
           05 VLR2-OK        PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 COD-STATUS-OK  PIC 9.
           05 FILLER         PIC X VALUE SPACE.
           05 NATUREZA-OK    PIC X.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 FILLER         PIC X(10) VALUE 'OK'.
           05 NOME-TITULAR-OK PIC X(20).
           05 FILLER         PIC X(29) VALUE SPACES.
           05 MSG-ERRO-OUT   PIC X(30).
           05 FILLER         PIC X(29) VALUE SPACES.

      * os cinco primeiros campos ficam contiguos, byte a byte iguais
      * a REG-IN, para que ARQ-REJEITADOS.TXT possa ser corrigido e
      * realimentado como ARQ-TRANS sem deslocar colunas. o contador
      * de tentativas e a data da primeira rejeicao sao preservados
           05 SALARIO-REJ     PIC 9(4).
           05 VLR2-REJ        PIC 9(3).
           05 COD-STATUS-REJ  PIC 9.
           05 NATUREZA-REJ    PIC X.
           05 MOTIVO-REJ      PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 TENTATIVAS-REJ  PIC 99.
           MOVE SPACES TO MSG-ERRO-WS
           MOVE 'N' TO FLAG-ERRO-CONTA FLAG-ERRO-SALARIO
                       FLAG-ERRO-VLR2 FLAG-ERRO-STATUS
                       FLAG-ERRO-DUPLICADA FLAG-ERRO-NATUREZA

           IF NR-CONTA = SPACES OR NR-CONTA NOT NUMERIC
               PERFORM 250-ERRO-CONTA
           IF COD-STATUS > 5 AND SALARIO NOT < 86000
               PERFORM 500-ERRO-STATUS
           END-IF
           IF NATUREZA-MOV NOT = SPACE AND NATUREZA-MOV NOT = 'C'
                   AND NATUREZA-MOV NOT = 'D'
               PERFORM 510-ERRO-NATUREZA
           END-IF

           IF CHAVE-ERROS = 0
               ADD 1 TO CONTAGEM-OK
               MOVE SALARIO    TO SALARIO-OK
               MOVE VLR2       TO VLR2-OK
               MOVE COD-STATUS TO COD-STATUS-OK
               MOVE NATUREZA-MOV TO NATUREZA-OK
               MOVE WS-NOME-TITULAR TO NOME-TITULAR-OK
               WRITE REG-IMP FROM REG-OK
           ELSE
           MOVE 'CONTA DUPLICADA NO LOTE' TO MSG-ERRO-WS.

      *****************************************************************
      * confere a conta do movimento contra o cadastro: conta
      * ausente, encerrada ou bloqueada e rejeitada, com motivo
      * proprio, distinto dos erros de formato apontados por
      * 250-ERRO-CONTA. o nome do titular fica guardado para ser
      * ecoado no registro aceito.
      *****************************************************************
       290-TESTA-CADASTRO.
           MOVE SPACES TO WS-NOME-TITULAR
                   AT END
                       PERFORM 292-ERRO-INEXISTENTE
                   WHEN NR-CONTA-TAB-CAD(IX-CC) = NR-CONTA
                       EVALUATE STATUS-TAB-CAD(IX-CC)
                           WHEN 'E'
                               PERFORM 294-ERRO-ENCERRADA
                           WHEN 'B'
                               PERFORM 296-ERRO-BLOQUEADA
                           WHEN OTHER
                               MOVE NOME-TAB-CAD(IX-CC)
                                   TO WS-NOME-TITULAR
                       END-EVALUATE
               END-SEARCH
           END-IF.

           ADD 1 TO CONTAGEM-ERRO-ENCERRADA
           MOVE 'CONTA ENCERRADA NO CADASTRO' TO MSG-ERRO-WS.

       296-ERRO-BLOQUEADA.
           MOVE 1 TO CHAVE-ERROS
           SET ERRO-BLOQUEADA TO TRUE
           ADD 1 TO CONTAGEM-ERRO-BLOQUEADA
           MOVE 'CONTA BLOQUEADA NO CADASTRO' TO MSG-ERRO-WS.

       300-ERRO-SALARIO.
           MOVE 1 TO CHAVE-ERROS
           SET ERRO-SALARIO TO TRUE
           ADD 1 TO CONTAGEM-ERRO-STATUS
           MOVE 'STATUS E SALARIO INCOMPATIVEIS' TO MSG-ERRO-WS.

       510-ERRO-NATUREZA.
           MOVE 1 TO CHAVE-ERROS
           SET ERRO-NATUREZA TO TRUE
           ADD 1 TO CONTAGEM-ERRO-NATUREZA
           MOVE 'NATUREZA DO MOVIMENTO INVALIDA' TO MSG-ERRO-WS.

      *****************************************************************
      * grava uma copia do registro rejeitado em ARQ-REJEITADOS.TXT,
      * junto com o motivo da rejeicao, para que possa ser corrigido
           MOVE SALARIO     TO SALARIO-REJ
           MOVE VLR2        TO VLR2-REJ
           MOVE COD-STATUS  TO COD-STATUS-REJ
           MOVE NATUREZA-MOV TO NATUREZA-REJ
           MOVE MSG-ERRO-WS TO MOTIVO-REJ
           MOVE REG-LOTE-IN TO REG-RESSUB-IN
           IF TENTATIVAS-IN IS NUMERIC

           MOVE '  CONTAS ENCERRADAS:         ' TO ROTULO-TOTAL
           MOVE CONTAGEM-ERRO-ENCERRADA TO VALOR-TOTAL
           WRITE REG-IMP FROM LINHA-TOTAL

           MOVE '  CONTAS BLOQUEADAS:         ' TO ROTULO-TOTAL
           MOVE CONTAGEM-ERRO-BLOQUEADA TO VALOR-TOTAL
           WRITE REG-IMP FROM LINHA-TOTAL

           MOVE '  ERROS DE NATUREZA:         ' TO ROTULO-TOTAL
           MOVE CONTAGEM-ERRO-NATUREZA TO VALOR-TOTAL
           WRITE REG-IMP FROM LINHA-TOTAL.


