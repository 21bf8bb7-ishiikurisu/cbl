      *          P506-LISTAR-AJUSTES=S it instead lists the journal
      *          of adjustments keyed since a date
      *          (P506-AJUSTES-DESDE), the ones awaiting the next run
      *          included. Keying requires sign-on and the change
      *          permission through CONTROLE-ACESSO, and the journal
      *          carries the operator who keyed each adjustment
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AJL-VALOR PIC 9999V99.
           05 PIC X VALUE SPACE.
           05 AJL-MOTIVO PIC X(4).
      * operador identificado na digitacao; em branco nos ajustes
      * anteriores ao controle de acesso.
           05 PIC X VALUE SPACE.
           05 AJL-OPERADOR PIC X(5).

       FD LISTAGEM-AJUSTES LABEL RECORDS ARE OMITTED.
       01 REG-LISTAGEM-OUT PIC X(80).
           05 LA-VALOR PIC Z,ZZ9.99.
           05 PIC X(8) VALUE ' MOTIVO '.
           05 LA-MOTIVO PIC X(4).
           05 PIC X(6) VALUE ' OPER '.
           05 LA-OPERADOR PIC X(5).
       01 LINHA-RESUMO.
           05 PIC X(24) VALUE 'AJUSTES LISTADOS:       '.
           05 LR-QTD PIC ZZZZ9.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de alterar para digitar ajustes.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'ENTRADA-AJUSTES'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
               PERFORM LISTAR-AJUSTES
               STOP RUN
           END-IF
           PERFORM VERIFICAR-ACESSO
           PERFORM LER-TAXA-COMISSAO
           DISPLAY TELA-FUNDO
           PERFORM ACEITAR-AJUSTE
           DISPLAY ' ' LINE 1 COLUMN 1
           STOP RUN.

      ******************************************************************
      * a digitacao exige o operador identificado e com permissao de
      * alterar neste programa; a recusa encerra antes de qualquer
      * gravacao. a listagem acima, so de leitura, dispensa.
      ******************************************************************
       VERIFICAR-ACESSO.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF ACESSO-PERMITIDO
               MOVE 'A' TO ACS-ACAO
               MOVE 'P' TO ACS-FUNCAO
               CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
               IF NOT ACESSO-PERMITIDO
                   MOVE ACS-MENSAGEM TO WS-MENSAGEM
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF.

      ******************************************************************
      * um ciclo de digitacao: valida os campos (motivo obrigatorio,
      * valor maior que zero), grava a transacao no bruto da
           END-IF
           MOVE WS-VALOR TO AJL-VALOR
           MOVE WS-MOTIVO TO AJL-MOTIVO
           MOVE ACS-OPERADOR TO AJL-OPERADOR
           WRITE REG-AJUSTE-LOG
           CLOSE AJUSTES-LOG.

                       MOVE AJL-DIRECAO TO LA-DIRECAO
                       MOVE AJL-VALOR TO LA-VALOR
                       MOVE AJL-MOTIVO TO LA-MOTIVO
                       MOVE AJL-OPERADOR TO LA-OPERADOR
                       WRITE REG-LISTAGEM-OUT FROM LINHA-AJUSTE
                           AFTER ADVANCING 1 LINE
                   END-IF
