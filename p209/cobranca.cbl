      *          penalty and monthly interest at the rates configured
      *          in TAB-COBRANCA.TXT, and prints dunning letters per
      *          client (resolved from the transaction log) grouped by
      *          nota, with the total now due. Runs as a step of
      *          DRIVER-LOJA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * indice das notas levadas pela rolagem do log para as
      * geracoes mensais, com o cliente de cada nota.
       SELECT OPTIONAL NOTAS-ARQUIVADAS
           ASSIGN TO '.\NOTAS-ARQUIVADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS-ARQ.
      * percentuais de multa e de juros ao mes aplicados sobre a
      * parcela vencida; na ausencia do arquivo valem os padroes de
      * WORKING-STORAGE, no mesmo espirito de TAB-DESCONTO.TXT.
           ASSIGN TO '.\TAB-COBRANCA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAB.
      * titulos baixados como perda por BAIXA-PERDAS; as parcelas
      * de nota ainda lancada como perda saem da cobranca.
       SELECT OPTIONAL PERDAS-RECEBER
           ASSIGN TO '.\PERDAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.
       SELECT CARTAS-COBRANCA
           ASSIGN TO '.\CARTAS-COBRANCA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 LOG-NR-NOTA-X PIC X(6).
           05 PIC X(50).

      * mesmo leiaute gravado por ROLAGEM-LOG.
       FD NOTAS-ARQUIVADAS LABEL RECORDS ARE STANDARD.
       01 REG-NOTA-ARQUIVADA.
           05 NARQ-NR-NOTA PIC X(6).
           05 PIC X.
           05 NARQ-DATA PIC 9(8).
           05 PIC X.
           05 NARQ-CAIXA PIC XX.
           05 PIC X.
           05 NARQ-CLIENTE PIC X(5).
           05 PIC X(9).

       FD TAB-COBRANCA LABEL RECORDS ARE STANDARD.
       01 REG-TAB-COBRANCA.
           05 MULTA-PCT-IN PIC 99V9.
           05 PIC X.
           05 JUROS-MES-PCT-IN PIC 99V9.

      * mesmo leiaute gravado por BAIXA-PERDAS.
       FD PERDAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-PERDA.
           05 PD-DATA PIC 9(8).
           05 PIC X.
           05 PD-TIPO PIC X.
           05 PIC X.
           05 PD-CLIENTE PIC X(5).
           05 PIC X.
           05 PD-NR-NOTA PIC 9(6).
           05 PIC X.
           05 PD-VALOR PIC 9(8)V99.
           05 PIC X(30).

       FD CARTAS-COBRANCA LABEL RECORDS ARE OMITTED.
       01 REG-CARTA-OUT PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PARCELAS PIC XX.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-NOTAS-ARQ PIC XX.
       01 WS-NOTA-LIDA PIC X(6).
       01 WS-CLIENTE-LIDO PIC X(5).
       01 WS-STATUS-TAB PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-STATUS-PERDAS PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DIAS-HOJE PIC 9(7) VALUE 0.
               10 AG-VENCIMENTO PIC 9(8).
               10 AG-CANCELADA PIC X.

      * valor de cada nota lancado como perda, liquido das
      * reintegracoes; nota com valor positivo nao e cobrada.
       01 WS-TAB-PERDAS.
           05 QTD-PERDAS PIC 999 VALUE 0.
           05 PERDA-TAB OCCURS 400 TIMES INDEXED BY IX-PD.
               10 PE-NR-NOTA PIC 9(6).
               10 PE-VALOR PIC S9(9)V99.

      * de-para nota -> cliente das notas com parcela na agenda,
      * montado do indice das notas arquivadas e do log
       01 WS-TAB-NOTAS.
           05 QTD-NOTAS PIC 999 VALUE 0.
           05 NOTA-TAB OCCURS 400 TIMES INDEXED BY IX-NT.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
           PERFORM 120-LER-TAB-COBRANCA
           PERFORM 150-CARREGAR-AGENDA
           IF QTD-AGENDA = 0
               DISPLAY 'PARCELAS.TXT AUSENTE OU VAZIO, '
                   'NADA A COBRAR'
               GOBACK
           END-IF
           PERFORM 130-CARREGAR-NOTAS-DO-LOG
           PERFORM 180-CARREGAR-PERDAS
           PERFORM 200-APONTAR-VENCIDAS
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           OPEN OUTPUT CARTAS-COBRANCA
           CLOSE CARTAS-COBRANCA
           DISPLAY 'PARCELAS VENCIDAS: ' WS-CONTAGEM-VENCIDAS
               ' - CARTAS EMITIDAS: ' WS-CONTAGEM-CARTAS
           GOBACK.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
           END-IF.

      *****************************************************************
      * monta o de-para nota -> cliente das notas da agenda: primeiro
      * das notas ja arquivadas pela rolagem do log, depois das
      * linhas do log vivo; nota sem cliente identificado fica com o
      * cliente em branco e sai agrupada como anonima.
      *****************************************************************
       130-CARREGAR-NOTAS-DO-LOG.
           OPEN INPUT NOTAS-ARQUIVADAS
           IF WS-STATUS-NOTAS-ARQ = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 135-LER-NOTA-ARQUIVADA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE NOTAS-ARQUIVADAS
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 140-LER-LOG
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE LOG-TRANSACOES
           END-IF.

       135-LER-NOTA-ARQUIVADA.
           READ NOTAS-ARQUIVADAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE NARQ-NR-NOTA TO WS-NOTA-LIDA
                   MOVE NARQ-CLIENTE TO WS-CLIENTE-LIDO
                   PERFORM 145-GUARDAR-NOTA
           END-READ.

       140-LER-LOG.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF LOG-NR-NOTA-X IS NUMERIC
                       MOVE LOG-NR-NOTA-X TO WS-NOTA-LIDA
                       MOVE LOG-CLIENTE-X TO WS-CLIENTE-LIDO
                       PERFORM 145-GUARDAR-NOTA
                   END-IF
           END-READ.

       145-GUARDAR-NOTA.
           SET IX-AG TO 1
           SEARCH AGENDA-TAB
               AT END
                   CONTINUE
               WHEN AG-NR-NOTA(IX-AG) = WS-NOTA-LIDA
                       AND IX-AG NOT > QTD-AGENDA
                   SET IX-NT TO 1
                   SEARCH NOTA-TAB
                       AT END
                           IF QTD-NOTAS < 400
                               ADD 1 TO QTD-NOTAS
                               MOVE WS-NOTA-LIDA
                                   TO NT-NR-NOTA(QTD-NOTAS)
                               MOVE WS-CLIENTE-LIDO
                                   TO NT-CLIENTE(QTD-NOTAS)
                           END-IF
                       WHEN NT-NR-NOTA(IX-NT) = WS-NOTA-LIDA
                           CONTINUE
                   END-SEARCH
           END-SEARCH.

      *****************************************************************
      * carrega a agenda de parcelas, casando cada linha de estorno
      * 'E' com a parcela original da mesma nota e numero, que fica
                   MOVE 'S' TO AG-CANCELADA(IX-AG)
           END-SEARCH.

      *****************************************************************
      * acumula por nota o valor lancado como perda, abatendo as
      * reintegracoes; as parcelas das notas que continuam como perda
      * ficam canceladas para a cobranca.
      *****************************************************************
       180-CARREGAR-PERDAS.
           OPEN INPUT PERDAS-RECEBER
           IF WS-STATUS-PERDAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 185-LER-PERDA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE PERDAS-RECEBER
           PERFORM 190-CANCELAR-NOTA-PERDIDA
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA.

       185-LER-PERDA.
           READ PERDAS-RECEBER
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-PD TO 1
                   SEARCH PERDA-TAB
                       AT END
                           IF QTD-PERDAS < 400
                               ADD 1 TO QTD-PERDAS
                               SET IX-PD TO QTD-PERDAS
                               MOVE PD-NR-NOTA TO PE-NR-NOTA(IX-PD)
                               MOVE 0 TO PE-VALOR(IX-PD)
                               PERFORM 187-SOMAR-PERDA
                           END-IF
                       WHEN PE-NR-NOTA(IX-PD) = PD-NR-NOTA
                           PERFORM 187-SOMAR-PERDA
                   END-SEARCH
           END-READ.

       187-SOMAR-PERDA.
           IF PD-TIPO = 'R'
               SUBTRACT PD-VALOR FROM PE-VALOR(IX-PD)
           ELSE
               ADD PD-VALOR TO PE-VALOR(IX-PD)
           END-IF.

       190-CANCELAR-NOTA-PERDIDA.
           IF QTD-PERDAS > 0
               SET IX-PD TO 1
               SEARCH PERDA-TAB
                   AT END
                       CONTINUE
                   WHEN PE-NR-NOTA(IX-PD) = AG-NR-NOTA(IX-AG)
                       IF PE-VALOR(IX-PD) > 0
                           MOVE 'S' TO AG-CANCELADA(IX-AG)
                       END-IF
               END-SEARCH
           END-IF.

      *****************************************************************
      * aponta uma parcela vencida: atraso positivo contra a data do
      * movimento e parcela nao cancelada. o cliente vem do de-para
