      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Bank collection remittance for the installments CALC4
      *          schedules in PARCELAS.TXT: one boleto per open
      *          installment not yet due (overdue ones stay with the
      *          dunning letters of COBRANCA-PARCELAS), with a
      *          nosso-numero made of nota + parcel number + check
      *          digit, written to REMESSA-BOLETOS.TXT under a number
      *          from SEQUENCIA-REMESSA.TXT and recorded in BOLETOS.TXT
      *          so the same installment is not sent twice (a boleto
      *          the bank rejected is sent again)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA-BOLETOS.

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
       SELECT ARQ-PARCELAS
           ASSIGN TO '.\PARCELAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARCELAS.
       SELECT CADASTRO-CLIENTES
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLIENTES.
      * mesmos percentuais de multa e juros da cobranca, repassados ao
      * banco como instrucao do boleto.
       SELECT TAB-COBRANCA
           ASSIGN TO '.\TAB-COBRANCA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAB.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT SEQUENCIA-REMESSA
           ASSIGN TO '.\SEQUENCIA-REMESSA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEQ-REMESSA.
      * uma linha por evento de boleto: remetido (R) aqui, rejeitado
      * (J) ou liquidado (L) pelo retorno do banco. o arquivo so
      * cresce; vale o ultimo evento de cada nosso-numero.
       SELECT OPTIONAL BOLETOS
           ASSIGN TO '.\BOLETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BOLETOS.
       SELECT REMESSA-BOLETOS
           ASSIGN TO '.\REMESSA-BOLETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-REMESSA
           ASSIGN TO '.\RELAT-REMESSA-BOLETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por 260-GRAVAR-RECEBIVEL em CALC4.
       FD CONTAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-RECEBER-IN.
           05 CR-CLIENTE    PIC X(5).
           05 PIC X.
           05 CR-TOTAL-NOTA PIC 9(8)V99.
           05 PIC X.
           05 CR-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 CR-ESTORNO PIC X.
           05 PIC X.
           05 CR-NR-NOTA PIC X(6).

      * mesmo leiaute gravado por BAIXA-RECEBER e RETORNO-BOLETOS.
       FD BAIXAS-RECEBER LABEL RECORDS ARE STANDARD.
       01 REG-BAIXA-IN.
           05 BX-CLIENTE PIC X(5).
           05 PIC X.
           05 BX-NR-NOTA PIC 9(6).
           05 PIC X.
           05 BX-VALOR PIC 9(8)V99.
           05 PIC X.
           05 BX-DATA PIC 9(8).
           05 PIC X.
           05 BX-PARCELA PIC 99.
           05 PIC X.
           05 BX-JUROS PIC 9(8)V99.
           05 PIC X.
           05 BX-NOSSO-NUMERO PIC 9(9).
           05 PIC X.
           05 BX-ORIGEM PIC X.

      * mesmo leiaute gravado por 271-GRAVAR-PARCELA em CALC4.
       FD ARQ-PARCELAS LABEL RECORDS ARE STANDARD.
       01 REG-PARCELA-IN.
           05 PARC-NR-NOTA PIC 9(6).
           05 PIC X.
           05 PARC-NUMERO PIC 99.
           05 PIC X.
           05 PARC-VALOR PIC 9(8)V99.
           05 PIC X.
           05 PARC-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 PARC-ESTORNO PIC X.

      * mesmo leiaute mantido por CADASTRO-CLIENTES.
       FD CADASTRO-CLIENTES LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-IN.
           05 CODIGO-CLIENTE-IN PIC X(5).
           05 NOME-CLIENTE-IN   PIC X(20).
           05 LIMITE-CREDITO-IN PIC 9(6)V99.
           05 STATUS-CLIENTE-IN PIC X.

       FD TAB-COBRANCA LABEL RECORDS ARE STANDARD.
       01 REG-TAB-COBRANCA.
           05 MULTA-PCT-IN PIC 99V9.
           05 PIC X.
           05 JUROS-MES-PCT-IN PIC 99V9.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD SEQUENCIA-REMESSA LABEL RECORDS ARE STANDARD.
       01 REG-SEQ-REMESSA.
           05 PROXIMA-REMESSA PIC 9(6).

       FD BOLETOS LABEL RECORDS ARE STANDARD.
       01 REG-BOLETO.
           05 BL-NOSSO-NUMERO PIC 9(9).
           05 PIC X.
      * R = remetido, J = rejeitado pelo banco, L = liquidado
           05 BL-EVENTO PIC X.
           05 PIC X.
           05 BL-DATA PIC 9(8).
           05 PIC X.
           05 BL-NR-REMESSA PIC 9(6).
           05 PIC X.
           05 BL-VALOR PIC 9(8)V99.
           05 PIC X.
           05 BL-MOTIVO PIC X(20).

      * arquivo de remessa ao banco: cabecalho '0', um detalhe '1' por
      * boleto e trailer '9' com quantidade e valor total.
       FD REMESSA-BOLETOS LABEL RECORDS ARE STANDARD.
       01 REG-REMESSA-OUT PIC X(100).

       FD RELAT-REMESSA LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECEBER PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-STATUS-PARCELAS PIC XX.
       01 WS-STATUS-CLIENTES PIC XX.
       01 WS-STATUS-TAB PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-STATUS-SEQ-REMESSA PIC XX.
       01 WS-STATUS-BOLETOS PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-NOTA-NUM PIC 9(6).
       01 WS-NR-REMESSA PIC 9(6) VALUE 0.

      * percentuais padrao quando TAB-COBRANCA.TXT nao existe, os
      * mesmos da cobranca.
       01 WS-MULTA-PCT PIC 99V9 VALUE 2.0.
       01 WS-JUROS-MES-PCT PIC 99V9 VALUE 3.0.

       01 WS-SOBRA-MANUAL PIC S9(9)V99 VALUE 0.
       01 WS-RESTO-PARCELA PIC S9(9)V99 VALUE 0.
       01 WS-VALOR-BOLETO PIC 9(8)V99 VALUE 0.
       01 WS-CONTAGEM-BOLETOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-REMESSA PIC 9(10)V99 VALUE 0.
       01 WS-CONTAGEM-VENCIDAS PIC 9(5) VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.
       01 WS-NOME-CLIENTE PIC X(20).

      * nosso-numero: nota, parcela e digito verificador modulo 11
      * com pesos 2 a 9 da direita para a esquerda.
       01 WS-NOSSO-NUMERO PIC 9(9).
       01 FILLER REDEFINES WS-NOSSO-NUMERO.
           05 NN-NR-NOTA PIC 9(6).
           05 NN-PARCELA PIC 99.
           05 NN-DIGITO PIC 9.
       01 FILLER REDEFINES WS-NOSSO-NUMERO.
           05 NN-ALGARISMO PIC 9 OCCURS 9 TIMES.
       01 WS-IX-ALG PIC 99.
       01 WS-PESO PIC 99.
       01 WS-SOMA-DV PIC 9(5).
       01 WS-QUOCIENTE-DV PIC 9(5).
       01 WS-RESTO-DV PIC 99.
       01 WS-DIGITO PIC 99.

      * titulos a receber por nota: cliente, valor liquido de
      * estornos e o que foi baixado fora do banco (no balcao), que
      * quita as parcelas da nota em ordem de numero.
       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 400 TIMES INDEXED BY IX-TI.
               10 TIT-CLIENTE PIC X(5).
               10 TIT-NR-NOTA PIC 9(6).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO-MANUAL PIC S9(9)V99.

      * agenda de parcelas, com o principal ja recebido e o ultimo
      * evento de boleto de cada uma.
       01 WS-TAB-AGENDA.
           05 QTD-AGENDA PIC 999 VALUE 0.
           05 AGENDA-TAB OCCURS 400 TIMES INDEXED BY IX-AG.
               10 AG-NR-NOTA PIC 9(6).
               10 AG-NUMERO PIC 99.
               10 AG-VALOR PIC 9(8)V99.
               10 AG-VENCIMENTO PIC 9(8).
               10 AG-CANCELADA PIC X.
               10 AG-PAGO PIC S9(9)V99.
               10 AG-SITUACAO PIC X.

       01 WS-TAB-CLIENTES.
           05 QTD-CLIENTES PIC 9(4) VALUE 0.
           05 CLIENTE-TAB OCCURS 1000 TIMES INDEXED BY IX-CL.
               10 CL-CODIGO PIC X(5).
               10 CL-NOME PIC X(20).

       01 RM-CABECALHO.
           05 RMC-TIPO PIC X VALUE '0'.
           05 PIC X VALUE SPACE.
           05 RMC-NR-REMESSA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 RMC-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 PIC X(20) VALUE 'REMESSA DE COBRANCA'.
       01 RM-DETALHE.
           05 RMD-TIPO PIC X VALUE '1'.
           05 PIC X VALUE SPACE.
           05 RMD-NOSSO-NUMERO PIC 9(9).
           05 PIC X VALUE SPACE.
           05 RMD-CLIENTE PIC X(5).
           05 PIC X VALUE SPACE.
           05 RMD-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 RMD-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 RMD-PARCELA PIC 99.
           05 PIC X VALUE SPACE.
           05 RMD-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 RMD-VALOR PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 RMD-MULTA-PCT PIC 99V9.
           05 PIC X VALUE SPACE.
           05 RMD-JUROS-MES-PCT PIC 99V9.
       01 RM-TRAILER.
           05 RMT-TIPO PIC X VALUE '9'.
           05 PIC X VALUE SPACE.
           05 RMT-QTD-BOLETOS PIC 9(6).
           05 PIC X VALUE SPACE.
           05 RMT-VALOR-TOTAL PIC 9(10)V99.

       01 CABECALHO-RELAT.
           05 PIC X(22) VALUE '# REMESSA DE BOLETOS  '.
           05 CR-NR-REMESSA-REL PIC 9(6).
           05 PIC X(7) VALUE '   DIA '.
           05 CR-DATA-REL PIC 9(8).
       01 TITULO-RELAT.
           05 PIC X(50) VALUE
               'NOSSO NUM  CLIENTE NOME                   NOTA  PC'.
           05 PIC X(30) VALUE '  VENCIMENTO          VALOR'.
       01 LINHA-BOLETO.
           05 LB-NOSSO-NUMERO PIC 9(9).
           05 PIC XX VALUE SPACES.
           05 LB-CLIENTE PIC X(5).
           05 PIC XXX VALUE SPACES.
           05 LB-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LB-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LB-PARCELA PIC 99.
           05 PIC XX VALUE SPACES.
           05 LB-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LB-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 LINHA-TOTAL-RELAT.
           05 PIC X(18) VALUE 'BOLETOS REMETIDOS '.
           05 LT-QTD PIC ZZZZ9.
           05 PIC X(14) VALUE '   VALOR TOTAL'.
           05 LT-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 LINHA-VENCIDAS-RELAT.
           05 PIC X(43) VALUE
               'PARCELAS VENCIDAS SEM BOLETO (COBRANCA):  '.
           05 LV-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 120-LER-TAB-COBRANCA
           PERFORM 130-CARREGAR-CLIENTES
           PERFORM 150-CARREGAR-TITULOS
           PERFORM 160-CARREGAR-AGENDA
           IF QTD-AGENDA = 0
               DISPLAY 'PARCELAS.TXT AUSENTE OU VAZIO, '
                   'NADA A REMETER'
               STOP RUN
           END-IF
           PERFORM 170-CARREGAR-BAIXAS
           PERFORM 180-ALOCAR-BAIXAS-MANUAIS
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           PERFORM 190-CARREGAR-BOLETOS
           PERFORM 195-AVANCAR-SEQUENCIA-REMESSA
           OPEN OUTPUT REMESSA-BOLETOS
           OPEN OUTPUT RELAT-REMESSA
           OPEN EXTEND BOLETOS
           MOVE WS-NR-REMESSA TO RMC-NR-REMESSA
           MOVE WS-DATA-OFICIAL TO RMC-DATA
           WRITE REG-REMESSA-OUT FROM RM-CABECALHO
           MOVE WS-NR-REMESSA TO CR-NR-REMESSA-REL
           MOVE WS-DATA-OFICIAL TO CR-DATA-REL
           WRITE REG-RELAT-OUT FROM CABECALHO-RELAT
           WRITE REG-RELAT-OUT FROM TITULO-RELAT
               AFTER ADVANCING 2 LINES
           PERFORM 200-AVALIAR-PARCELA
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           MOVE WS-CONTAGEM-BOLETOS TO RMT-QTD-BOLETOS
           MOVE WS-TOTAL-REMESSA TO RMT-VALOR-TOTAL
           WRITE REG-REMESSA-OUT FROM RM-TRAILER
           MOVE WS-CONTAGEM-BOLETOS TO LT-QTD
           MOVE WS-TOTAL-REMESSA TO LT-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL-RELAT
               AFTER ADVANCING 2 LINES
           MOVE WS-CONTAGEM-VENCIDAS TO LV-QTD
           WRITE REG-RELAT-OUT FROM LINHA-VENCIDAS-RELAT
               AFTER ADVANCING 1 LINE
           CLOSE REMESSA-BOLETOS RELAT-REMESSA BOLETOS
           DISPLAY 'REMESSA ' WS-NR-REMESSA ' - BOLETOS: '
               WS-CONTAGEM-BOLETOS
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

       120-LER-TAB-COBRANCA.
           OPEN INPUT TAB-COBRANCA
           IF WS-STATUS-TAB = '00'
               READ TAB-COBRANCA
                   NOT AT END
                       MOVE MULTA-PCT-IN TO WS-MULTA-PCT
                       MOVE JUROS-MES-PCT-IN TO WS-JUROS-MES-PCT
               END-READ
               CLOSE TAB-COBRANCA
           END-IF.

      *****************************************************************
      * nomes do cadastro de clientes, impressos no boleto; cliente
      * fora do cadastro segue com o nome em branco.
      *****************************************************************
       130-CARREGAR-CLIENTES.
           OPEN INPUT CADASTRO-CLIENTES
           IF WS-STATUS-CLIENTES = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 140-LER-CLIENTE
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CADASTRO-CLIENTES
           END-IF.

       140-LER-CLIENTE.
           READ CADASTRO-CLIENTES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF QTD-CLIENTES < 1000
                       ADD 1 TO QTD-CLIENTES
                       MOVE CODIGO-CLIENTE-IN
                           TO CL-CODIGO(QTD-CLIENTES)
                       MOVE NOME-CLIENTE-IN TO CL-NOME(QTD-CLIENTES)
                   END-IF
           END-READ.

      *****************************************************************
      * titulos de CONTAS-RECEBER.TXT por nota, com o estorno 'E'
      * abatendo o valor original, como em BAIXA-RECEBER.
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
                       PERFORM 156-ACUMULAR-TITULO
                   END-IF
           END-READ.

       156-ACUMULAR-TITULO.
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   IF QTD-TITULOS < 400
                       ADD 1 TO QTD-TITULOS
                       SET IX-TI TO QTD-TITULOS
                       MOVE CR-CLIENTE TO TIT-CLIENTE(IX-TI)
                       MOVE WS-NOTA-NUM TO TIT-NR-NOTA(IX-TI)
                       MOVE 0 TO TIT-VALOR(IX-TI)
                       MOVE 0 TO TIT-BAIXADO-MANUAL(IX-TI)
                       PERFORM 157-SOMAR-TITULO
                   ELSE
                       DISPLAY 'TITULO IGNORADO, TABELA CHEIA: '
                           CR-CLIENTE ' ' WS-NOTA-NUM
                   END-IF
               WHEN TIT-NR-NOTA(IX-TI) = WS-NOTA-NUM
                   PERFORM 157-SOMAR-TITULO
           END-SEARCH.

       157-SOMAR-TITULO.
           IF CR-ESTORNO = 'E'
               SUBTRACT CR-TOTAL-NOTA FROM TIT-VALOR(IX-TI)
           ELSE
               ADD CR-TOTAL-NOTA TO TIT-VALOR(IX-TI)
           END-IF.

      *****************************************************************
      * agenda de parcelas, com as linhas de estorno 'E' cancelando a
      * parcela original da mesma nota e numero, como na cobranca.
      *****************************************************************
       160-CARREGAR-AGENDA.
           OPEN INPUT ARQ-PARCELAS
           IF WS-STATUS-PARCELAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 165-LER-PARCELA
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE ARQ-PARCELAS
           END-IF.

       165-LER-PARCELA.
           READ ARQ-PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PARC-ESTORNO = 'E'
                       PERFORM 166-CANCELAR-PARCELA
                   ELSE
                       IF QTD-AGENDA < 400
                           ADD 1 TO QTD-AGENDA
                           MOVE PARC-NR-NOTA
                               TO AG-NR-NOTA(QTD-AGENDA)
                           MOVE PARC-NUMERO TO AG-NUMERO(QTD-AGENDA)
                           MOVE PARC-VALOR TO AG-VALOR(QTD-AGENDA)
                           MOVE PARC-VENCIMENTO
                               TO AG-VENCIMENTO(QTD-AGENDA)
                           MOVE 'N' TO AG-CANCELADA(QTD-AGENDA)
                           MOVE 0 TO AG-PAGO(QTD-AGENDA)
                           MOVE SPACE TO AG-SITUACAO(QTD-AGENDA)
                       ELSE
                           DISPLAY 'PARCELA IGNORADA, TABELA '
                               'CHEIA: ' PARC-NR-NOTA
                       END-IF
                   END-IF
           END-READ.

       166-CANCELAR-PARCELA.
           SET IX-AG TO 1
           SEARCH AGENDA-TAB
               AT END
                   CONTINUE
               WHEN AG-NR-NOTA(IX-AG) = PARC-NR-NOTA
                       AND AG-NUMERO(IX-AG) = PARC-NUMERO
                       AND AG-CANCELADA(IX-AG) = 'N'
                   MOVE 'S' TO AG-CANCELADA(IX-AG)
           END-SEARCH.

      *****************************************************************
      * baixas ja postadas: as vindas do banco ('B') quitam a parcela
      * do boleto; as de balcao somam no titulo e sao distribuidas
      * pelas parcelas em 180.
      *****************************************************************
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
                   IF BX-ORIGEM = 'B' AND BX-PARCELA IS NUMERIC
                       SET IX-AG TO 1
                       SEARCH AGENDA-TAB
                           AT END
                               CONTINUE
                           WHEN AG-NR-NOTA(IX-AG) = BX-NR-NOTA
                                   AND AG-NUMERO(IX-AG) = BX-PARCELA
                               ADD BX-VALOR TO AG-PAGO(IX-AG)
                       END-SEARCH
                   ELSE
                       SET IX-TI TO 1
                       SEARCH TITULO-TAB
                           AT END
                               CONTINUE
                           WHEN TIT-NR-NOTA(IX-TI) = BX-NR-NOTA
                               ADD BX-VALOR
                                   TO TIT-BAIXADO-MANUAL(IX-TI)
                       END-SEARCH
                   END-IF
           END-READ.

      *****************************************************************
      * distribui o pago no balcao pelas parcelas da nota, da menor
      * para a maior, na ordem em que a agenda foi gravada.
      *****************************************************************
       180-ALOCAR-BAIXAS-MANUAIS.
           IF AG-CANCELADA(IX-AG) = 'N'
               PERFORM 185-PROCURAR-TITULO
               IF TITULO-ACHADO
                   MOVE TIT-BAIXADO-MANUAL(IX-TI) TO WS-SOBRA-MANUAL
                   COMPUTE WS-RESTO-PARCELA =
                       AG-VALOR(IX-AG) - AG-PAGO(IX-AG)
                   IF WS-SOBRA-MANUAL > 0 AND WS-RESTO-PARCELA > 0
                       IF WS-SOBRA-MANUAL > WS-RESTO-PARCELA
                           MOVE WS-RESTO-PARCELA TO WS-SOBRA-MANUAL
                       END-IF
                       ADD WS-SOBRA-MANUAL TO AG-PAGO(IX-AG)
                       SUBTRACT WS-SOBRA-MANUAL
                           FROM TIT-BAIXADO-MANUAL(IX-TI)
                   END-IF
               END-IF
           END-IF.

       185-PROCURAR-TITULO.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   CONTINUE
               WHEN TIT-NR-NOTA(IX-TI) = AG-NR-NOTA(IX-AG)
                   SET TITULO-ACHADO TO TRUE
           END-SEARCH.

      *****************************************************************
      * ultimo evento de boleto de cada parcela, tirado do nosso-
      * numero gravado em BOLETOS.TXT.
      *****************************************************************
       190-CARREGAR-BOLETOS.
           OPEN INPUT BOLETOS
           IF WS-STATUS-BOLETOS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 191-LER-BOLETO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE BOLETOS.

       191-LER-BOLETO.
           READ BOLETOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE BL-NOSSO-NUMERO TO WS-NOSSO-NUMERO
                   SET IX-AG TO 1
                   SEARCH AGENDA-TAB
                       AT END
                           CONTINUE
                       WHEN AG-NR-NOTA(IX-AG) = NN-NR-NOTA
                               AND AG-NUMERO(IX-AG) = NN-PARCELA
                           MOVE BL-EVENTO TO AG-SITUACAO(IX-AG)
                   END-SEARCH
           END-READ.

      *****************************************************************
      * numero desta remessa, avancado e persistido em
      * SEQUENCIA-REMESSA.TXT nos moldes da sequencia de notas; sem o
      * arquivo comeca em 1.
      *****************************************************************
       195-AVANCAR-SEQUENCIA-REMESSA.
           MOVE 1 TO WS-NR-REMESSA
           OPEN INPUT SEQUENCIA-REMESSA
           IF WS-STATUS-SEQ-REMESSA = '00'
               READ SEQUENCIA-REMESSA
                   NOT AT END
                       MOVE PROXIMA-REMESSA TO WS-NR-REMESSA
               END-READ
               CLOSE SEQUENCIA-REMESSA
           END-IF
           OPEN OUTPUT SEQUENCIA-REMESSA
           COMPUTE PROXIMA-REMESSA = WS-NR-REMESSA + 1
           WRITE REG-SEQ-REMESSA
           CLOSE SEQUENCIA-REMESSA.

      *****************************************************************
      * uma parcela vira boleto quando nao esta estornada, tem titulo
      * a receber, ainda tem saldo, nao venceu e nao tem boleto em
      * aberto no banco (nunca remetida, ou rejeitada na ultima).
      * a vencida fica para as cartas de cobranca.
      *****************************************************************
       200-AVALIAR-PARCELA.
           IF AG-CANCELADA(IX-AG) = 'N'
                   AND AG-SITUACAO(IX-AG) NOT = 'R'
                   AND AG-SITUACAO(IX-AG) NOT = 'L'
               COMPUTE WS-RESTO-PARCELA =
                   AG-VALOR(IX-AG) - AG-PAGO(IX-AG)
               PERFORM 185-PROCURAR-TITULO
               IF TITULO-ACHADO AND WS-RESTO-PARCELA > 0
                   IF AG-VENCIMENTO(IX-AG) < WS-DATA-OFICIAL
                       ADD 1 TO WS-CONTAGEM-VENCIDAS
                   ELSE
                       MOVE WS-RESTO-PARCELA TO WS-VALOR-BOLETO
                       PERFORM 210-EMITIR-BOLETO
                   END-IF
               END-IF
           END-IF.

       210-EMITIR-BOLETO.
           MOVE AG-NR-NOTA(IX-AG) TO NN-NR-NOTA
           MOVE AG-NUMERO(IX-AG) TO NN-PARCELA
           PERFORM 250-CALCULAR-DIGITO
           MOVE WS-DIGITO TO NN-DIGITO
           MOVE SPACES TO WS-NOME-CLIENTE
           SET IX-CL TO 1
           SEARCH CLIENTE-TAB
               AT END
                   CONTINUE
               WHEN CL-CODIGO(IX-CL) = TIT-CLIENTE(IX-TI)
                   MOVE CL-NOME(IX-CL) TO WS-NOME-CLIENTE
           END-SEARCH
           MOVE WS-NOSSO-NUMERO TO RMD-NOSSO-NUMERO
           MOVE TIT-CLIENTE(IX-TI) TO RMD-CLIENTE
           MOVE WS-NOME-CLIENTE TO RMD-NOME
           MOVE AG-NR-NOTA(IX-AG) TO RMD-NR-NOTA
           MOVE AG-NUMERO(IX-AG) TO RMD-PARCELA
           MOVE AG-VENCIMENTO(IX-AG) TO RMD-VENCIMENTO
           MOVE WS-VALOR-BOLETO TO RMD-VALOR
           MOVE WS-MULTA-PCT TO RMD-MULTA-PCT
           MOVE WS-JUROS-MES-PCT TO RMD-JUROS-MES-PCT
           WRITE REG-REMESSA-OUT FROM RM-DETALHE
           MOVE SPACES TO REG-BOLETO
           MOVE WS-NOSSO-NUMERO TO BL-NOSSO-NUMERO
           MOVE 'R' TO BL-EVENTO
           MOVE WS-DATA-OFICIAL TO BL-DATA
           MOVE WS-NR-REMESSA TO BL-NR-REMESSA
           MOVE WS-VALOR-BOLETO TO BL-VALOR
           WRITE REG-BOLETO
           MOVE 'R' TO AG-SITUACAO(IX-AG)
           ADD 1 TO WS-CONTAGEM-BOLETOS
           ADD WS-VALOR-BOLETO TO WS-TOTAL-REMESSA
           MOVE WS-NOSSO-NUMERO TO LB-NOSSO-NUMERO
           MOVE TIT-CLIENTE(IX-TI) TO LB-CLIENTE
           MOVE WS-NOME-CLIENTE TO LB-NOME
           MOVE AG-NR-NOTA(IX-AG) TO LB-NR-NOTA
           MOVE AG-NUMERO(IX-AG) TO LB-PARCELA
           MOVE AG-VENCIMENTO(IX-AG) TO LB-VENCIMENTO
           MOVE WS-VALOR-BOLETO TO LB-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-BOLETO
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * digito verificador modulo 11 sobre nota + parcela, pesos 2 a
      * 9 da direita para a esquerda; resto que daria 10 ou 11 vira 0.
      *****************************************************************
       250-CALCULAR-DIGITO.
           MOVE 0 TO WS-SOMA-DV
           MOVE 2 TO WS-PESO
           PERFORM 255-SOMAR-ALGARISMO
               VARYING WS-IX-ALG FROM 8 BY -1 UNTIL WS-IX-ALG < 1
           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOCIENTE-DV
               REMAINDER WS-RESTO-DV
           COMPUTE WS-DIGITO = 11 - WS-RESTO-DV
           IF WS-DIGITO > 9
               MOVE 0 TO WS-DIGITO
           END-IF.

       255-SOMAR-ALGARISMO.
           COMPUTE WS-SOMA-DV = WS-SOMA-DV
               + NN-ALGARISMO(WS-IX-ALG) * WS-PESO
           ADD 1 TO WS-PESO
           IF WS-PESO > 9
               MOVE 2 TO WS-PESO
           END-IF.

       END PROGRAM REMESSA-BOLETOS.
