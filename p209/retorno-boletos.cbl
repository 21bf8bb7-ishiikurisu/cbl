      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Bank collection return for the boletos sent by
      *          REMESSA-BOLETOS: reads RETORNO-BOLETOS.TXT from the
      *          bank, posts every paid boleto to BAIXAS-RECEBER.TXT
      *          against the title of its nota (principal in the
      *          amount, interest and penalty received split out),
      *          records paid and rejected boletos in BOLETOS.TXT, and
      *          lists every occurrence it cannot match in
      *          EXCECOES-RETORNO.TXT instead of posting it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-BOLETOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * arquivo de retorno do banco: cabecalho '0', um detalhe '1' por
      * ocorrencia (02 = entrada confirmada, 03 = entrada rejeitada,
      * 06 = liquidacao) e trailer '9'.
       SELECT RETORNO-BANCO
           ASSIGN TO '.\RETORNO-BOLETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETORNO.
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
       SELECT OPTIONAL BOLETOS
           ASSIGN TO '.\BOLETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BOLETOS.
       SELECT RELAT-RETORNO
           ASSIGN TO '.\RELAT-RETORNO-BOLETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXCECOES-RETORNO
           ASSIGN TO '.\EXCECOES-RETORNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-BANCO LABEL RECORDS ARE STANDARD.
       01 REG-RETORNO-IN.
           05 RT-TIPO PIC X.
           05 PIC X.
           05 RT-NOSSO-NUMERO-X PIC X(9).
           05 PIC X.
           05 RT-OCORRENCIA PIC XX.
           05 PIC X.
           05 RT-DATA-OCORRENCIA PIC 9(8).
           05 PIC X.
           05 RT-VALOR-TITULO PIC 9(8)V99.
           05 PIC X.
           05 RT-VALOR-PAGO PIC 9(8)V99.
           05 PIC X.
      * juros e multa cobrados pelo banco, ja incluidos no valor pago
           05 RT-JUROS-PAGOS PIC 9(8)V99.
           05 PIC X.
           05 RT-MOTIVO PIC X(20).

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

      * mesmo leiaute gravado por BAIXA-RECEBER, acrescido da parcela,
      * dos juros recebidos, do nosso-numero e da origem 'B' nas
      * baixas que vem do banco.
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

      * mesmo leiaute gravado por REMESSA-BOLETOS.
       FD BOLETOS LABEL RECORDS ARE STANDARD.
       01 REG-BOLETO.
           05 BL-NOSSO-NUMERO PIC 9(9).
           05 PIC X.
           05 BL-EVENTO PIC X.
           05 PIC X.
           05 BL-DATA PIC 9(8).
           05 PIC X.
           05 BL-NR-REMESSA PIC 9(6).
           05 PIC X.
           05 BL-VALOR PIC 9(8)V99.
           05 PIC X.
           05 BL-MOTIVO PIC X(20).

       FD RELAT-RETORNO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       FD EXCECOES-RETORNO LABEL RECORDS ARE OMITTED.
       01 REG-EXCECAO-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RETORNO PIC XX.
       01 WS-STATUS-RECEBER PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-STATUS-PARCELAS PIC XX.
       01 WS-STATUS-BOLETOS PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-NOTA-NUM PIC 9(6).
       01 WS-DATA-HOJE PIC 9(8).

       01 WS-SOBRA-MANUAL PIC S9(9)V99 VALUE 0.
       01 WS-RESTO-PARCELA PIC S9(9)V99 VALUE 0.
       01 WS-PRINCIPAL PIC S9(9)V99 VALUE 0.
       01 WS-JUROS PIC S9(9)V99 VALUE 0.
       01 WS-MOTIVO PIC X(30) VALUE SPACES.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.
       01 WS-FLAG-PARCELA PIC X VALUE 'N'.
           88 PARCELA-ACHADA VALUE 'S'.

       01 WS-CONTAGEM-LIQUIDADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-REJEITADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-CONFIRMADOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-EXCECOES PIC 9(5) VALUE 0.
       01 WS-TOTAL-PAGO PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-PRINCIPAL PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-JUROS PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-EXCECOES PIC 9(10)V99 VALUE 0.

      * nosso-numero: nota, parcela e digito verificador modulo 11,
      * o mesmo calculo de REMESSA-BOLETOS.
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

      * titulos a receber por nota, como em REMESSA-BOLETOS.
       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 400 TIMES INDEXED BY IX-TI.
               10 TIT-CLIENTE PIC X(5).
               10 TIT-NR-NOTA PIC 9(6).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO-MANUAL PIC S9(9)V99.

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

       01 CABECALHO-RELAT.
           05 PIC X(32) VALUE '# RETORNO DE BOLETOS - PROCESSAD'.
           05 PIC X(8) VALUE 'O EM    '.
           05 CR-DATA-REL PIC 9(8).
       01 TITULO-LIQUIDADOS.
           05 PIC X(50) VALUE
               'LIQUIDADOS  NOSSO NUM CLIENTE  NOTA  PC  PAGO EM  '.
           05 PIC X(46) VALUE
               '      VALOR PAGO      PRINCIPAL    JUROS/MULTA'.
       01 LINHA-LIQUIDADO.
           05 PIC X(12) VALUE SPACES.
           05 LL-NOSSO-NUMERO PIC 9(9).
           05 PIC X VALUE SPACE.
           05 LL-CLIENTE PIC X(5).
           05 PIC XX VALUE SPACES.
           05 LL-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LL-PARCELA PIC 99.
           05 PIC XX VALUE SPACES.
           05 LL-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LL-PAGO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LL-PRINCIPAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LL-JUROS PIC ZZZ,ZZ9.99.
       01 LINHA-REJEITADO.
           05 PIC X(12) VALUE 'REJEITADO   '.
           05 LR-NOSSO-NUMERO PIC 9(9).
           05 PIC X VALUE SPACE.
           05 LR-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LR-MOTIVO PIC X(20).
           05 PIC X(24) VALUE ' - SERA REMETIDO DE NOVO'.
       01 LINHA-TOTAIS-RELAT.
           05 PIC X(12) VALUE 'LIQUIDADOS: '.
           05 LTR-QTD PIC ZZZZ9.
           05 PIC X(8) VALUE '   PAGO '.
           05 LTR-PAGO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X(12) VALUE '   PRINCIPAL'.
           05 LTR-PRINCIPAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X(8) VALUE '   JUROS'.
           05 LTR-JUROS PIC ZZ,ZZZ,ZZ9.99.
       01 LINHA-CONTAGENS-RELAT.
           05 PIC X(12) VALUE 'REJEITADOS: '.
           05 LCR-REJEITADOS PIC ZZZZ9.
           05 PIC X(15) VALUE '   CONFIRMADOS:'.
           05 LCR-CONFIRMADOS PIC ZZZZ9.
           05 PIC X(13) VALUE '   EXCECOES: '.
           05 LCR-EXCECOES PIC ZZZZ9.

       01 CABECALHO-EXCECOES.
           05 PIC X(40) VALUE '# OCORRENCIAS DO RETORNO NAO CASADAS - '.
           05 CE-DATA PIC 9(8).
       01 LINHA-EXCECAO.
           05 LE-NOSSO-NUMERO PIC X(9).
           05 PIC X VALUE SPACE.
           05 LE-OCORRENCIA PIC XX.
           05 PIC X VALUE SPACE.
           05 LE-DATA PIC X(8).
           05 PIC X VALUE SPACE.
           05 LE-VALOR-PAGO PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LE-MOTIVO PIC X(30).
       01 LINHA-TOTAL-EXCECOES.
           05 PIC X(20) VALUE 'TOTAL NAO CASADO:   '.
           05 LTE-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN INPUT RETORNO-BANCO
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'RETORNO-BOLETOS.TXT NAO ENCONTRADO, '
                   'NADA A PROCESSAR'
               STOP RUN
           END-IF
           PERFORM 150-CARREGAR-TITULOS
           PERFORM 160-CARREGAR-AGENDA
           PERFORM 170-CARREGAR-BAIXAS
           PERFORM 180-ALOCAR-BAIXAS-MANUAIS
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           PERFORM 190-CARREGAR-BOLETOS
           OPEN OUTPUT RELAT-RETORNO
           OPEN OUTPUT EXCECOES-RETORNO
           MOVE WS-DATA-HOJE TO CR-DATA-REL
           WRITE REG-RELAT-OUT FROM CABECALHO-RELAT
           WRITE REG-RELAT-OUT FROM TITULO-LIQUIDADOS
               AFTER ADVANCING 2 LINES
           MOVE WS-DATA-HOJE TO CE-DATA
           WRITE REG-EXCECAO-OUT FROM CABECALHO-EXCECOES
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 200-LER-RETORNO
               UNTIL WS-FIM-ARQUIVO = 'S'
           MOVE WS-CONTAGEM-LIQUIDADOS TO LTR-QTD
           MOVE WS-TOTAL-PAGO TO LTR-PAGO
           MOVE WS-TOTAL-PRINCIPAL TO LTR-PRINCIPAL
           MOVE WS-TOTAL-JUROS TO LTR-JUROS
           WRITE REG-RELAT-OUT FROM LINHA-TOTAIS-RELAT
               AFTER ADVANCING 2 LINES
           MOVE WS-CONTAGEM-REJEITADOS TO LCR-REJEITADOS
           MOVE WS-CONTAGEM-CONFIRMADOS TO LCR-CONFIRMADOS
           MOVE WS-CONTAGEM-EXCECOES TO LCR-EXCECOES
           WRITE REG-RELAT-OUT FROM LINHA-CONTAGENS-RELAT
               AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-EXCECOES TO LTE-VALOR
           WRITE REG-EXCECAO-OUT FROM LINHA-TOTAL-EXCECOES
               AFTER ADVANCING 2 LINES
           CLOSE RETORNO-BANCO RELAT-RETORNO EXCECOES-RETORNO
           DISPLAY 'BOLETOS LIQUIDADOS: ' WS-CONTAGEM-LIQUIDADOS
               ' - REJEITADOS: ' WS-CONTAGEM-REJEITADOS
               ' - EXCECOES: ' WS-CONTAGEM-EXCECOES
           STOP RUN.

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
      * uma ocorrencia do retorno: so os detalhes '1' interessam; a
      * entrada confirmada so e contada.
      *****************************************************************
       200-LER-RETORNO.
           READ RETORNO-BANCO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF RT-TIPO = '1'
                       PERFORM 210-TRATAR-OCORRENCIA
                   END-IF
           END-READ.

       210-TRATAR-OCORRENCIA.
           MOVE SPACES TO WS-MOTIVO
           PERFORM 220-LOCALIZAR-PARCELA
           IF WS-MOTIVO NOT = SPACES
               PERFORM 290-GRAVAR-EXCECAO
           ELSE
               EVALUATE RT-OCORRENCIA
                   WHEN '02'
                       ADD 1 TO WS-CONTAGEM-CONFIRMADOS
                   WHEN '03'
                       PERFORM 260-REGISTRAR-REJEICAO
                   WHEN '06'
                       PERFORM 230-LIQUIDAR-PARCELA
                   WHEN OTHER
                       MOVE 'OCORRENCIA DESCONHECIDA' TO WS-MOTIVO
                       PERFORM 290-GRAVAR-EXCECAO
               END-EVALUATE
           END-IF.

      *****************************************************************
      * confere o nosso-numero (numerico, digito certo) e o casa com
      * uma parcela da agenda que tenha titulo a receber; qualquer
      * falha deixa o motivo preenchido para a lista de excecoes.
      *****************************************************************
       220-LOCALIZAR-PARCELA.
           IF RT-NOSSO-NUMERO-X IS NOT NUMERIC
               MOVE 'NOSSO NUMERO INVALIDO' TO WS-MOTIVO
           ELSE
               MOVE RT-NOSSO-NUMERO-X TO WS-NOSSO-NUMERO
               PERFORM 250-CALCULAR-DIGITO
               IF WS-DIGITO NOT = NN-DIGITO
                   MOVE 'DIGITO DO NOSSO NUMERO ERRADO'
                       TO WS-MOTIVO
               ELSE
                   MOVE 'N' TO WS-FLAG-PARCELA
                   SET IX-AG TO 1
                   SEARCH AGENDA-TAB
                       AT END
                           CONTINUE
                       WHEN AG-NR-NOTA(IX-AG) = NN-NR-NOTA
                               AND AG-NUMERO(IX-AG) = NN-PARCELA
                           SET PARCELA-ACHADA TO TRUE
                   END-SEARCH
                   IF NOT PARCELA-ACHADA
                       MOVE 'PARCELA NAO ENCONTRADA' TO WS-MOTIVO
                   ELSE
                       PERFORM 185-PROCURAR-TITULO
                       IF NOT TITULO-ACHADO
                           MOVE 'NOTA SEM TITULO A RECEBER'
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * liquidacao: o principal e o que faltava da parcela, ate o
      * valor pago menos os juros informados pelo banco; o excedente
      * entra como juros/multa recebidos. parcela estornada ou ja
      * quitada vai para as excecoes.
      *****************************************************************
       230-LIQUIDAR-PARCELA.
           COMPUTE WS-RESTO-PARCELA = AG-VALOR(IX-AG) - AG-PAGO(IX-AG)
           IF RT-VALOR-PAGO IS NOT NUMERIC
                   OR RT-DATA-OCORRENCIA IS NOT NUMERIC
               MOVE 'VALOR OU DATA DO PAGAMENTO INVALIDO' TO WS-MOTIVO
           ELSE
           IF AG-CANCELADA(IX-AG) = 'S'
               MOVE 'PARCELA ESTORNADA NO CAIXA' TO WS-MOTIVO
           ELSE
           IF AG-SITUACAO(IX-AG) = 'L' OR WS-RESTO-PARCELA <= 0
               MOVE 'PARCELA JA LIQUIDADA' TO WS-MOTIVO
           END-IF
           END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 290-GRAVAR-EXCECAO
           ELSE
               IF RT-JUROS-PAGOS IS NUMERIC
                       AND RT-JUROS-PAGOS < RT-VALOR-PAGO
                   COMPUTE WS-PRINCIPAL =
                       RT-VALOR-PAGO - RT-JUROS-PAGOS
               ELSE
                   MOVE RT-VALOR-PAGO TO WS-PRINCIPAL
               END-IF
               IF WS-PRINCIPAL > WS-RESTO-PARCELA
                   MOVE WS-RESTO-PARCELA TO WS-PRINCIPAL
               END-IF
               COMPUTE WS-JUROS = RT-VALOR-PAGO - WS-PRINCIPAL
               PERFORM 240-GRAVAR-BAIXA
               ADD WS-PRINCIPAL TO AG-PAGO(IX-AG)
               MOVE 'L' TO AG-SITUACAO(IX-AG)
               PERFORM 270-GRAVAR-EVENTO
               ADD 1 TO WS-CONTAGEM-LIQUIDADOS
               ADD RT-VALOR-PAGO TO WS-TOTAL-PAGO
               ADD WS-PRINCIPAL TO WS-TOTAL-PRINCIPAL
               ADD WS-JUROS TO WS-TOTAL-JUROS
               MOVE WS-NOSSO-NUMERO TO LL-NOSSO-NUMERO
               MOVE TIT-CLIENTE(IX-TI) TO LL-CLIENTE
               MOVE NN-NR-NOTA TO LL-NR-NOTA
               MOVE NN-PARCELA TO LL-PARCELA
               MOVE RT-DATA-OCORRENCIA TO LL-DATA
               MOVE RT-VALOR-PAGO TO LL-PAGO
               MOVE WS-PRINCIPAL TO LL-PRINCIPAL
               MOVE WS-JUROS TO LL-JUROS
               WRITE REG-RELAT-OUT FROM LINHA-LIQUIDADO
                   AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************************
      * posta a baixa do boleto pago, na data do pagamento, contra o
      * titulo cliente+nota; o valor e so o principal, para o saldo
      * dos titulos continuar sendo valor original menos baixas.
      *****************************************************************
       240-GRAVAR-BAIXA.
           OPEN EXTEND BAIXAS-RECEBER
           MOVE SPACES TO REG-BAIXA
           MOVE TIT-CLIENTE(IX-TI) TO BX-CLIENTE
           MOVE NN-NR-NOTA TO BX-NR-NOTA
           MOVE WS-PRINCIPAL TO BX-VALOR
           MOVE RT-DATA-OCORRENCIA TO BX-DATA
           MOVE NN-PARCELA TO BX-PARCELA
           MOVE WS-JUROS TO BX-JUROS
           MOVE WS-NOSSO-NUMERO TO BX-NOSSO-NUMERO
           MOVE 'B' TO BX-ORIGEM
           WRITE REG-BAIXA
           CLOSE BAIXAS-RECEBER.

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

      *****************************************************************
      * entrada rejeitada pelo banco: o evento 'J' libera a parcela
      * para a proxima remessa, e o motivo sai no relatorio.
      *****************************************************************
       260-REGISTRAR-REJEICAO.
           MOVE 'J' TO AG-SITUACAO(IX-AG)
           PERFORM 270-GRAVAR-EVENTO
           ADD 1 TO WS-CONTAGEM-REJEITADOS
           MOVE WS-NOSSO-NUMERO TO LR-NOSSO-NUMERO
           MOVE RT-DATA-OCORRENCIA TO LR-DATA
           MOVE RT-MOTIVO TO LR-MOTIVO
           WRITE REG-RELAT-OUT FROM LINHA-REJEITADO
               AFTER ADVANCING 1 LINE.

       270-GRAVAR-EVENTO.
           OPEN EXTEND BOLETOS
           MOVE SPACES TO REG-BOLETO
           MOVE WS-NOSSO-NUMERO TO BL-NOSSO-NUMERO
           MOVE AG-SITUACAO(IX-AG) TO BL-EVENTO
           IF BL-EVENTO = 'L'
               MOVE RT-VALOR-PAGO TO BL-VALOR
           ELSE
               MOVE 0 TO BL-VALOR
           END-IF
           MOVE RT-DATA-OCORRENCIA TO BL-DATA
           MOVE 0 TO BL-NR-REMESSA
           MOVE RT-MOTIVO TO BL-MOTIVO
           WRITE REG-BOLETO
           CLOSE BOLETOS.

      *****************************************************************
      * ocorrencia que nao pode ser postada: vai para a lista de
      * excecoes, para conferencia manual com o extrato do banco.
      *****************************************************************
       290-GRAVAR-EXCECAO.
           ADD 1 TO WS-CONTAGEM-EXCECOES
           MOVE RT-NOSSO-NUMERO-X TO LE-NOSSO-NUMERO
           MOVE RT-OCORRENCIA TO LE-OCORRENCIA
           MOVE RT-DATA-OCORRENCIA TO LE-DATA
           IF RT-VALOR-PAGO IS NUMERIC
               MOVE RT-VALOR-PAGO TO LE-VALOR-PAGO
               ADD RT-VALOR-PAGO TO WS-TOTAL-EXCECOES
           ELSE
               MOVE 0 TO LE-VALOR-PAGO
           END-IF
           MOVE WS-MOTIVO TO LE-MOTIVO
           WRITE REG-EXCECAO-OUT FROM LINHA-EXCECAO
               AFTER ADVANCING 1 LINE.

       END PROGRAM RETORNO-BOLETOS.
