      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Monthly account statement for crediario customers,
      *          one mailable document per customer for the month in
      *          P209-MES (AAAAMM; without it the month of the
      *          processing date), optionally a single customer
      *          (P209-CLIENTE): opening balance, the notas bought and
      *          reversed in the month (CONTAS-RECEBER.TXT), the
      *          payments received (BAIXAS-RECEBER.TXT), the
      *          installments due (PARCELAS.TXT) with the penalty and
      *          interest COBRANCA-PARCELAS charges on the overdue ones
      *          (TAB-COBRANCA.TXT), and the closing balance; ends with
      *          a control total of the closing balances to agree with
      *          the general open balance of POSICAO-RECEBER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTES.

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
       SELECT OPTIONAL ARQ-PARCELAS
           ASSIGN TO '.\PARCELAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARCELAS.
       SELECT CADASTRO-ARQ
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADASTRO.
      * percentuais de multa e juros da cobranca; sem o arquivo valem
      * os mesmos padroes de COBRANCA-PARCELAS.
       SELECT TAB-COBRANCA
           ASSIGN TO '.\TAB-COBRANCA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAB.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
       SELECT EXTRATOS-CLIENTES
           ASSIGN TO '.\EXTRATOS-CLIENTES.TXT'
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
       FD CADASTRO-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-ARQ.
           05 CODIGO-ARQ PIC X(5).
           05 NOME-ARQ PIC X(20).
           05 LIMITE-ARQ PIC 9(6)V99.
           05 STATUS-ARQ PIC X.

       FD TAB-COBRANCA LABEL RECORDS ARE STANDARD.
       01 REG-TAB-COBRANCA.
           05 MULTA-PCT-IN PIC 99V9.
           05 PIC X.
           05 JUROS-MES-PCT-IN PIC 99V9.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       FD EXTRATOS-CLIENTES LABEL RECORDS ARE OMITTED.
       01 REG-EXTRATO-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECEBER PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-STATUS-PARCELAS PIC XX.
       01 WS-STATUS-CADASTRO PIC XX.
       01 WS-STATUS-TAB PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-NOTA-NUM PIC 9(6).
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.

      * mes do extrato, AAAAMM, e o intervalo de datas que ele cobre.
      * os encargos de atraso sao apurados no fim do mes ou, no mes
      * corrente, na data do movimento.
       01 WS-MES-ENV PIC X(6).
       01 WS-MES PIC 9(6) VALUE 0.
       01 FILLER REDEFINES WS-MES.
           05 WS-MES-ANO PIC 9(4).
           05 WS-MES-NUMERO PIC 99.
       01 WS-DATA-INI PIC 9(8) VALUE 0.
       01 WS-DATA-FIM PIC 9(8) VALUE 0.
       01 WS-DATA-ENCARGOS PIC 9(8) VALUE 0.
       01 WS-DATA-AUX PIC 9(8) VALUE 0.
       01 WS-DIAS-AUX PIC 9(7) VALUE 0.
       01 WS-CLIENTE-PEDIDO PIC X(5) VALUE SPACES.

      * percentuais padrao quando TAB-COBRANCA.TXT nao existe, os
      * mesmos de COBRANCA-PARCELAS.
       01 WS-MULTA-PCT PIC 99V9 VALUE 2.0.
       01 WS-JUROS-MES-PCT PIC 99V9 VALUE 3.0.
       01 WS-DIAS-ATRASO PIC S9(5) VALUE 0.
       01 WS-VALOR-MULTA PIC 9(8)V99 VALUE 0.
       01 WS-VALOR-JUROS PIC 9(8)V99 VALUE 0.
       01 WS-RESTO-PARCELA PIC S9(9)V99 VALUE 0.
       01 WS-SOBRA-PAGO PIC S9(9)V99 VALUE 0.

       01 WS-CLIENTE-CORRENTE PIC X(5).
       01 WS-SALDO-INICIAL PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-COMPRAS PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ESTORNOS PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-PAGAMENTOS PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ENCARGOS PIC S9(9)V99 VALUE 0.
       01 WS-SALDO-FINAL PIC S9(9)V99 VALUE 0.
       01 WS-QTD-PARCELAS-CLIENTE PIC 999 VALUE 0.

      * totais de controle da rodada
       01 WS-QTD-EXTRATOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-SALDOS-FINAIS PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-POSICAO PIC S9(10)V99 VALUE 0.

       01 WS-IX-VARRE PIC 9(4).

      * um titulo por cliente+nota, como em POSICAO-RECEBER; o baixado
      * ate o fim do mes e repartido pelas parcelas da nota em ordem.
       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 400 TIMES INDEXED BY IX-TI.
               10 TIT-CLIENTE PIC X(5).
               10 TIT-NR-NOTA PIC 9(6).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO PIC S9(9)V99.
               10 TIT-BAIXADO-FIM PIC S9(9)V99.
               10 TIT-IMPRESSO PIC X.

      * cada linha de CONTAS-RECEBER.TXT com a data da compra: CALC4
      * grava o vencimento a 30 dias da venda.
       01 WS-TAB-LANCAMENTOS.
           05 QTD-LANCAMENTOS PIC 9(4) VALUE 0.
           05 LANCAMENTO-TAB OCCURS 800 TIMES INDEXED BY IX-LC.
               10 LC-CLIENTE PIC X(5).
               10 LC-NR-NOTA PIC 9(6).
               10 LC-VALOR PIC 9(8)V99.
               10 LC-DATA PIC 9(8).
               10 LC-ESTORNO PIC X.

      * baixas que casam com um titulo, as mesmas que POSICAO-RECEBER
      * considera.
       01 WS-TAB-BAIXAS.
           05 QTD-BAIXAS PIC 9(4) VALUE 0.
           05 BAIXA-TAB OCCURS 800 TIMES INDEXED BY IX-BX.
               10 BT-CLIENTE PIC X(5).
               10 BT-NR-NOTA PIC 9(6).
               10 BT-VALOR PIC 9(8)V99.
               10 BT-DATA PIC 9(8).
               10 BT-PARCELA PIC 99.
               10 BT-JUROS PIC 9(8)V99.
               10 BT-ORIGEM PIC X.

      * agenda de parcelas, com os estornos 'E' cancelando a parcela
      * original como em COBRANCA-PARCELAS.
       01 WS-TAB-AGENDA.
           05 QTD-AGENDA PIC 999 VALUE 0.
           05 AGENDA-TAB OCCURS 400 TIMES INDEXED BY IX-AG.
               10 AG-NR-NOTA PIC 9(6).
               10 AG-NUMERO PIC 99.
               10 AG-VALOR PIC 9(8)V99.
               10 AG-VENCIMENTO PIC 9(8).
               10 AG-CANCELADA PIC X.
               10 AG-PAGO PIC S9(9)V99.

       01 WS-QTD-CLIENTES PIC 999 VALUE 0.
       01 WS-TAB-CLIENTES.
           05 CLIENTE-TAB OCCURS 100 TIMES INDEXED BY IX-CL.
               10 CODIGO-TAB PIC X(5).
               10 NOME-TAB PIC X(20).

       01 CABECALHO-EXTRATO.
           05 PIC X(38) VALUE
               '# EXTRATO DE CONTA - CREDIARIO - MES  '.
           05 CE-MES PIC 99.
           05 PIC X VALUE '/'.
           05 CE-ANO PIC 9(4).
       01 LINHA-CLIENTE-EXTRATO.
           05 PIC X(9) VALUE 'CLIENTE: '.
           05 LCE-CLIENTE PIC X(5).
           05 PIC XX VALUE SPACES.
           05 LCE-NOME PIC X(20).
           05 PIC X(10) VALUE '  PERIODO '.
           05 LCE-DATA-INI PIC 9(8).
           05 PIC X(3) VALUE ' A '.
           05 LCE-DATA-FIM PIC 9(8).
       01 LINHA-SALDO-EXTRATO.
           05 LS-ROTULO PIC X(40).
           05 LS-VALOR PIC ZZ,ZZZ,ZZ9.99-.
       01 LINHA-SECAO-EXTRATO.
           05 LSE-TITULO PIC X(40).
       01 LINHA-MOVIMENTO-EXTRATO.
           05 PIC XX VALUE SPACES.
           05 LM-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LM-HISTORICO PIC X(16).
           05 PIC X(6) VALUE ' NOTA '.
           05 LM-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LM-COMPLEMENTO PIC X(20).
           05 PIC X VALUE SPACE.
           05 LM-VALOR PIC ZZ,ZZZ,ZZ9.99-.
       01 LINHA-PARCELA-EXTRATO.
           05 PIC X(7) VALUE '  NOTA '.
           05 LPE-NR-NOTA PIC 9(6).
           05 PIC X(9) VALUE ' PARCELA '.
           05 LPE-NUMERO PIC Z9.
           05 PIC X(6) VALUE ' VENC '.
           05 LPE-VENCIMENTO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LPE-VALOR PIC Z,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LPE-SITUACAO PIC X(8).
           05 PIC X(6) VALUE ' RESTA'.
           05 LPE-RESTO PIC Z,ZZZ,ZZ9.99.
           05 PIC X(10) VALUE ' ENCARGOS '.
           05 LPE-ENCARGOS PIC ZZ,ZZ9.99.
       01 LINHA-SEPARADORA.
           05 PIC X(70) VALUE ALL '='.
       01 LINHA-CONTROLE.
           05 LCT-ROTULO PIC X(40).
           05 LCT-VALOR PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 115-LER-PARAMETROS
           PERFORM 120-LER-TAB-COBRANCA
           PERFORM 130-CARREGAR-CLIENTES
           PERFORM 150-CARREGAR-TITULOS
           IF QTD-TITULOS = 0
               DISPLAY 'CONTAS-RECEBER.TXT SEM TITULOS, '
                   'NADA A EXTRATAR'
               STOP RUN
           END-IF
           PERFORM 170-CARREGAR-BAIXAS
           PERFORM 180-CARREGAR-AGENDA
           PERFORM 190-ALOCAR-PAGAMENTOS
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           OPEN OUTPUT EXTRATOS-CLIENTES
           PERFORM 200-EXTRATO-POR-CLIENTE
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           PERFORM 400-GRAVAR-CONTROLE
           CLOSE EXTRATOS-CLIENTES
           DISPLAY 'EXTRATOS EMITIDOS: ' WS-QTD-EXTRATOS
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

      *****************************************************************
      * mes de P209-MES (AAAAMM) e cliente de P209-CLIENTE; sem o mes,
      * ou com mes invalido, vale o mes da data do movimento.
      *****************************************************************
       115-LER-PARAMETROS.
           MOVE SPACES TO WS-MES-ENV
           ACCEPT WS-MES-ENV FROM ENVIRONMENT 'P209-MES'
           IF WS-MES-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-MES-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MES-ENV) TO WS-MES
           END-IF
           IF WS-MES-NUMERO < 1 OR WS-MES-NUMERO > 12
               MOVE WS-DATA-OFICIAL(1:6) TO WS-MES
           END-IF
           ACCEPT WS-CLIENTE-PEDIDO FROM ENVIRONMENT 'P209-CLIENTE'
           COMPUTE WS-DATA-INI = WS-MES * 100 + 1
      * ultimo dia do mes: vespera do primeiro dia do mes seguinte
           IF WS-MES-NUMERO = 12
               COMPUTE WS-DATA-AUX = (WS-MES-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AUX = WS-DATA-INI + 100
           END-IF
           COMPUTE WS-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           IF WS-DATA-OFICIAL < WS-DATA-FIM
               MOVE WS-DATA-OFICIAL TO WS-DATA-ENCARGOS
           ELSE
               MOVE WS-DATA-FIM TO WS-DATA-ENCARGOS
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

       130-CARREGAR-CLIENTES.
           OPEN INPUT CADASTRO-ARQ
           IF WS-STATUS-CADASTRO = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 135-LER-CLIENTE
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CADASTRO-ARQ
           END-IF.

       135-LER-CLIENTE.
           READ CADASTRO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-CLIENTES < 100
                       ADD 1 TO WS-QTD-CLIENTES
                       SET IX-CL TO WS-QTD-CLIENTES
                       MOVE CODIGO-ARQ TO CODIGO-TAB(IX-CL)
                       MOVE NOME-ARQ TO NOME-TAB(IX-CL)
                   END-IF
           END-READ.

      *****************************************************************
      * carrega os titulos por cliente+nota, como POSICAO-RECEBER, e
      * guarda cada linha com a data da compra para o extrato.
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
                   PERFORM 165-GUARDAR-LANCAMENTO
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
                       MOVE 0 TO TIT-BAIXADO-FIM(IX-TI)
                       MOVE 'N' TO TIT-IMPRESSO(IX-TI)
                       PERFORM 162-SOMAR-TITULO
                   ELSE
                       DISPLAY 'TITULO IGNORADO, TABELA CHEIA: '
                           CR-CLIENTE ' ' WS-NOTA-NUM
                   END-IF
               WHEN TIT-CLIENTE(IX-TI) = CR-CLIENTE
                       AND TIT-NR-NOTA(IX-TI) = WS-NOTA-NUM
                   PERFORM 162-SOMAR-TITULO
           END-SEARCH.

       162-SOMAR-TITULO.
           IF CR-ESTORNO = 'E'
               SUBTRACT CR-TOTAL-NOTA FROM TIT-VALOR(IX-TI)
           ELSE
               ADD CR-TOTAL-NOTA TO TIT-VALOR(IX-TI)
           END-IF.

       165-GUARDAR-LANCAMENTO.
           IF QTD-LANCAMENTOS < 800
               ADD 1 TO QTD-LANCAMENTOS
               SET IX-LC TO QTD-LANCAMENTOS
               MOVE CR-CLIENTE TO LC-CLIENTE(IX-LC)
               MOVE WS-NOTA-NUM TO LC-NR-NOTA(IX-LC)
               MOVE CR-TOTAL-NOTA TO LC-VALOR(IX-LC)
               MOVE CR-ESTORNO TO LC-ESTORNO(IX-LC)
               COMPUTE WS-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO) - 30
               COMPUTE LC-DATA(IX-LC) =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           END-IF.

      *****************************************************************
      * baixas de cada titulo: o total, para o controle contra a
      * posicao, e o baixado ate o fim do mes, para as parcelas.
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
                   SET IX-TI TO 1
                   SEARCH TITULO-TAB
                       AT END
                           CONTINUE
                       WHEN TIT-CLIENTE(IX-TI) = BX-CLIENTE
                               AND TIT-NR-NOTA(IX-TI) = BX-NR-NOTA
                           ADD BX-VALOR TO TIT-BAIXADO(IX-TI)
                           IF BX-DATA NOT > WS-DATA-FIM
                               ADD BX-VALOR TO TIT-BAIXADO-FIM(IX-TI)
                           END-IF
                           PERFORM 177-GUARDAR-BAIXA
                   END-SEARCH
           END-READ.

       177-GUARDAR-BAIXA.
           IF QTD-BAIXAS < 800
               ADD 1 TO QTD-BAIXAS
               SET IX-BX TO QTD-BAIXAS
               MOVE BX-CLIENTE TO BT-CLIENTE(IX-BX)
               MOVE BX-NR-NOTA TO BT-NR-NOTA(IX-BX)
               MOVE BX-VALOR TO BT-VALOR(IX-BX)
               MOVE BX-DATA TO BT-DATA(IX-BX)
               IF BX-PARCELA IS NUMERIC
                   MOVE BX-PARCELA TO BT-PARCELA(IX-BX)
               ELSE
                   MOVE 0 TO BT-PARCELA(IX-BX)
               END-IF
               IF BX-JUROS IS NUMERIC
                   MOVE BX-JUROS TO BT-JUROS(IX-BX)
               ELSE
                   MOVE 0 TO BT-JUROS(IX-BX)
               END-IF
               MOVE BX-ORIGEM TO BT-ORIGEM(IX-BX)
           END-IF.

       180-CARREGAR-AGENDA.
           OPEN INPUT ARQ-PARCELAS
           IF WS-STATUS-PARCELAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 185-LER-PARCELA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE ARQ-PARCELAS.

       185-LER-PARCELA.
           READ ARQ-PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PARC-ESTORNO = 'E'
                       SET IX-AG TO 1
                       SEARCH AGENDA-TAB
                           AT END
                               CONTINUE
                           WHEN AG-NR-NOTA(IX-AG) = PARC-NR-NOTA
                                   AND AG-NUMERO(IX-AG) = PARC-NUMERO
                                   AND AG-CANCELADA(IX-AG) = 'N'
                               MOVE 'S' TO AG-CANCELADA(IX-AG)
                       END-SEARCH
                   ELSE
                       IF QTD-AGENDA < 400
                           ADD 1 TO QTD-AGENDA
                           SET IX-AG TO QTD-AGENDA
                           MOVE PARC-NR-NOTA TO AG-NR-NOTA(IX-AG)
                           MOVE PARC-NUMERO TO AG-NUMERO(IX-AG)
                           MOVE PARC-VALOR TO AG-VALOR(IX-AG)
                           MOVE PARC-VENCIMENTO
                               TO AG-VENCIMENTO(IX-AG)
                           MOVE 'N' TO AG-CANCELADA(IX-AG)
                           MOVE 0 TO AG-PAGO(IX-AG)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * reparte o baixado ate o fim do mes pelas parcelas da nota, em
      * ordem de numero, como REMESSA-BOLETOS faz com as baixas no
      * balcao.
      *****************************************************************
       190-ALOCAR-PAGAMENTOS.
           IF AG-CANCELADA(IX-AG) = 'N'
               PERFORM 195-PROCURAR-TITULO-PARCELA
               IF TITULO-ACHADO
                   MOVE TIT-BAIXADO-FIM(IX-TI) TO WS-SOBRA-PAGO
                   IF WS-SOBRA-PAGO > AG-VALOR(IX-AG)
                       MOVE AG-VALOR(IX-AG) TO WS-SOBRA-PAGO
                   END-IF
                   IF WS-SOBRA-PAGO > 0
                       MOVE WS-SOBRA-PAGO TO AG-PAGO(IX-AG)
                       SUBTRACT WS-SOBRA-PAGO
                           FROM TIT-BAIXADO-FIM(IX-TI)
                   END-IF
               END-IF
           END-IF.

       195-PROCURAR-TITULO-PARCELA.
           MOVE 'N' TO WS-FLAG-ACHOU
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   CONTINUE
               WHEN TIT-NR-NOTA(IX-TI) = AG-NR-NOTA(IX-AG)
                   SET TITULO-ACHADO TO TRUE
           END-SEARCH.

      *****************************************************************
      * abre o extrato de um cliente na primeira vez que um titulo
      * dele aparece na varredura, como POSICAO-RECEBER; cliente sem
      * saldo nem movimento no mes nao recebe extrato.
      *****************************************************************
       200-EXTRATO-POR-CLIENTE.
           IF TIT-IMPRESSO(IX-TI) = 'N'
               MOVE TIT-CLIENTE(IX-TI) TO WS-CLIENTE-CORRENTE
               PERFORM 205-MARCAR-TITULO-CLIENTE
                   VARYING WS-IX-VARRE FROM 1 BY 1
                   UNTIL WS-IX-VARRE > QTD-TITULOS
               IF WS-CLIENTE-PEDIDO = SPACES
                       OR WS-CLIENTE-PEDIDO = WS-CLIENTE-CORRENTE
                   PERFORM 210-APURAR-SALDOS
                   IF WS-SALDO-INICIAL NOT = 0
                           OR WS-SALDO-FINAL NOT = 0
                           OR WS-TOTAL-COMPRAS NOT = 0
                           OR WS-TOTAL-ESTORNOS NOT = 0
                           OR WS-TOTAL-PAGAMENTOS NOT = 0
                       PERFORM 300-EMITIR-EXTRATO
                   END-IF
               END-IF
           END-IF.

       205-MARCAR-TITULO-CLIENTE.
           IF TIT-CLIENTE(WS-IX-VARRE) = WS-CLIENTE-CORRENTE
               MOVE 'S' TO TIT-IMPRESSO(WS-IX-VARRE)
           END-IF.

      *****************************************************************
      * saldo inicial (compras menos estornos e baixas antes do mes),
      * movimento do mes e saldo final do cliente.
      *****************************************************************
       210-APURAR-SALDOS.
           MOVE 0 TO WS-SALDO-INICIAL WS-TOTAL-COMPRAS
               WS-TOTAL-ESTORNOS WS-TOTAL-PAGAMENTOS
           PERFORM 215-APURAR-LANCAMENTO
               VARYING IX-LC FROM 1 BY 1
               UNTIL IX-LC > QTD-LANCAMENTOS
           PERFORM 220-APURAR-BAIXA
               VARYING IX-BX FROM 1 BY 1 UNTIL IX-BX > QTD-BAIXAS
           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL
               + WS-TOTAL-COMPRAS - WS-TOTAL-ESTORNOS
               - WS-TOTAL-PAGAMENTOS.

       215-APURAR-LANCAMENTO.
           IF LC-CLIENTE(IX-LC) = WS-CLIENTE-CORRENTE
               EVALUATE TRUE
                   WHEN LC-DATA(IX-LC) < WS-DATA-INI
                       IF LC-ESTORNO(IX-LC) = 'E'
                           SUBTRACT LC-VALOR(IX-LC)
                               FROM WS-SALDO-INICIAL
                       ELSE
                           ADD LC-VALOR(IX-LC) TO WS-SALDO-INICIAL
                       END-IF
                   WHEN LC-DATA(IX-LC) > WS-DATA-FIM
                       CONTINUE
                   WHEN LC-ESTORNO(IX-LC) = 'E'
                       ADD LC-VALOR(IX-LC) TO WS-TOTAL-ESTORNOS
                   WHEN OTHER
                       ADD LC-VALOR(IX-LC) TO WS-TOTAL-COMPRAS
               END-EVALUATE
           END-IF.

       220-APURAR-BAIXA.
           IF BT-CLIENTE(IX-BX) = WS-CLIENTE-CORRENTE
               EVALUATE TRUE
                   WHEN BT-DATA(IX-BX) < WS-DATA-INI
                       SUBTRACT BT-VALOR(IX-BX) FROM WS-SALDO-INICIAL
                   WHEN BT-DATA(IX-BX) > WS-DATA-FIM
                       CONTINUE
                   WHEN OTHER
                       ADD BT-VALOR(IX-BX) TO WS-TOTAL-PAGAMENTOS
               END-EVALUATE
           END-IF.

      *****************************************************************
      * imprime o extrato do cliente: saldo anterior, compras e
      * estornos, pagamentos, parcelas do mes e em atraso com os
      * encargos da cobranca, e o saldo final.
      *****************************************************************
       300-EMITIR-EXTRATO.
           ADD 1 TO WS-QTD-EXTRATOS
           ADD WS-SALDO-FINAL TO WS-TOTAL-SALDOS-FINAIS
           MOVE WS-MES-NUMERO TO CE-MES
           MOVE WS-MES-ANO TO CE-ANO
           WRITE REG-EXTRATO-OUT FROM LINHA-SEPARADORA
           WRITE REG-EXTRATO-OUT FROM CABECALHO-EXTRATO
               AFTER ADVANCING 1 LINE
           MOVE WS-CLIENTE-CORRENTE TO LCE-CLIENTE
           MOVE '*** NAO CADASTRADO' TO LCE-NOME
           SET IX-CL TO 1
           SEARCH CLIENTE-TAB
               AT END
                   CONTINUE
               WHEN CODIGO-TAB(IX-CL) = WS-CLIENTE-CORRENTE
                   MOVE NOME-TAB(IX-CL) TO LCE-NOME
           END-SEARCH
           MOVE WS-DATA-INI TO LCE-DATA-INI
           MOVE WS-DATA-FIM TO LCE-DATA-FIM
           WRITE REG-EXTRATO-OUT FROM LINHA-CLIENTE-EXTRATO
               AFTER ADVANCING 1 LINE
           MOVE 'SALDO ANTERIOR:' TO LS-ROTULO
           MOVE WS-SALDO-INICIAL TO LS-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
               AFTER ADVANCING 2 LINES
           MOVE 'COMPRAS E ESTORNOS DO MES' TO LSE-TITULO
           WRITE REG-EXTRATO-OUT FROM LINHA-SECAO-EXTRATO
               AFTER ADVANCING 2 LINES
           PERFORM 310-LISTAR-COMPRA
               VARYING IX-LC FROM 1 BY 1
               UNTIL IX-LC > QTD-LANCAMENTOS
           MOVE 'PAGAMENTOS DO MES' TO LSE-TITULO
           WRITE REG-EXTRATO-OUT FROM LINHA-SECAO-EXTRATO
               AFTER ADVANCING 2 LINES
           PERFORM 320-LISTAR-PAGAMENTO
               VARYING IX-BX FROM 1 BY 1 UNTIL IX-BX > QTD-BAIXAS
           MOVE 'PARCELAS DO MES E EM ATRASO' TO LSE-TITULO
           WRITE REG-EXTRATO-OUT FROM LINHA-SECAO-EXTRATO
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-TOTAL-ENCARGOS WS-QTD-PARCELAS-CLIENTE
           PERFORM 330-LISTAR-PARCELA
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           MOVE 'TOTAL DE COMPRAS:' TO LS-ROTULO
           MOVE WS-TOTAL-COMPRAS TO LS-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL DE ESTORNOS:' TO LS-ROTULO
           MOVE WS-TOTAL-ESTORNOS TO LS-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DE PAGAMENTOS:' TO LS-ROTULO
           MOVE WS-TOTAL-PAGAMENTOS TO LS-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
               AFTER ADVANCING 1 LINE
           MOVE 'SALDO ATUAL:' TO LS-ROTULO
           MOVE WS-SALDO-FINAL TO LS-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
               AFTER ADVANCING 1 LINE
           IF WS-TOTAL-ENCARGOS > 0
               MOVE 'MULTA E JUROS POR ATRASO ATE A DATA:' TO LS-ROTULO
               MOVE WS-TOTAL-ENCARGOS TO LS-VALOR
               WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
                   AFTER ADVANCING 1 LINE
               COMPUTE LS-VALOR = WS-SALDO-FINAL + WS-TOTAL-ENCARGOS
               MOVE 'TOTAL PARA QUITACAO NA DATA:' TO LS-ROTULO
               WRITE REG-EXTRATO-OUT FROM LINHA-SALDO-EXTRATO
                   AFTER ADVANCING 1 LINE
           END-IF.

       310-LISTAR-COMPRA.
           IF LC-CLIENTE(IX-LC) = WS-CLIENTE-CORRENTE
                   AND LC-DATA(IX-LC) NOT < WS-DATA-INI
                   AND LC-DATA(IX-LC) NOT > WS-DATA-FIM
               MOVE LC-DATA(IX-LC) TO LM-DATA
               MOVE LC-NR-NOTA(IX-LC) TO LM-NR-NOTA
               MOVE SPACES TO LM-COMPLEMENTO
               IF LC-ESTORNO(IX-LC) = 'E'
                   MOVE 'ESTORNO' TO LM-HISTORICO
                   COMPUTE LM-VALOR = 0 - LC-VALOR(IX-LC)
               ELSE
                   MOVE 'COMPRA A PRAZO' TO LM-HISTORICO
                   MOVE LC-VALOR(IX-LC) TO LM-VALOR
               END-IF
               WRITE REG-EXTRATO-OUT FROM LINHA-MOVIMENTO-EXTRATO
                   AFTER ADVANCING 1 LINE
           END-IF.

       320-LISTAR-PAGAMENTO.
           IF BT-CLIENTE(IX-BX) = WS-CLIENTE-CORRENTE
                   AND BT-DATA(IX-BX) NOT < WS-DATA-INI
                   AND BT-DATA(IX-BX) NOT > WS-DATA-FIM
               MOVE BT-DATA(IX-BX) TO LM-DATA
               MOVE BT-NR-NOTA(IX-BX) TO LM-NR-NOTA
               MOVE SPACES TO LM-COMPLEMENTO
               EVALUATE BT-ORIGEM(IX-BX)
                   WHEN 'B'
                       MOVE 'PAGTO BOLETO' TO LM-HISTORICO
                       MOVE 'PARCELA' TO LM-COMPLEMENTO
                       MOVE BT-PARCELA(IX-BX) TO LM-COMPLEMENTO(9:2)
                   WHEN 'P'
                       MOVE 'BAIXA P/ PERDA' TO LM-HISTORICO
                   WHEN OTHER
                       MOVE 'PAGAMENTO' TO LM-HISTORICO
               END-EVALUATE
               COMPUTE LM-VALOR = 0 - BT-VALOR(IX-BX)
               WRITE REG-EXTRATO-OUT FROM LINHA-MOVIMENTO-EXTRATO
                   AFTER ADVANCING 1 LINE
               IF BT-JUROS(IX-BX) > 0
                   MOVE 'ENCARGOS PAGOS' TO LM-HISTORICO
                   MOVE SPACES TO LM-COMPLEMENTO
                   MOVE BT-JUROS(IX-BX) TO LM-VALOR
                   WRITE REG-EXTRATO-OUT FROM LINHA-MOVIMENTO-EXTRATO
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *****************************************************************
      * parcela do cliente vencendo no mes, ou vencida antes e ainda
      * em aberto: situacao na data e, quando em atraso, multa e
      * juros sobre o que resta, pelas taxas de COBRANCA-PARCELAS.
      *****************************************************************
       330-LISTAR-PARCELA.
           IF AG-CANCELADA(IX-AG) = 'N'
                   AND AG-VENCIMENTO(IX-AG) NOT > WS-DATA-FIM
               PERFORM 195-PROCURAR-TITULO-PARCELA
               IF TITULO-ACHADO
                   IF TIT-CLIENTE(IX-TI) = WS-CLIENTE-CORRENTE
                       COMPUTE WS-RESTO-PARCELA =
                           AG-VALOR(IX-AG) - AG-PAGO(IX-AG)
                       IF AG-VENCIMENTO(IX-AG) NOT < WS-DATA-INI
                               OR WS-RESTO-PARCELA > 0
                           PERFORM 335-IMPRIMIR-PARCELA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       335-IMPRIMIR-PARCELA.
           ADD 1 TO WS-QTD-PARCELAS-CLIENTE
           MOVE 0 TO WS-VALOR-MULTA WS-VALOR-JUROS
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ENCARGOS)
               - FUNCTION INTEGER-OF-DATE(AG-VENCIMENTO(IX-AG))
           EVALUATE TRUE
               WHEN WS-RESTO-PARCELA NOT > 0
                   MOVE 'PAGA' TO LPE-SITUACAO
               WHEN WS-DIAS-ATRASO > 0
                   MOVE 'VENCIDA' TO LPE-SITUACAO
                   COMPUTE WS-VALOR-MULTA ROUNDED =
                       WS-RESTO-PARCELA * WS-MULTA-PCT / 100
                   COMPUTE WS-VALOR-JUROS ROUNDED =
                       WS-RESTO-PARCELA * WS-JUROS-MES-PCT / 100
                       * WS-DIAS-ATRASO / 30
               WHEN OTHER
                   MOVE 'A VENCER' TO LPE-SITUACAO
           END-EVALUATE
           MOVE AG-NR-NOTA(IX-AG) TO LPE-NR-NOTA
           MOVE AG-NUMERO(IX-AG) TO LPE-NUMERO
           MOVE AG-VENCIMENTO(IX-AG) TO LPE-VENCIMENTO
           MOVE AG-VALOR(IX-AG) TO LPE-VALOR
           IF WS-RESTO-PARCELA > 0
               MOVE WS-RESTO-PARCELA TO LPE-RESTO
           ELSE
               MOVE 0 TO LPE-RESTO
           END-IF
           COMPUTE LPE-ENCARGOS = WS-VALOR-MULTA + WS-VALOR-JUROS
           ADD WS-VALOR-MULTA WS-VALOR-JUROS TO WS-TOTAL-ENCARGOS
           WRITE REG-EXTRATO-OUT FROM LINHA-PARCELA-EXTRATO
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * total de controle: a soma dos saldos finais dos extratos e o
      * saldo geral em aberto apurado como POSICAO-RECEBER o apura.
      * no mes corrente, sem filtro de cliente, os dois conferem.
      *****************************************************************
       400-GRAVAR-CONTROLE.
           PERFORM 410-SOMAR-POSICAO
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           WRITE REG-EXTRATO-OUT FROM LINHA-SEPARADORA
               AFTER ADVANCING 2 LINES
           MOVE 'SOMA DOS SALDOS ATUAIS DOS EXTRATOS:' TO LCT-ROTULO
           MOVE WS-TOTAL-SALDOS-FINAIS TO LCT-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-CONTROLE
               AFTER ADVANCING 1 LINE
           MOVE 'SALDO GERAL EM ABERTO (POSICAO):' TO LCT-ROTULO
           MOVE WS-SALDO-POSICAO TO LCT-VALOR
           WRITE REG-EXTRATO-OUT FROM LINHA-CONTROLE
               AFTER ADVANCING 1 LINE
           IF WS-CLIENTE-PEDIDO = SPACES
                   AND WS-DATA-FIM NOT < WS-DATA-OFICIAL
                   AND WS-TOTAL-SALDOS-FINAIS NOT = WS-SALDO-POSICAO
               MOVE '*** EXTRATOS NAO CONFEREM COM A POSICAO'
                   TO LCT-ROTULO
               COMPUTE LCT-VALOR =
                   WS-TOTAL-SALDOS-FINAIS - WS-SALDO-POSICAO
               WRITE REG-EXTRATO-OUT FROM LINHA-CONTROLE
                   AFTER ADVANCING 1 LINE
               DISPLAY '*** EXTRATOS NAO CONFEREM COM A POSICAO '
                   'DE CONTAS A RECEBER ***'
           END-IF.

       410-SOMAR-POSICAO.
           COMPUTE WS-SALDO-POSICAO = WS-SALDO-POSICAO
               + TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI).

       END PROGRAM EXTRATO-CLIENTES.
