      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Cash flow projection for the next 13 weeks from the
      *          movement date: the open installments of PARCELAS.TXT
      *          net of BAIXAS-RECEBER.TXT (and of the write-offs in
      *          PERDAS-RECEBER.TXT) on their due dates, the card
      *          credits still expected from the recent card sales of
      *          LOG-TRANSACOES.TXT (sale date plus P209-PRAZO-CARTAO
      *          days, default 30, net of P209-TAXA-CARTAO; credits
      *          already announced in EXTRATO-ADQUIRENTE.TXT on their
      *          own date), the supplier titles of CONTAS-PAGAR.TXT
      *          net of BAIXAS-PAGAR.TXT (overdue ones in week 1) and
      *          the payroll taken from the latest month of
      *          HISTORICO-FOLHA.CBDB: the advance on the 15th, the
      *          rest of the net at month end and the 13th on
      *          December 20. Week by week inflows, outflows and the
      *          running balance from the opening figure keyed in
      *          P209-SALDO-INICIAL, weeks below zero highlighted, in
      *          RELAT-FLUXO-CAIXA.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECAO-FLUXO-CAIXA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-PARCELAS
           ASSIGN TO '.\PARCELAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARCELAS.
       SELECT OPTIONAL BAIXAS-RECEBER
           ASSIGN TO '.\BAIXAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BAIXAS.
      * titulos baixados como perda por BAIXA-PERDAS; as parcelas
      * de nota ainda lancada como perda nao entram no caixa.
       SELECT OPTIONAL PERDAS-RECEBER
           ASSIGN TO '.\PERDAS-RECEBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.
       SELECT OPTIONAL LOG-TRANSACOES
           ASSIGN TO WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
      * geracoes mensais do log ja arquivadas por ROLAGEM-LOG.
       SELECT OPTIONAL GERACOES-LOG
           ASSIGN TO '.\GERACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACOES.
       SELECT OPTIONAL EXTRATO-ADQUIRENTE
           ASSIGN TO '.\EXTRATO-ADQUIRENTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.
       SELECT OPTIONAL CONTAS-PAGAR
           ASSIGN TO '.\CONTAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAR.
       SELECT OPTIONAL BAIXAS-PAGAR
           ASSIGN TO '.\BAIXAS-PAGAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BAIXAS-PAGAR.
       SELECT OPTIONAL HISTORICO-FOLHA
           ASSIGN TO '.\HISTORICO-FOLHA.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
       SELECT RELAT-FLUXO
           ASSIGN TO '.\RELAT-FLUXO-CAIXA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * data oficial do movimento, definida pelo utilitario do
      * operador; na ausencia do arquivo vale o relogio da maquina.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
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

      * mesma largura de colunas gravada por CALC4 (250-REGISTRAR-LOG
      * e 255-REGISTRAR-LOG-NOTA), lida como texto para que os
      * valores editados possam ser reconvertidos em numeros.
       FD LOG-TRANSACOES LABEL RECORDS ARE STANDARD.
       01 REG-LOG-IN.
           05 LOG-QUANTIDADE-X  PIC X(6).
           05 PIC X.
           05 LOG-PRECO-X       PIC X(6).
           05 PIC X.
           05 LOG-TOTAL-X       PIC X(13).
           05 PIC X.
           05 LOG-VALOR-TAXA-X  PIC X(13).
           05 PIC X.
           05 LOG-TOTAL-GERAL-X PIC X(14).
           05 PIC X.
           05 LOG-CODIGO-PRODUTO-X PIC X(6).
           05 PIC X.
           05 LOG-PRECO-MANUAL-X PIC X.
           05 PIC X.
           05 LOG-CLIENTE-X PIC X(5).
           05 PIC X.
           05 LOG-NR-NOTA-X PIC X(6).
           05 PIC X.
           05 LOG-DESCONTO-X PIC X(13).
           05 PIC X.
           05 LOG-FORMA-PAGTO-X PIC X.
           05 PIC X.
           05 LOG-PARCELAS-X PIC XX.
           05 PIC X.
           05 LOG-OPERADOR-X PIC X(5).
           05 PIC X.
           05 LOG-ESTORNO-X PIC X.
           05 PIC X.
           05 LOG-DATA-X PIC X(8).
           05 PIC X.
           05 LOG-CAIXA-X PIC XX.
           05 PIC X.
           05 LOG-PROMOCAO-X PIC X(6).
      * parte do total geral paga com vale-troca, fora do cartao
           05 PIC X.
           05 LOG-NR-VALE-X PIC X(6).
           05 PIC X.
           05 LOG-VALOR-VALE-X PIC X(13).

       FD GERACOES-LOG LABEL RECORDS ARE STANDARD.
       01 REG-GERACAO.
           05 GL-GERACAO PIC 9(6).

      * mesmo leiaute lido por CONCILIA-CARTAO.
       FD EXTRATO-ADQUIRENTE LABEL RECORDS ARE STANDARD.
       01 REG-EXTRATO-IN.
           05 ADQ-DATA-VENDA PIC 9(8).
           05 PIC X.
           05 ADQ-CAIXA PIC 99.
           05 PIC X.
           05 ADQ-VALOR-BRUTO PIC 9(8)V99.
           05 PIC X.
           05 ADQ-VALOR-TAXA PIC 9(6)V99.
           05 PIC X.
           05 ADQ-VALOR-LIQUIDO PIC 9(8)V99.
           05 PIC X.
           05 ADQ-DATA-CREDITO PIC 9(8).
           05 PIC X.
           05 ADQ-AUTORIZACAO PIC X(6).

      * mesmo leiaute gravado por 235-GRAVAR-TITULO-PAGAR em
      * ENTRADA-MERCADORIA.
       FD CONTAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-PAGAR-IN.
           05 CP-FORNECEDOR PIC X(5).
           05 PIC X.
           05 CP-NOTA-ENTREGA PIC X(10).
           05 PIC X.
           05 CP-VALOR PIC 9(8)V99.
           05 PIC X.
           05 CP-EMISSAO PIC 9(8).
           05 PIC X.
           05 CP-VENCIMENTO PIC 9(8).
           05 PIC X.
           05 CP-NR-PEDIDO PIC 9(6).

      * mesmo leiaute gravado por BAIXA-PAGAR.
       FD BAIXAS-PAGAR LABEL RECORDS ARE STANDARD.
       01 REG-BAIXA-PAGAR-IN.
           05 BP-FORNECEDOR PIC X(5).
           05 PIC X.
           05 BP-NOTA-ENTREGA PIC X(10).
           05 PIC X.
           05 BP-VALOR PIC 9(8)V99.
           05 PIC X.
           05 BP-DATA PIC 9(8).

      * mesmo leiaute gravado por GRAVAR-HISTORICO-FOLHA em PAGE-462.
       FD HISTORICO-FOLHA LABEL RECORDS ARE STANDARD.
       01 REG-HIST-FOLHA.
           05 HF-ANO PIC 9(4).
           05 HF-MES PIC 99.
           05 HF-NR-EMPREGADO PIC 9(5).
           05 HF-NOME PIC X(20).
           05 HF-BRUTO PIC 9(6)V99.
           05 HF-REDUCAO PIC 9(5)V99.
           05 HF-DEDUCAO PIC 9(5)V99.
           05 HF-IMP-FEDERAL PIC 9(5)V99.
           05 HF-IMP-ESTADUAL PIC 9(5)V99.
           05 HF-IMP-ADICIONAL PIC 9(5)V99.
      * liquido do mes inteiro, adiantamento do dia 15 incluido
           05 HF-LIQUIDO PIC 9(5)V99.
           05 HF-VALOR-FERIAS PIC 9(5)V99.
           05 HF-DEPTO PIC XX.
           05 HF-INSS PIC 9(5)V99.
           05 HF-INSS-PATRONAL PIC 9(5)V99.
           05 HF-FGTS PIC 9(5)V99.
           05 HF-ADIANTAMENTO PIC 9(5)V99.
           05 HF-CONSIGNADO PIC 9(5)V99.
           05 HF-PENSAO PIC 9(5)V99.

       FD RELAT-FLUXO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(140).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PARCELAS PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
       01 WS-STATUS-PERDAS PIC XX.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-GERACOES PIC XX.
       01 WS-STATUS-EXTRATO PIC XX.
       01 WS-STATUS-PAGAR PIC XX.
       01 WS-STATUS-BAIXAS-PAGAR PIC XX.
       01 WS-STATUS-HIST PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-FIM-GERACOES PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DIAS-HOJE PIC 9(7) VALUE 0.
       01 WS-ARQ-LOG PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.

      * parametros: saldo de abertura digitado pela tesouraria, prazo
      * de credito da adquirente em dias e a taxa contratada em
      * percentual, a mesma da conciliacao de cartao.
       01 WS-SALDO-ENV PIC X(16).
       01 WS-PRAZO-ENV PIC X(3).
       01 WS-TAXA-ENV PIC X(8).
       01 WS-SALDO-INICIAL PIC S9(10)V99 VALUE 0.
       01 WS-PRAZO-CARTAO PIC 999 VALUE 30.
       01 WS-TAXA-CARTAO PIC 99V99 VALUE 0.

      * treze semanas de sete dias a partir da data do movimento
       01 WS-QTD-SEMANAS PIC 99 VALUE 13.
       01 WS-DIAS-HORIZONTE PIC 999 VALUE 91.
       01 WS-DATA-LIMITE PIC 9(8) VALUE 0.
       01 WS-TAB-SEMANAS.
           05 SEMANA-TAB OCCURS 13 TIMES INDEXED BY IX-SE.
               10 SEM-INICIO PIC 9(8).
               10 SEM-FIM PIC 9(8).
               10 SEM-PARCELAS PIC S9(10)V99.
               10 SEM-CARTAO PIC S9(10)V99.
               10 SEM-FORNECEDORES PIC S9(10)V99.
               10 SEM-FOLHA PIC S9(10)V99.

      * evento de caixa a lancar na sua semana
       01 WS-EV-DATA PIC 9(8) VALUE 0.
       01 WS-EV-VALOR PIC S9(10)V99 VALUE 0.
       01 WS-EV-TIPO PIC X VALUE SPACE.
           88 EV-PARCELA VALUE 'P'.
           88 EV-CARTAO VALUE 'C'.
           88 EV-FORNECEDOR VALUE 'F'.
           88 EV-FOLHA VALUE 'S'.
       01 WS-EV-DESCRICAO PIC X(25) VALUE SPACES.
       01 WS-EV-DIAS PIC S9(7) VALUE 0.
       01 WS-EV-SEMANA PIC 99 VALUE 0.

      * agenda de parcelas a receber; o pago por parcela vem das
      * baixas do banco e da distribuicao das baixas de balcao.
       01 WS-TAB-AGENDA.
           05 QTD-AGENDA PIC 9(4) VALUE 0.
           05 AGENDA-TAB OCCURS 1000 TIMES INDEXED BY IX-AG.
               10 AG-NR-NOTA PIC 9(6).
               10 AG-NUMERO PIC 99.
               10 AG-VALOR PIC 9(8)V99.
               10 AG-VENCIMENTO PIC 9(8).
               10 AG-CANCELADA PIC X.
               10 AG-PAGO PIC 9(8)V99.

      * baixas de balcao acumuladas por nota, a distribuir
       01 WS-TAB-BALCAO.
           05 QTD-BALCAO PIC 999 VALUE 0.
           05 BALCAO-TAB OCCURS 400 TIMES INDEXED BY IX-BC.
               10 BC-NR-NOTA PIC 9(6).
               10 BC-VALOR PIC S9(9)V99.
       01 WS-SOBRA-MANUAL PIC S9(9)V99 VALUE 0.
       01 WS-RESTO-PARCELA PIC S9(9)V99 VALUE 0.

      * valor ainda lancado como perda por nota (perda - reintegracao)
       01 WS-TAB-PERDAS.
           05 QTD-PERDAS PIC 999 VALUE 0.
           05 PERDA-TAB OCCURS 400 TIMES INDEXED BY IX-PD.
               10 PE-NR-NOTA PIC 9(6).
               10 PE-VALOR PIC S9(9)V99.

      * vendas no cartao ainda sem credito da adquirente
       01 WS-DATA-INI-CARTAO PIC 9(8) VALUE 0.
       01 WS-MES-INI-CARTAO PIC 9(6) VALUE 0.
       01 WS-VALOR-TAXA PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-GERAL PIC S9(8)V99 VALUE 0.
       01 WS-VALOR-VALE PIC S9(7)V99 VALUE 0.
       01 WS-DATA-LINHA PIC 9(8) VALUE 0.
       01 WS-CAIXA-LINHA PIC 99 VALUE 0.
       01 WS-NOTA-LINHA PIC 9(6) VALUE 0.
       01 WS-TAB-NOTAS.
           05 QTD-NOTAS PIC 9(4) VALUE 0.
           05 NOTA-TAB OCCURS 1000 TIMES INDEXED BY IX-NT.
               10 NT-DATA PIC 9(8).
               10 NT-CAIXA PIC 99.
               10 NT-NUMERO PIC 9(6).
               10 NT-VALOR PIC 9(8)V99.
               10 NT-SITUACAO PIC X.
                   88 NT-PENDENTE VALUE 'P'.
                   88 NT-LIQUIDADA VALUE 'L'.
                   88 NT-ESTORNADA VALUE 'E'.

      * titulos a pagar, um por fornecedor+nota de entrega
       01 WS-TAB-TITULOS.
           05 QTD-TITULOS PIC 999 VALUE 0.
           05 TITULO-TAB OCCURS 300 TIMES INDEXED BY IX-TI.
               10 TIT-FORNECEDOR PIC X(5).
               10 TIT-NOTA-ENTREGA PIC X(10).
               10 TIT-VALOR PIC S9(9)V99.
               10 TIT-BAIXADO PIC S9(9)V99.
               10 TIT-VENCIMENTO PIC 9(8).
       01 WS-SALDO-TITULO PIC S9(9)V99 VALUE 0.

      * folha de referencia: a competencia mais recente do historico.
       01 WS-PERIODO-LIDO PIC 9(6) VALUE 0.
       01 WS-PERIODO-FOLHA PIC 9(6) VALUE 0.
       01 WS-FOLHA-QTD PIC 9(5) VALUE 0.
       01 WS-FOLHA-LIQUIDO PIC S9(9)V99 VALUE 0.
       01 WS-FOLHA-ADIANTAMENTO PIC S9(9)V99 VALUE 0.
       01 WS-ANO-DECIMO-PAGO PIC 9(4) VALUE 0.
       01 WS-ANO-CURSOR PIC 9(4) VALUE 0.
       01 WS-MES-CURSOR PIC 99 VALUE 0.
       01 WS-IX-MES PIC 9 VALUE 0.
       01 WS-DATA-PROX-MES PIC 9(8) VALUE 0.

      * pagamentos da folha lancados, listados no fim do relatorio
       01 WS-TAB-EVENTOS-FOLHA.
           05 QTD-EVENTOS-FOLHA PIC 99 VALUE 0.
           05 EVENTO-FOLHA OCCURS 15 TIMES INDEXED BY IX-EF.
               10 EF-DATA PIC 9(8).
               10 EF-DESCRICAO PIC X(25).
               10 EF-VALOR PIC S9(9)V99.

       01 WS-TOTAIS.
           05 WS-QTD-PARCELAS PIC 9(5) VALUE 0.
           05 WS-QTD-VENCIDAS PIC 9(5) VALUE 0.
           05 WS-SOMA-VENCIDAS PIC S9(10)V99 VALUE 0.
           05 WS-QTD-CARTAO PIC 9(5) VALUE 0.
           05 WS-QTD-PAGAR PIC 9(5) VALUE 0.
           05 WS-QTD-PAGAR-VENCIDOS PIC 9(5) VALUE 0.
           05 WS-SOMA-PAGAR-VENCIDOS PIC S9(10)V99 VALUE 0.
           05 WS-QTD-SEMANAS-NEGATIVAS PIC 99 VALUE 0.
           05 WS-ENTRADAS-SEMANA PIC S9(10)V99 VALUE 0.
           05 WS-SAIDAS-SEMANA PIC S9(10)V99 VALUE 0.
           05 WS-SALDO-CORRENTE PIC S9(10)V99 VALUE 0.
           05 WS-TOTAL-PARCELAS PIC S9(10)V99 VALUE 0.
           05 WS-TOTAL-CARTAO PIC S9(10)V99 VALUE 0.
           05 WS-TOTAL-FORNECEDORES PIC S9(10)V99 VALUE 0.
           05 WS-TOTAL-FOLHA PIC S9(10)V99 VALUE 0.
           05 WS-TOTAL-ENTRADAS PIC S9(10)V99 VALUE 0.
           05 WS-TOTAL-SAIDAS PIC S9(10)V99 VALUE 0.

       01 CABECALHO-FLUXO.
           05 PIC X(40) VALUE
               '# PROJECAO DE FLUXO DE CAIXA - 13 SEMANA'.
           05 PIC X(14) VALUE 'S A PARTIR DE '.
           05 CAB-DATA PIC 9(8).
       01 LINHA-PARAMETROS.
           05 PIC X(17) VALUE 'SALDO INICIAL:   '.
           05 LP-SALDO PIC ZZZ,ZZZ,ZZ9.99-.
           05 PIC X(22) VALUE '   PRAZO DO CARTAO:   '.
           05 LP-PRAZO PIC ZZ9.
           05 PIC X(17) VALUE ' DIAS, TAXA:     '.
           05 LP-TAXA PIC Z9.99.
           05 PIC X VALUE '%'.
       01 TITULO-SEMANAS.
           05 PIC X(45) VALUE
               'SM DE       A          PARCELAS        CARTAO'.
           05 PIC X(42) VALUE
               '      ENTRADAS  FORNECEDORES         FOLHA'.
           05 PIC X(32) VALUE
               '        SAIDAS           SALDO  '.
       01 LINHA-SEMANA.
           05 LS-SEMANA PIC Z9.
           05 PIC X VALUE SPACE.
           05 LS-INICIO PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LS-FIM PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LS-PARCELAS PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LS-CARTAO PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LS-ENTRADAS PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LS-FORNECEDORES PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LS-FOLHA PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LS-SAIDAS PIC ZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LS-SALDO PIC ZZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LS-ALERTA PIC X(16).
       01 LINHA-TOTAL.
           05 PIC X(21) VALUE 'TOTAL DAS 13 SEMANAS '.
           05 LT-PARCELAS PIC ZZZ,ZZZ,ZZ9.99.
           05 LT-CARTAO PIC ZZZ,ZZZ,ZZ9.99.
           05 LT-ENTRADAS PIC ZZZ,ZZZ,ZZ9.99.
           05 LT-FORNECEDORES PIC ZZZ,ZZZ,ZZ9.99.
           05 LT-FOLHA PIC ZZZ,ZZZ,ZZ9.99.
           05 LT-SAIDAS PIC ZZZ,ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 LT-SALDO PIC ZZZ,ZZZ,ZZ9.99-.
       01 LINHA-SECAO.
           05 PIC X(2) VALUE '# '.
           05 LSC-TITULO PIC X(60).
       01 LINHA-NOTA.
           05 LN-ROTULO PIC X(45).
           05 LN-VALOR PIC ZZZ,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 LN-QTD PIC ZZZZ9.
           05 PIC X VALUE SPACE.
           05 LN-COMPLEMENTO PIC X(40).
       01 LINHA-FOLHA.
           05 LF-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LF-DESCRICAO PIC X(25).
           05 PIC X VALUE SPACE.
           05 LF-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           PERFORM 120-LER-PARAMETROS
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OFICIAL)
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE + WS-DIAS-HORIZONTE - 1)
           PERFORM 130-MONTAR-SEMANA
               VARYING IX-SE FROM 1 BY 1 UNTIL IX-SE > WS-QTD-SEMANAS
           PERFORM 150-CARREGAR-AGENDA
           PERFORM 160-CARREGAR-PERDAS
           PERFORM 170-CARREGAR-BAIXAS
           PERFORM 180-ALOCAR-BAIXAS-MANUAIS
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           PERFORM 190-PROJETAR-PARCELA
               VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           PERFORM 200-CARREGAR-VENDAS-CARTAO
           PERFORM 240-CARREGAR-EXTRATO
           PERFORM 250-PROJETAR-CARTAO
               VARYING IX-NT FROM 1 BY 1 UNTIL IX-NT > QTD-NOTAS
           PERFORM 300-CARREGAR-PAGAR
           PERFORM 310-CARREGAR-BAIXAS-PAGAR
           PERFORM 320-PROJETAR-TITULO-PAGAR
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           PERFORM 400-CARREGAR-FOLHA
           IF WS-PERIODO-FOLHA > 0
               MOVE WS-DATA-OFICIAL(1:4) TO WS-ANO-CURSOR
               MOVE WS-DATA-OFICIAL(5:2) TO WS-MES-CURSOR
               PERFORM 410-PROJETAR-MES-FOLHA
                   VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 5
           END-IF
           OPEN OUTPUT RELAT-FLUXO
           PERFORM 600-ESCREVER-CABECALHO
           MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRENTE
           PERFORM 610-ESCREVER-SEMANA
               VARYING IX-SE FROM 1 BY 1 UNTIL IX-SE > WS-QTD-SEMANAS
           PERFORM 620-ESCREVER-TOTAIS
           PERFORM 630-ESCREVER-OBSERVACOES
           CLOSE RELAT-FLUXO
           DISPLAY 'FLUXO DE CAIXA ' WS-DATA-OFICIAL ' A '
               WS-DATA-LIMITE ': ' WS-QTD-PARCELAS ' PARCELA(S), '
               WS-QTD-CARTAO ' CREDITO(S) DE CARTAO, '
               WS-QTD-PAGAR ' TITULO(S) A PAGAR'
           IF WS-QTD-SEMANAS-NEGATIVAS > 0
               DISPLAY '*** FLUXO: ' WS-QTD-SEMANAS-NEGATIVAS
                   ' SEMANA(S) COM SALDO NEGATIVO ***'
           END-IF
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
      * saldo de abertura de P209-SALDO-INICIAL (ex.: 15000.00 ou
      * -2500.00), prazo do credito do cartao em dias de
      * P209-PRAZO-CARTAO e taxa da adquirente de P209-TAXA-CARTAO.
      *****************************************************************
       120-LER-PARAMETROS.
           MOVE SPACES TO WS-SALDO-ENV
           ACCEPT WS-SALDO-ENV FROM ENVIRONMENT 'P209-SALDO-INICIAL'
           IF WS-SALDO-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SALDO-ENV) TO WS-SALDO-INICIAL
           ELSE
               DISPLAY 'P209-SALDO-INICIAL NAO INFORMADO, SALDO '
                   'INICIAL ASSUMIDO ZERO'
           END-IF
           MOVE SPACES TO WS-PRAZO-ENV
           ACCEPT WS-PRAZO-ENV FROM ENVIRONMENT 'P209-PRAZO-CARTAO'
           IF WS-PRAZO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PRAZO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PRAZO-ENV) TO WS-PRAZO-CARTAO
           END-IF
           MOVE SPACES TO WS-TAXA-ENV
           ACCEPT WS-TAXA-ENV FROM ENVIRONMENT 'P209-TAXA-CARTAO'
           IF WS-TAXA-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TAXA-ENV) TO WS-TAXA-CARTAO
           ELSE
               DISPLAY 'P209-TAXA-CARTAO NAO INFORMADA, CARTAO '
                   'PROJETADO PELO VALOR BRUTO'
           END-IF.

       130-MONTAR-SEMANA.
           COMPUTE SEM-INICIO(IX-SE) = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE + (IX-SE - 1) * 7)
           COMPUTE SEM-FIM(IX-SE) = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE + IX-SE * 7 - 1)
           MOVE 0 TO SEM-PARCELAS(IX-SE) SEM-CARTAO(IX-SE)
               SEM-FORNECEDORES(IX-SE) SEM-FOLHA(IX-SE).

      *****************************************************************
      * agenda de parcelas, com as linhas de estorno 'E' cancelando a
      * parcela original da mesma nota e numero, como na cobranca.
      *****************************************************************
       150-CARREGAR-AGENDA.
           OPEN INPUT ARQ-PARCELAS
           IF WS-STATUS-PARCELAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 155-LER-PARCELA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE ARQ-PARCELAS.

       155-LER-PARCELA.
           READ ARQ-PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PARC-ESTORNO = 'E'
                       PERFORM 156-CANCELAR-PARCELA
                   ELSE
                       IF QTD-AGENDA < 1000
                           ADD 1 TO QTD-AGENDA
                           MOVE PARC-NR-NOTA
                               TO AG-NR-NOTA(QTD-AGENDA)
                           MOVE PARC-NUMERO TO AG-NUMERO(QTD-AGENDA)
                           MOVE PARC-VALOR TO AG-VALOR(QTD-AGENDA)
                           MOVE PARC-VENCIMENTO
                               TO AG-VENCIMENTO(QTD-AGENDA)
                           MOVE 'N' TO AG-CANCELADA(QTD-AGENDA)
                           MOVE 0 TO AG-PAGO(QTD-AGENDA)
                       ELSE
                           DISPLAY 'PARCELA IGNORADA, TABELA '
                               'CHEIA: ' PARC-NR-NOTA
                       END-IF
                   END-IF
           END-READ.

       156-CANCELAR-PARCELA.
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
      * acumula por nota o valor lancado como perda, abatendo as
      * reintegracoes; as parcelas das notas que continuam como perda
      * ficam fora da projecao.
      *****************************************************************
       160-CARREGAR-PERDAS.
           OPEN INPUT PERDAS-RECEBER
           IF WS-STATUS-PERDAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 165-LER-PERDA
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE PERDAS-RECEBER
           IF QTD-PERDAS > 0
               PERFORM 168-CANCELAR-NOTA-PERDIDA
                   VARYING IX-AG FROM 1 BY 1 UNTIL IX-AG > QTD-AGENDA
           END-IF.

       165-LER-PERDA.
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
                               PERFORM 166-SOMAR-PERDA
                           END-IF
                       WHEN PE-NR-NOTA(IX-PD) = PD-NR-NOTA
                           PERFORM 166-SOMAR-PERDA
                   END-SEARCH
           END-READ.

       166-SOMAR-PERDA.
           IF PD-TIPO = 'R'
               SUBTRACT PD-VALOR FROM PE-VALOR(IX-PD)
           ELSE
               ADD PD-VALOR TO PE-VALOR(IX-PD)
           END-IF.

       168-CANCELAR-NOTA-PERDIDA.
           SET IX-PD TO 1
           SEARCH PERDA-TAB
               AT END
                   CONTINUE
               WHEN PE-NR-NOTA(IX-PD) = AG-NR-NOTA(IX-AG)
                   IF PE-VALOR(IX-PD) > 0
                       MOVE 'S' TO AG-CANCELADA(IX-AG)
                   END-IF
           END-SEARCH.

      *****************************************************************
      * baixas ja postadas: as vindas do banco ('B') quitam a parcela
      * do boleto; as de balcao somam na nota e sao distribuidas
      * pelas parcelas em 180, como na remessa de boletos.
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
                       PERFORM 176-ACUMULAR-BALCAO
                   END-IF
           END-READ.

       176-ACUMULAR-BALCAO.
           SET IX-BC TO 1
           SEARCH BALCAO-TAB
               AT END
                   IF QTD-BALCAO < 400
                       ADD 1 TO QTD-BALCAO
                       SET IX-BC TO QTD-BALCAO
                       MOVE BX-NR-NOTA TO BC-NR-NOTA(IX-BC)
                       MOVE BX-VALOR TO BC-VALOR(IX-BC)
                   END-IF
               WHEN BC-NR-NOTA(IX-BC) = BX-NR-NOTA
                   ADD BX-VALOR TO BC-VALOR(IX-BC)
           END-SEARCH.

      *****************************************************************
      * distribui o pago no balcao pelas parcelas da nota, da menor
      * para a maior, na ordem em que a agenda foi gravada.
      *****************************************************************
       180-ALOCAR-BAIXAS-MANUAIS.
           IF AG-CANCELADA(IX-AG) = 'N' AND QTD-BALCAO > 0
               SET IX-BC TO 1
               SEARCH BALCAO-TAB
                   AT END
                       CONTINUE
                   WHEN BC-NR-NOTA(IX-BC) = AG-NR-NOTA(IX-AG)
                       PERFORM 185-ABATER-PARCELA
               END-SEARCH
           END-IF.

       185-ABATER-PARCELA.
           MOVE BC-VALOR(IX-BC) TO WS-SOBRA-MANUAL
           COMPUTE WS-RESTO-PARCELA =
               AG-VALOR(IX-AG) - AG-PAGO(IX-AG)
           IF WS-SOBRA-MANUAL > 0 AND WS-RESTO-PARCELA > 0
               IF WS-SOBRA-MANUAL > WS-RESTO-PARCELA
                   MOVE WS-RESTO-PARCELA TO WS-SOBRA-MANUAL
               END-IF
               ADD WS-SOBRA-MANUAL TO AG-PAGO(IX-AG)
               SUBTRACT WS-SOBRA-MANUAL FROM BC-VALOR(IX-BC)
           END-IF.

      *****************************************************************
      * o saldo de cada parcela ativa entra na semana do vencimento;
      * a parcela ja vencida nao tem data certa de entrada e fica fora
      * da projecao, apenas totalizada nas observacoes.
      *****************************************************************
       190-PROJETAR-PARCELA.
           IF AG-CANCELADA(IX-AG) = 'N'
               COMPUTE WS-RESTO-PARCELA =
                   AG-VALOR(IX-AG) - AG-PAGO(IX-AG)
               IF WS-RESTO-PARCELA > 0
                   IF AG-VENCIMENTO(IX-AG) < WS-DATA-OFICIAL
                       ADD 1 TO WS-QTD-VENCIDAS
                       ADD WS-RESTO-PARCELA TO WS-SOMA-VENCIDAS
                   ELSE
                       IF AG-VENCIMENTO(IX-AG) NOT > WS-DATA-LIMITE
                           ADD 1 TO WS-QTD-PARCELAS
                       END-IF
                       MOVE AG-VENCIMENTO(IX-AG) TO WS-EV-DATA
                       MOVE WS-RESTO-PARCELA TO WS-EV-VALOR
                       SET EV-PARCELA TO TRUE
                       PERFORM 500-LANCAR-EVENTO
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * vendas no cartao dos ultimos P209-PRAZO-CARTAO dias, do log
      * vivo e das geracoes arquivadas do mesmo periodo; as mais
      * antigas ja deveriam estar creditadas e a falta delas e
      * assunto da conciliacao de cartao.
      *****************************************************************
       200-CARREGAR-VENDAS-CARTAO.
           COMPUTE WS-DATA-INI-CARTAO = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE - WS-PRAZO-CARTAO)
           COMPUTE WS-MES-INI-CARTAO = WS-DATA-INI-CARTAO / 100
           OPEN INPUT GERACOES-LOG
           IF WS-STATUS-GERACOES = '00'
               PERFORM 205-LER-GERACAO
                   UNTIL WS-FIM-GERACOES = 'S'
           END-IF
           CLOSE GERACOES-LOG
           MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG
           PERFORM 210-LER-ARQUIVO-LOG.

       205-LER-GERACAO.
           READ GERACOES-LOG
               AT END
                   MOVE 'S' TO WS-FIM-GERACOES
               NOT AT END
                   IF GL-GERACAO NOT < WS-MES-INI-CARTAO
                       MOVE GL-GERACAO TO WS-ARQ-GERACAO-MES
                       MOVE WS-ARQ-GERACAO TO WS-ARQ-LOG
                       PERFORM 210-LER-ARQUIVO-LOG
                   END-IF
           END-READ.

       210-LER-ARQUIVO-LOG.
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 215-LER-LINHA-LOG
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE LOG-TRANSACOES.

       215-LER-LINHA-LOG.
           READ LOG-TRANSACOES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF LOG-FORMA-PAGTO-X = 'C'
                       PERFORM 220-AVALIAR-LINHA
                   END-IF
           END-READ.

      *****************************************************************
      * so o resumo da nota interessa (linha de item tem taxa e total
      * geral zerados); o resumo de estorno desfaz a venda.
      *****************************************************************
       220-AVALIAR-LINHA.
           COMPUTE WS-VALOR-TAXA =
               FUNCTION NUMVAL-C(LOG-VALOR-TAXA-X)
           COMPUTE WS-TOTAL-GERAL =
               FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
           IF LOG-DATA-X IS NUMERIC
               MOVE LOG-DATA-X TO WS-DATA-LINHA
           ELSE
               MOVE 0 TO WS-DATA-LINHA
           END-IF
           IF LOG-CAIXA-X IS NUMERIC
               MOVE LOG-CAIXA-X TO WS-CAIXA-LINHA
           ELSE
               MOVE 0 TO WS-CAIXA-LINHA
           END-IF
           IF LOG-NR-NOTA-X IS NUMERIC
               MOVE LOG-NR-NOTA-X TO WS-NOTA-LINHA
           ELSE
               MOVE 0 TO WS-NOTA-LINHA
           END-IF
           IF (WS-VALOR-TAXA NOT = 0 OR WS-TOTAL-GERAL NOT = 0)
                   AND WS-DATA-LINHA NOT < WS-DATA-INI-CARTAO
                   AND WS-DATA-LINHA NOT > WS-DATA-OFICIAL
               IF LOG-ESTORNO-X = 'E'
                   PERFORM 230-MARCAR-ESTORNO
               ELSE
                   IF QTD-NOTAS < 1000
                       ADD 1 TO QTD-NOTAS
                       SET IX-NT TO QTD-NOTAS
                       MOVE WS-DATA-LINHA TO NT-DATA(IX-NT)
                       MOVE WS-CAIXA-LINHA TO NT-CAIXA(IX-NT)
                       MOVE WS-NOTA-LINHA TO NT-NUMERO(IX-NT)
                       COMPUTE WS-VALOR-VALE =
                           FUNCTION NUMVAL-C(LOG-VALOR-VALE-X)
                       COMPUTE NT-VALOR(IX-NT) =
                           WS-TOTAL-GERAL - WS-VALOR-VALE
                       SET NT-PENDENTE(IX-NT) TO TRUE
                   ELSE
                       DISPLAY 'NOTA IGNORADA, TABELA CHEIA: '
                           WS-NOTA-LINHA
                   END-IF
               END-IF
           END-IF.

       230-MARCAR-ESTORNO.
           SET IX-NT TO 1
           SEARCH NOTA-TAB
               AT END
                   CONTINUE
               WHEN NT-NUMERO(IX-NT) = WS-NOTA-LINHA
                       AND NT-CAIXA(IX-NT) = WS-CAIXA-LINHA
                       AND NT-PENDENTE(IX-NT)
                   SET NT-ESTORNADA(IX-NT) TO TRUE
           END-SEARCH.

      *****************************************************************
      * credito ja anunciado pela adquirente com data de hoje em
      * diante entra pelo liquido na propria data; o credito que
      * casa com uma venda (data, caixa e bruto, como na conciliacao)
      * tira a venda da lista de creditos a estimar.
      *****************************************************************
       240-CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO-ADQUIRENTE
           IF WS-STATUS-EXTRATO = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 245-LER-CREDITO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE EXTRATO-ADQUIRENTE.

       245-LER-CREDITO.
           READ EXTRATO-ADQUIRENTE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-NT TO 1
                   SEARCH NOTA-TAB
                       AT END
                           CONTINUE
                       WHEN NT-PENDENTE(IX-NT)
                               AND NT-DATA(IX-NT) = ADQ-DATA-VENDA
                               AND NT-CAIXA(IX-NT) = ADQ-CAIXA
                               AND NT-VALOR(IX-NT) = ADQ-VALOR-BRUTO
                           SET NT-LIQUIDADA(IX-NT) TO TRUE
                   END-SEARCH
                   IF ADQ-DATA-CREDITO NOT < WS-DATA-OFICIAL
                       IF ADQ-DATA-CREDITO NOT > WS-DATA-LIMITE
                           ADD 1 TO WS-QTD-CARTAO
                       END-IF
                       MOVE ADQ-DATA-CREDITO TO WS-EV-DATA
                       MOVE ADQ-VALOR-LIQUIDO TO WS-EV-VALOR
                       SET EV-CARTAO TO TRUE
                       PERFORM 500-LANCAR-EVENTO
                   END-IF
           END-READ.

      *****************************************************************
      * venda ainda sem credito: data da venda mais o prazo, pelo
      * valor liquido da taxa contratada.
      *****************************************************************
       250-PROJETAR-CARTAO.
           IF NT-PENDENTE(IX-NT)
               COMPUTE WS-EV-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NT-DATA(IX-NT))
                   + WS-PRAZO-CARTAO)
               COMPUTE WS-EV-VALOR ROUNDED = NT-VALOR(IX-NT)
                   - NT-VALOR(IX-NT) * WS-TAXA-CARTAO / 100
               IF WS-EV-DATA NOT > WS-DATA-LIMITE
                   ADD 1 TO WS-QTD-CARTAO
               END-IF
               SET EV-CARTAO TO TRUE
               PERFORM 500-LANCAR-EVENTO
           END-IF.

      *****************************************************************
      * titulos a pagar somando as linhas da mesma nota de entrega,
      * abatidos das baixas do fornecedor.
      *****************************************************************
       300-CARREGAR-PAGAR.
           OPEN INPUT CONTAS-PAGAR
           IF WS-STATUS-PAGAR = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 305-LER-TITULO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE CONTAS-PAGAR.

       305-LER-TITULO.
           READ CONTAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM 306-ACUMULAR-TITULO
           END-READ.

       306-ACUMULAR-TITULO.
           SET IX-TI TO 1
           SEARCH TITULO-TAB
               AT END
                   IF QTD-TITULOS < 300
                       ADD 1 TO QTD-TITULOS
                       SET IX-TI TO QTD-TITULOS
                       MOVE CP-FORNECEDOR TO TIT-FORNECEDOR(IX-TI)
                       MOVE CP-NOTA-ENTREGA TO TIT-NOTA-ENTREGA(IX-TI)
                       MOVE CP-VALOR TO TIT-VALOR(IX-TI)
                       MOVE 0 TO TIT-BAIXADO(IX-TI)
                       MOVE CP-VENCIMENTO TO TIT-VENCIMENTO(IX-TI)
                   ELSE
                       DISPLAY 'TITULO IGNORADO, TABELA CHEIA: '
                           CP-FORNECEDOR ' ' CP-NOTA-ENTREGA
                   END-IF
               WHEN TIT-FORNECEDOR(IX-TI) = CP-FORNECEDOR
                       AND TIT-NOTA-ENTREGA(IX-TI) = CP-NOTA-ENTREGA
                   ADD CP-VALOR TO TIT-VALOR(IX-TI)
           END-SEARCH.

       310-CARREGAR-BAIXAS-PAGAR.
           OPEN INPUT BAIXAS-PAGAR
           IF WS-STATUS-BAIXAS-PAGAR = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 315-LER-BAIXA-PAGAR
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE BAIXAS-PAGAR.

       315-LER-BAIXA-PAGAR.
           READ BAIXAS-PAGAR
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   SET IX-TI TO 1
                   SEARCH TITULO-TAB
                       AT END
                           CONTINUE
                       WHEN TIT-FORNECEDOR(IX-TI) = BP-FORNECEDOR
                           AND TIT-NOTA-ENTREGA(IX-TI) = BP-NOTA-ENTREGA
                           ADD BP-VALOR TO TIT-BAIXADO(IX-TI)
                   END-SEARCH
           END-READ.

      *****************************************************************
      * o saldo em aberto sai na semana do vencimento; o titulo ja
      * vencido tem de ser pago e pesa na primeira semana.
      *****************************************************************
       320-PROJETAR-TITULO-PAGAR.
           COMPUTE WS-SALDO-TITULO =
               TIT-VALOR(IX-TI) - TIT-BAIXADO(IX-TI)
           IF WS-SALDO-TITULO > 0
               IF TIT-VENCIMENTO(IX-TI) < WS-DATA-OFICIAL
                   ADD 1 TO WS-QTD-PAGAR-VENCIDOS
                   ADD WS-SALDO-TITULO TO WS-SOMA-PAGAR-VENCIDOS
               END-IF
               IF TIT-VENCIMENTO(IX-TI) NOT > WS-DATA-LIMITE
                   ADD 1 TO WS-QTD-PAGAR
               END-IF
               MOVE TIT-VENCIMENTO(IX-TI) TO WS-EV-DATA
               MOVE WS-SALDO-TITULO TO WS-EV-VALOR
               SET EV-FORNECEDOR TO TRUE
               PERFORM 500-LANCAR-EVENTO
           END-IF.

      *****************************************************************
      * a folha de referencia e a competencia mais recente (meses 1 a
      * 12) do historico; o registro de rescisao, gravado com os
      * encargos zerados, nao conta como folha. o mes 13 diz ate que
      * ano o decimo terceiro ja foi pago.
      *****************************************************************
       400-CARREGAR-FOLHA.
           OPEN INPUT HISTORICO-FOLHA
           IF WS-STATUS-HIST = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 405-LER-HISTORICO
                   UNTIL WS-FIM-ARQUIVO = 'S'
           END-IF
           CLOSE HISTORICO-FOLHA
           IF WS-PERIODO-FOLHA = 0
               DISPLAY 'HISTORICO-FOLHA.CBDB SEM FOLHA, FOLHA FORA '
                   'DA PROJECAO'
           END-IF.

       405-LER-HISTORICO.
           READ HISTORICO-FOLHA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF HF-MES = 13
                       IF HF-ANO > WS-ANO-DECIMO-PAGO
                           MOVE HF-ANO TO WS-ANO-DECIMO-PAGO
                       END-IF
                   ELSE
                       IF HF-MES >= 1 AND HF-MES <= 12
                               AND (HF-FGTS NOT NUMERIC
                                   OR HF-FGTS > 0)
                           PERFORM 407-ACUMULAR-FOLHA
                       END-IF
                   END-IF
           END-READ.

       407-ACUMULAR-FOLHA.
           COMPUTE WS-PERIODO-LIDO = HF-ANO * 100 + HF-MES
           IF WS-PERIODO-LIDO > WS-PERIODO-FOLHA
               MOVE WS-PERIODO-LIDO TO WS-PERIODO-FOLHA
               MOVE 0 TO WS-FOLHA-QTD WS-FOLHA-LIQUIDO
                   WS-FOLHA-ADIANTAMENTO
           END-IF
           IF WS-PERIODO-LIDO = WS-PERIODO-FOLHA
               ADD 1 TO WS-FOLHA-QTD
               ADD HF-LIQUIDO TO WS-FOLHA-LIQUIDO
               IF HF-ADIANTAMENTO IS NUMERIC
                   ADD HF-ADIANTAMENTO TO WS-FOLHA-ADIANTAMENTO
               END-IF
           END-IF.

      *****************************************************************
      * cada mes do horizonte repete a folha de referencia: o
      * adiantamento no dia 15, o restante do liquido no ultimo dia
      * do mes (dia em que PAGE-462 credita a folha) e, em dezembro,
      * o decimo terceiro no dia 20, data de DECIMO-TERCEIRO, pelo
      * liquido de um mes. competencia ja gravada no historico ja
      * foi paga e nao se repete.
      *****************************************************************
       410-PROJETAR-MES-FOLHA.
           COMPUTE WS-PERIODO-LIDO = WS-ANO-CURSOR * 100 + WS-MES-CURSOR
           IF WS-PERIODO-LIDO > WS-PERIODO-FOLHA
               IF WS-FOLHA-ADIANTAMENTO > 0
                   COMPUTE WS-EV-DATA = WS-PERIODO-LIDO * 100 + 15
                   IF WS-EV-DATA NOT < WS-DATA-OFICIAL
                       MOVE WS-FOLHA-ADIANTAMENTO TO WS-EV-VALOR
                       MOVE 'ADIANTAMENTO SALARIAL' TO WS-EV-DESCRICAO
                       PERFORM 420-LANCAR-FOLHA
                   END-IF
               END-IF
           END-IF
           IF WS-MES-CURSOR = 12
                   AND WS-ANO-CURSOR > WS-ANO-DECIMO-PAGO
               COMPUTE WS-EV-DATA = WS-ANO-CURSOR * 10000 + 1220
               IF WS-EV-DATA NOT < WS-DATA-OFICIAL
                   MOVE WS-FOLHA-LIQUIDO TO WS-EV-VALOR
                   MOVE 'DECIMO TERCEIRO' TO WS-EV-DESCRICAO
                   PERFORM 420-LANCAR-FOLHA
               END-IF
           END-IF
           IF WS-PERIODO-LIDO > WS-PERIODO-FOLHA
               IF WS-MES-CURSOR = 12
                   COMPUTE WS-DATA-PROX-MES =
                       (WS-ANO-CURSOR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-PROX-MES =
                       WS-PERIODO-LIDO * 100 + 101
               END-IF
               COMPUTE WS-EV-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1)
               COMPUTE WS-EV-VALOR =
                   WS-FOLHA-LIQUIDO - WS-FOLHA-ADIANTAMENTO
               MOVE 'FOLHA MENSAL (LIQUIDO)' TO WS-EV-DESCRICAO
               PERFORM 420-LANCAR-FOLHA
           END-IF
           IF WS-MES-CURSOR = 12
               ADD 1 TO WS-ANO-CURSOR
               MOVE 1 TO WS-MES-CURSOR
           ELSE
               ADD 1 TO WS-MES-CURSOR
           END-IF.

      *****************************************************************
      * lanca o pagamento da folha e guarda-o para a lista do fim do
      * relatorio.
      *****************************************************************
       420-LANCAR-FOLHA.
           IF WS-EV-DATA NOT > WS-DATA-LIMITE AND WS-EV-VALOR > 0
               SET EV-FOLHA TO TRUE
               PERFORM 500-LANCAR-EVENTO
               IF QTD-EVENTOS-FOLHA < 15
                   ADD 1 TO QTD-EVENTOS-FOLHA
                   SET IX-EF TO QTD-EVENTOS-FOLHA
                   MOVE WS-EV-DATA TO EF-DATA(IX-EF)
                   MOVE WS-EV-DESCRICAO TO EF-DESCRICAO(IX-EF)
                   MOVE WS-EV-VALOR TO EF-VALOR(IX-EF)
               END-IF
           END-IF.

      *****************************************************************
      * soma o evento na coluna da sua semana; data anterior ao
      * movimento pesa na primeira semana, data alem da decima
      * terceira fica fora do horizonte.
      *****************************************************************
       500-LANCAR-EVENTO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EV-DATA) = 0
               COMPUTE WS-EV-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-EV-DATA) - WS-DIAS-HOJE
               IF WS-EV-DIAS < 0
                   MOVE 0 TO WS-EV-DIAS
               END-IF
               IF WS-EV-DIAS < WS-DIAS-HORIZONTE
                   COMPUTE WS-EV-SEMANA = WS-EV-DIAS / 7 + 1
                   SET IX-SE TO WS-EV-SEMANA
                   EVALUATE TRUE
                       WHEN EV-PARCELA
                           ADD WS-EV-VALOR TO SEM-PARCELAS(IX-SE)
                       WHEN EV-CARTAO
                           ADD WS-EV-VALOR TO SEM-CARTAO(IX-SE)
                       WHEN EV-FORNECEDOR
                           ADD WS-EV-VALOR TO SEM-FORNECEDORES(IX-SE)
                       WHEN EV-FOLHA
                           ADD WS-EV-VALOR TO SEM-FOLHA(IX-SE)
                   END-EVALUATE
               END-IF
           END-IF.

       600-ESCREVER-CABECALHO.
           MOVE WS-DATA-OFICIAL TO CAB-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-FLUXO
           MOVE WS-SALDO-INICIAL TO LP-SALDO
           MOVE WS-PRAZO-CARTAO TO LP-PRAZO
           MOVE WS-TAXA-CARTAO TO LP-TAXA
           WRITE REG-RELAT-OUT FROM LINHA-PARAMETROS
               AFTER ADVANCING 1 LINE
           WRITE REG-RELAT-OUT FROM TITULO-SEMANAS
               AFTER ADVANCING 2 LINES.

      *****************************************************************
      * uma linha por semana com o saldo acumulado; semana que fecha
      * abaixo de zero sai destacada.
      *****************************************************************
       610-ESCREVER-SEMANA.
           COMPUTE WS-ENTRADAS-SEMANA =
               SEM-PARCELAS(IX-SE) + SEM-CARTAO(IX-SE)
           COMPUTE WS-SAIDAS-SEMANA =
               SEM-FORNECEDORES(IX-SE) + SEM-FOLHA(IX-SE)
           COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
               + WS-ENTRADAS-SEMANA - WS-SAIDAS-SEMANA
           ADD SEM-PARCELAS(IX-SE) TO WS-TOTAL-PARCELAS
           ADD SEM-CARTAO(IX-SE) TO WS-TOTAL-CARTAO
           ADD SEM-FORNECEDORES(IX-SE) TO WS-TOTAL-FORNECEDORES
           ADD SEM-FOLHA(IX-SE) TO WS-TOTAL-FOLHA
           ADD WS-ENTRADAS-SEMANA TO WS-TOTAL-ENTRADAS
           ADD WS-SAIDAS-SEMANA TO WS-TOTAL-SAIDAS
           SET LS-SEMANA TO IX-SE
           MOVE SEM-INICIO(IX-SE) TO LS-INICIO
           MOVE SEM-FIM(IX-SE) TO LS-FIM
           MOVE SEM-PARCELAS(IX-SE) TO LS-PARCELAS
           MOVE SEM-CARTAO(IX-SE) TO LS-CARTAO
           MOVE WS-ENTRADAS-SEMANA TO LS-ENTRADAS
           MOVE SEM-FORNECEDORES(IX-SE) TO LS-FORNECEDORES
           MOVE SEM-FOLHA(IX-SE) TO LS-FOLHA
           MOVE WS-SAIDAS-SEMANA TO LS-SAIDAS
           MOVE WS-SALDO-CORRENTE TO LS-SALDO
           IF WS-SALDO-CORRENTE < 0
               MOVE '*** NEGATIVO ***' TO LS-ALERTA
               ADD 1 TO WS-QTD-SEMANAS-NEGATIVAS
           ELSE
               MOVE SPACES TO LS-ALERTA
           END-IF
           WRITE REG-RELAT-OUT FROM LINHA-SEMANA
               AFTER ADVANCING 1 LINE.

       620-ESCREVER-TOTAIS.
           MOVE WS-TOTAL-PARCELAS TO LT-PARCELAS
           MOVE WS-TOTAL-CARTAO TO LT-CARTAO
           MOVE WS-TOTAL-ENTRADAS TO LT-ENTRADAS
           MOVE WS-TOTAL-FORNECEDORES TO LT-FORNECEDORES
           MOVE WS-TOTAL-FOLHA TO LT-FOLHA
           MOVE WS-TOTAL-SAIDAS TO LT-SAIDAS
           MOVE WS-SALDO-CORRENTE TO LT-SALDO
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES.

      *****************************************************************
      * o que ficou fora das colunas ou precisa de explicacao: as
      * parcelas vencidas, os titulos vencidos levados a semana 1 e
      * os pagamentos da folha projetados.
      *****************************************************************
       630-ESCREVER-OBSERVACOES.
           MOVE 'OBSERVACOES' TO LSC-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           MOVE 'PARCELAS VENCIDAS EM ABERTO, FORA DA PROJECAO'
               TO LN-ROTULO
           MOVE WS-SOMA-VENCIDAS TO LN-VALOR
           MOVE WS-QTD-VENCIDAS TO LN-QTD
           MOVE 'PARCELA(S), VER COBRANCA-PARCELAS' TO LN-COMPLEMENTO
           WRITE REG-RELAT-OUT FROM LINHA-NOTA
               AFTER ADVANCING 1 LINE
           MOVE 'TITULOS A PAGAR VENCIDOS, NA SEMANA 1' TO LN-ROTULO
           MOVE WS-SOMA-PAGAR-VENCIDOS TO LN-VALOR
           MOVE WS-QTD-PAGAR-VENCIDOS TO LN-QTD
           MOVE 'TITULO(S)' TO LN-COMPLEMENTO
           WRITE REG-RELAT-OUT FROM LINHA-NOTA
               AFTER ADVANCING 1 LINE
           MOVE 'PAGAMENTOS DA FOLHA PROJETADOS' TO LSC-TITULO
           WRITE REG-RELAT-OUT FROM LINHA-SECAO
               AFTER ADVANCING 2 LINES
           IF WS-PERIODO-FOLHA = 0
               MOVE 'SEM FOLHA NO HISTORICO, FOLHA FORA DA PROJECAO'
                   TO REG-RELAT-OUT
               WRITE REG-RELAT-OUT AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'FOLHA DE REFERENCIA, LIQUIDO DO MES' TO LN-ROTULO
               MOVE WS-FOLHA-LIQUIDO TO LN-VALOR
               MOVE WS-FOLHA-QTD TO LN-QTD
               MOVE SPACES TO LN-COMPLEMENTO
               STRING 'EMPREGADO(S), COMPETENCIA ' WS-PERIODO-FOLHA
                   DELIMITED BY SIZE INTO LN-COMPLEMENTO
               WRITE REG-RELAT-OUT FROM LINHA-NOTA
                   AFTER ADVANCING 1 LINE
               PERFORM 640-ESCREVER-EVENTO-FOLHA
                   VARYING IX-EF FROM 1 BY 1
                   UNTIL IX-EF > QTD-EVENTOS-FOLHA
           END-IF.

       640-ESCREVER-EVENTO-FOLHA.
           MOVE EF-DATA(IX-EF) TO LF-DATA
           MOVE EF-DESCRICAO(IX-EF) TO LF-DESCRICAO
           MOVE EF-VALOR(IX-EF) TO LF-VALOR
           WRITE REG-RELAT-OUT FROM LINHA-FOLHA
               AFTER ADVANCING 1 LINE.

       END PROGRAM PROJECAO-FLUXO-CAIXA.
