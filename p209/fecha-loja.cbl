      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Store end-of-day driver: runs the register
      *          subsystem's closing jobs in a fixed order (caixa
      *          closing, the PONTE-209-367 bridge handed to PAGE-367,
      *          loss prevention, low stock, collections and the
      *          receivables position), records each step's start,
      *          end and completion status in the batch control file
      *          shared with DRIVER-NOTURNO, refuses to start a step
      *          whose predecessor did not complete, and prints its own
      *          morning summary. It does not start at all while any
      *          caixa is still signed on in CALC4
      *          (SESSAO-CAIXA-nn.TXT); LOJA-RERUN=S resumes the day at
      *          the first step that did not complete
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER-LOJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CONTROLE-BATCH
           ASSIGN TO '.\CONTROLE-BATCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RESUMO-LOJA
           ASSIGN TO '.\RESUMO-LOJA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
      * sessao aberta de cada caixa, gravada por CALC4 na abertura e
      * esvaziada no encerramento.
       SELECT SESSAO-CAIXA
           ASSIGN TO WS-ARQ-SESSAO-CAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SESSAO.
      * extrato de PONTE-209-367, entregue como a entrada de PAGE-367.
       SELECT TRANS-VENDAS-367
           ASSIGN TO '.\TRANS-VENDAS-367.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTE.
       SELECT TRANS-VENDAS
           ASSIGN TO '.\TRANS-VENDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por DRIVER-NOTURNO.
       FD CONTROLE-BATCH LABEL RECORDS ARE STANDARD.
       01 REG-CONTROLE-BATCH.
           05 CTL-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 CTL-PASSO PIC X(25).
           05 PIC X VALUE SPACE.
           05 CTL-HORA-INICIO PIC 9(6).
           05 PIC X VALUE SPACE.
           05 CTL-HORA-FIM PIC 9(6).
           05 PIC X VALUE SPACE.
           05 CTL-SITUACAO PIC X(8).

       FD RESUMO-LOJA LABEL RECORDS ARE OMITTED.
       01 REG-RESUMO-OUT PIC X(80).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

      * mesmo leiaute gravado por CALC4.
       FD SESSAO-CAIXA LABEL RECORDS ARE STANDARD.
       01 REG-SESSAO-CAIXA.
           05 SES-CAIXA PIC 99.
           05 PIC X.
           05 SES-OPERADOR PIC X(5).
           05 PIC X.
           05 SES-DATA PIC 9(8).
           05 PIC X.
           05 SES-HORA PIC 9(6).

       FD TRANS-VENDAS-367 LABEL RECORDS ARE STANDARD.
       01 REG-TRANS-367 PIC X(13).

       FD TRANS-VENDAS LABEL RECORDS ARE STANDARD.
       01 REG-TRANS-VENDAS PIC X(13).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-STATUS-SESSAO PIC XX.
       01 WS-STATUS-PONTE PIC XX.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PASSO-CORRENTE PIC X(25) VALUE SPACES.
       01 WS-HORA-INICIO PIC 9(6) VALUE 0.
       01 WS-HORA-FIM PIC 9(6) VALUE 0.
       01 WS-SITUACAO-PASSO PIC X(8) VALUE SPACES.
      * a cadeia so avanca enquanto o passo anterior concluiu bem;
      * depois de um erro, os passos seguintes sao pulados e
      * registrados como tal, como na cadeia noturna.
       01 WS-FLAG-CADEIA-OK PIC X VALUE 'S'.
           88 CADEIA-OK VALUE 'S'.
       01 WS-IX-PASSO PIC 99.
       01 WS-QTD-PASSOS PIC 99 VALUE 7.
       01 WS-TABELA-PASSOS.
           05 PIC X(25) VALUE 'FECHAMENTO-CAIXA'.
           05 PIC X(25) VALUE 'PONTE-209-367'.
           05 PIC X(25) VALUE 'PAGE-367'.
           05 PIC X(25) VALUE 'PREVENCAO-PERDAS'.
           05 PIC X(25) VALUE 'RELATORIO-ESTOQUE-BAIXO'.
           05 PIC X(25) VALUE 'COBRANCA-PARCELAS'.
           05 PIC X(25) VALUE 'POSICAO-RECEBER'.
       01 FILLER REDEFINES WS-TABELA-PASSOS.
           05 NOME-PASSO PIC X(25) OCCURS 7 TIMES INDEXED BY IX-PS.
      * a recusa por caixa aberto fica registrada no arquivo de
      * controle com o nome do proprio driver.
       01 WS-NOME-DRIVER PIC X(25) VALUE 'DRIVER-LOJA'.
      * caixas de 01 a 99: cada um tem o seu arquivo de sessao.
       01 WS-ARQ-SESSAO-CAIXA.
           05 PIC X(15) VALUE '.\SESSAO-CAIXA-'.
           05 WS-ARQ-SESSAO-NR PIC 99 VALUE 1.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-IX-CAIXA PIC 999.
       01 WS-TAB-CAIXAS-ABERTOS.
           05 QTD-CAIXAS-ABERTOS PIC 99 VALUE 0.
           05 CAIXA-ABERTO OCCURS 99 TIMES INDEXED BY IX-CX.
               10 CXA-CAIXA PIC 99.
               10 CXA-OPERADOR PIC X(5).
               10 CXA-DATA PIC 9(8).
               10 CXA-HORA PIC 9(6).
       01 WS-FIM-PONTE PIC X VALUE 'N'.
      * modo de reexecucao (LOJA-RERUN=S): como em DRIVER-NOTURNO, os
      * passos ja concluidos com OK no dia de movimento sao pulados
      * como 'OK-ANT' e a cadeia recomeca no primeiro ERRO ou PULADO.
       01 WS-RERUN-ENV PIC X(4).
       01 WS-FLAG-RERUN PIC X VALUE 'N'.
           88 MODO-RERUN VALUE 'S'.
       01 WS-FIM-CONTROLE PIC X VALUE 'N'.
       01 WS-TAB-SITUACOES.
           05 QTD-SITUACOES PIC 99 VALUE 0.
           05 SITUACAO-DIA OCCURS 20 TIMES INDEXED BY IX-ST.
               10 SIT-PASSO PIC X(25).
               10 SIT-ULTIMA PIC X(8).
       01 WS-SITUACAO-ANTERIOR PIC X(8) VALUE SPACES.
       01 WS-FLAG-PASSO-LOJA PIC X VALUE 'N'.
           88 PASSO-DA-LOJA VALUE 'S'.
       01 LINHA-RESUMO.
           05 RES-PASSO PIC X(25).
           05 PIC X(3) VALUE ' | '.
           05 RES-INICIO PIC 9(6).
           05 PIC X(3) VALUE ' - '.
           05 RES-FIM PIC 9(6).
           05 PIC X(3) VALUE ' | '.
           05 RES-SITUACAO PIC X(8).
       01 CABECALHO-RESUMO.
           05 PIC X(34) VALUE '# RESUMO DO FIM DE DIA DA LOJA    '.
           05 RES-DATA PIC 9(8).
       01 CABECALHO-CAIXAS.
           05 PIC X(44) VALUE
               '# CAIXAS AINDA ABERTOS - CADEIA NAO INICIADA'.
       01 LINHA-CAIXA.
           05 PIC X(6) VALUE 'CAIXA '.
           05 LC-CAIXA PIC 99.
           05 PIC X(12) VALUE ' | OPERADOR '.
           05 LC-OPERADOR PIC X(5).
           05 PIC X(16) VALUE ' | ABERTO DESDE '.
           05 LC-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LC-HORA PIC 9(6).

       PROCEDURE DIVISION.
       100-MODULO-PRINCIPAL.
           PERFORM 150-LER-DATA-MOVIMENTO
           PERFORM 160-VERIFICAR-CAIXAS
           IF QTD-CAIXAS-ABERTOS > 0
               PERFORM 170-RECUSAR-INICIO
               PERFORM 600-IMPRIMIR-RESUMO-MANHA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RERUN-ENV
           ACCEPT WS-RERUN-ENV FROM ENVIRONMENT 'LOJA-RERUN'
           IF WS-RERUN-ENV = 'S' OR 'SIM'
               SET MODO-RERUN TO TRUE
               PERFORM 180-CARREGAR-SITUACOES
           END-IF
           PERFORM 200-EXECUTAR-PASSO
               VARYING WS-IX-PASSO FROM 1 BY 1
               UNTIL WS-IX-PASSO > WS-QTD-PASSOS
           PERFORM 600-IMPRIMIR-RESUMO-MANHA
           STOP RUN.

       150-LER-DATA-MOVIMENTO.
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
      * procura em todos os caixas uma sessao de CALC4 ainda aberta:
      * o arquivo de sessao com registro e caixa que nao encerrou.
      *****************************************************************
       160-VERIFICAR-CAIXAS.
           PERFORM 165-TESTAR-CAIXA
               VARYING WS-IX-CAIXA FROM 1 BY 1
               UNTIL WS-IX-CAIXA > 99.

       165-TESTAR-CAIXA.
           MOVE WS-IX-CAIXA TO WS-ARQ-SESSAO-NR
           OPEN INPUT SESSAO-CAIXA
           IF WS-STATUS-SESSAO = '00'
               READ SESSAO-CAIXA
                   NOT AT END
                       ADD 1 TO QTD-CAIXAS-ABERTOS
                       MOVE WS-ARQ-SESSAO-NR
                           TO CXA-CAIXA(QTD-CAIXAS-ABERTOS)
                       MOVE SES-OPERADOR
                           TO CXA-OPERADOR(QTD-CAIXAS-ABERTOS)
                       MOVE SES-DATA TO CXA-DATA(QTD-CAIXAS-ABERTOS)
                       MOVE SES-HORA TO CXA-HORA(QTD-CAIXAS-ABERTOS)
               END-READ
               CLOSE SESSAO-CAIXA
           END-IF.

      *****************************************************************
      * com caixa aberto nenhum passo roda: a recusa vai ao arquivo
      * de controle e cada caixa aberto e avisado no console. o caixa
      * que caiu sem encerrar e reaberto e encerrado em CALC4, o que
      * tambem recupera a nota que tiver ficado pela metade.
      *****************************************************************
       170-RECUSAR-INICIO.
           MOVE WS-NOME-DRIVER TO WS-PASSO-CORRENTE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-INICIO
           MOVE WS-HORA-INICIO TO WS-HORA-FIM
           MOVE 'RECUSADO' TO WS-SITUACAO-PASSO
           PERFORM 300-REGISTRAR-PASSO
           PERFORM 175-AVISAR-CAIXA
               VARYING IX-CX FROM 1 BY 1
               UNTIL IX-CX > QTD-CAIXAS-ABERTOS.

       175-AVISAR-CAIXA.
           DISPLAY 'CAIXA ' CXA-CAIXA(IX-CX) ' AINDA ABERTO PELO '
               'OPERADOR ' CXA-OPERADOR(IX-CX) ' DESDE '
               CXA-DATA(IX-CX) ' ' CXA-HORA(IX-CX)
               ' - ENCERRE O CAIXA EM CALC4 ANTES DO FIM DE DIA'.

      *****************************************************************
      * rele do arquivo de controle a situacao mais recente de cada
      * passo do dia de movimento, para a reexecucao saber o que ja
      * concluiu bem.
      *****************************************************************
       180-CARREGAR-SITUACOES.
           OPEN INPUT CONTROLE-BATCH
           MOVE 'N' TO WS-FIM-CONTROLE
           PERFORM 190-LER-SITUACAO
               UNTIL WS-FIM-CONTROLE = 'S'
           CLOSE CONTROLE-BATCH.

       190-LER-SITUACAO.
           READ CONTROLE-BATCH
               AT END
                   MOVE 'S' TO WS-FIM-CONTROLE
               NOT AT END
                   IF CTL-DATA = WS-DATA-OFICIAL
                       SET IX-ST TO 1
                       SEARCH SITUACAO-DIA
                           AT END
                               IF QTD-SITUACOES < 20
                                   ADD 1 TO QTD-SITUACOES
                                   MOVE CTL-PASSO
                                       TO SIT-PASSO(QTD-SITUACOES)
                                   MOVE CTL-SITUACAO
                                       TO SIT-ULTIMA(QTD-SITUACOES)
                               END-IF
                           WHEN SIT-PASSO(IX-ST) = CTL-PASSO
                               MOVE CTL-SITUACAO
                                   TO SIT-ULTIMA(IX-ST)
                       END-SEARCH
                   END-IF
           END-READ.

       195-BUSCAR-SITUACAO-ANTERIOR.
           MOVE SPACES TO WS-SITUACAO-ANTERIOR
           SET IX-ST TO 1
           SEARCH SITUACAO-DIA
               AT END
                   CONTINUE
               WHEN SIT-PASSO(IX-ST) = WS-PASSO-CORRENTE
                   MOVE SIT-ULTIMA(IX-ST) TO WS-SITUACAO-ANTERIOR
           END-SEARCH.

      *****************************************************************
      * executa um passo da cadeia: registra o inicio, chama o
      * programa e registra o fim com a situacao apurada pelo codigo
      * de retorno. se um passo anterior falhou, o passo e apenas
      * registrado como pulado.
      *****************************************************************
       200-EXECUTAR-PASSO.
           MOVE NOME-PASSO(WS-IX-PASSO) TO WS-PASSO-CORRENTE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-INICIO
           MOVE SPACES TO WS-SITUACAO-ANTERIOR
           IF MODO-RERUN
               PERFORM 195-BUSCAR-SITUACAO-ANTERIOR
           END-IF
           EVALUATE TRUE
               WHEN MODO-RERUN AND (WS-SITUACAO-ANTERIOR = 'OK'
                       OR WS-SITUACAO-ANTERIOR = 'OK-ANT')
                   MOVE WS-HORA-INICIO TO WS-HORA-FIM
                   MOVE 'OK-ANT' TO WS-SITUACAO-PASSO
               WHEN NOT CADEIA-OK
                   MOVE WS-HORA-INICIO TO WS-HORA-FIM
                   MOVE 'PULADO' TO WS-SITUACAO-PASSO
               WHEN OTHER
                   PERFORM 210-CHAMAR-PASSO
           END-EVALUATE
           PERFORM 300-REGISTRAR-PASSO.

       210-CHAMAR-PASSO.
           MOVE 0 TO RETURN-CODE
           IF WS-PASSO-CORRENTE = 'PAGE-367'
               PERFORM 250-ENTREGAR-PONTE-367
           END-IF
           IF RETURN-CODE = 0
               CALL WS-PASSO-CORRENTE
                   ON EXCEPTION
                       MOVE 8 TO RETURN-CODE
                       DISPLAY 'PASSO INDISPONIVEL: '
                           WS-PASSO-CORRENTE
               END-CALL
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-FIM
           IF RETURN-CODE = 0
               MOVE 'OK' TO WS-SITUACAO-PASSO
           ELSE
               MOVE 'ERRO' TO WS-SITUACAO-PASSO
               MOVE 'N' TO WS-FLAG-CADEIA-OK
           END-IF
           MOVE 0 TO RETURN-CODE.

      *****************************************************************
      * PAGE-367 le TRANS-VENDAS.TXT: o extrato que PONTE-209-367
      * acabou de gravar e copiado para la antes da chamada. sem o
      * extrato o passo e dado como erro, em vez de o relatorio sair
      * sobre a entrada de outro dia.
      *****************************************************************
       250-ENTREGAR-PONTE-367.
           OPEN INPUT TRANS-VENDAS-367
           IF WS-STATUS-PONTE NOT = '00'
               DISPLAY 'TRANS-VENDAS-367.TXT NAO ENCONTRADO, '
                   'PAGE-367 SEM ENTRADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TRANS-VENDAS
               MOVE 'N' TO WS-FIM-PONTE
               PERFORM 255-COPIAR-TRANSACAO
                   UNTIL WS-FIM-PONTE = 'S'
               CLOSE TRANS-VENDAS-367 TRANS-VENDAS
           END-IF.

       255-COPIAR-TRANSACAO.
           READ TRANS-VENDAS-367
               AT END
                   MOVE 'S' TO WS-FIM-PONTE
               NOT AT END
                   WRITE REG-TRANS-VENDAS FROM REG-TRANS-367
           END-READ.

      *****************************************************************
      * grava o registro do passo no arquivo de controle do batch.
      *****************************************************************
       300-REGISTRAR-PASSO.
           OPEN EXTEND CONTROLE-BATCH
           MOVE SPACES TO REG-CONTROLE-BATCH
           MOVE WS-DATA-OFICIAL TO CTL-DATA
           MOVE WS-PASSO-CORRENTE TO CTL-PASSO
           MOVE WS-HORA-INICIO TO CTL-HORA-INICIO
           MOVE WS-HORA-FIM TO CTL-HORA-FIM
           MOVE WS-SITUACAO-PASSO TO CTL-SITUACAO
           WRITE REG-CONTROLE-BATCH
           CLOSE CONTROLE-BATCH.

      *****************************************************************
      * imprime o resumo da manha da loja: a situacao de cada passo da
      * loja no dia de movimento, lida de volta do arquivo de
      * controle (os passos da cadeia noturna ficam de fora), e os
      * caixas que impediram o inicio, se for o caso.
      *****************************************************************
       600-IMPRIMIR-RESUMO-MANHA.
           OPEN OUTPUT RESUMO-LOJA
           MOVE WS-DATA-OFICIAL TO RES-DATA
           WRITE REG-RESUMO-OUT FROM CABECALHO-RESUMO
           OPEN INPUT CONTROLE-BATCH
           MOVE 'N' TO WS-FIM-CONTROLE
           PERFORM 610-LER-CONTROLE
               UNTIL WS-FIM-CONTROLE = 'S'
           CLOSE CONTROLE-BATCH
           IF QTD-CAIXAS-ABERTOS > 0
               WRITE REG-RESUMO-OUT FROM CABECALHO-CAIXAS
                   AFTER ADVANCING 2 LINES
               PERFORM 620-ESCREVER-CAIXA
                   VARYING IX-CX FROM 1 BY 1
                   UNTIL IX-CX > QTD-CAIXAS-ABERTOS
           END-IF
           CLOSE RESUMO-LOJA.

       610-LER-CONTROLE.
           READ CONTROLE-BATCH
               AT END
                   MOVE 'S' TO WS-FIM-CONTROLE
               NOT AT END
                   IF CTL-DATA = WS-DATA-OFICIAL
                       PERFORM 615-TESTAR-PASSO-LOJA
                       IF PASSO-DA-LOJA
                           MOVE CTL-PASSO TO RES-PASSO
                           MOVE CTL-HORA-INICIO TO RES-INICIO
                           MOVE CTL-HORA-FIM TO RES-FIM
                           MOVE CTL-SITUACAO TO RES-SITUACAO
                           WRITE REG-RESUMO-OUT FROM LINHA-RESUMO
                               AFTER ADVANCING 1 LINE
                       END-IF
                   END-IF
           END-READ.

       615-TESTAR-PASSO-LOJA.
           MOVE 'S' TO WS-FLAG-PASSO-LOJA
           IF CTL-PASSO NOT = WS-NOME-DRIVER
               SET IX-PS TO 1
               SEARCH NOME-PASSO
                   AT END
                       MOVE 'N' TO WS-FLAG-PASSO-LOJA
                   WHEN NOME-PASSO(IX-PS) = CTL-PASSO
                       CONTINUE
               END-SEARCH
           END-IF.

       620-ESCREVER-CAIXA.
           MOVE CXA-CAIXA(IX-CX) TO LC-CAIXA
           MOVE CXA-OPERADOR(IX-CX) TO LC-OPERADOR
           MOVE CXA-DATA(IX-CX) TO LC-DATA
           MOVE CXA-HORA(IX-CX) TO LC-HORA
           WRITE REG-RESUMO-OUT FROM LINHA-CAIXA
               AFTER ADVANCING 1 LINE.

       END PROGRAM DRIVER-LOJA.
