           ASSIGN TO '.\DECLARACAO-CAIXA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DECLARACAO.
      * movimentos de vale-troca gravados por CALC4 (emissao na
      * devolucao, uso como pagamento, reversao do uso no estorno).
      * sem o arquivo, o fechamento sai com os vales zerados.
       SELECT MOVIMENTOS-VALE
           ASSIGN TO '.\MOVIMENTOS-VALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV-VALE.
      * guia de deposito do dinheiro declarado, uma linha por dia e
      * caixa, levada ao banco na manha seguinte e conferida contra o
      * extrato por CONCILIA-DEPOSITOS. refazer o fechamento do dia
      * grava nova guia, que substitui a anterior na conciliacao.
       SELECT OPTIONAL GUIAS-DEPOSITO
           ASSIGN TO '.\GUIAS-DEPOSITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GUIAS.
      * data oficial do movimento, que data a guia de deposito; na
      * ausencia do arquivo vale o relogio da maquina.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * campo, pertencem ao caixa 00.
           05 PIC X.
           05 LOG-CAIXA-X PIC XX.
           05 PIC X.
           05 LOG-PROMOCAO-X PIC X(6).
      * parte do total geral paga com vale-troca; em branco nas
      * linhas antigas.
           05 PIC X.
           05 LOG-NR-VALE-X PIC X(6).
           05 PIC X.
           05 LOG-VALOR-VALE-X PIC X(13).
      * espaco nas linhas de venda; 'F' = fundo de troco e 'S' =
      * sangria, com o valor no total geral.
           05 PIC X.
           05 LOG-TIPO-REGISTRO-X PIC X.

       FD RELAT-FECHAMENTO LABEL RECORDS ARE OMITTED.
       01 REG-FECHA-OUT PIC X(80).
           05 PIC X.
           05 DEC-VALOR-IN PIC 9(8)V99.

      * mesmo leiaute gravado por CALC4 (216-GRAVAR-MOV-VALE)
       FD MOVIMENTOS-VALE LABEL RECORDS ARE STANDARD.
       01 REG-MOV-VALE-IN.
           05 MVV-DATA-IN PIC 9(8).
           05 PIC X.
           05 MVV-HORA-IN PIC 9(6).
           05 PIC X.
           05 MVV-TIPO-IN PIC X.
           05 PIC X.
           05 MVV-NR-VALE-IN PIC 9(6).
           05 PIC X.
           05 MVV-VALOR-IN PIC 9(7)V99.
           05 PIC X.
           05 MVV-NR-NOTA-IN PIC 9(6).
           05 PIC X.
           05 MVV-OPERADOR-IN PIC X(5).
           05 PIC X.
           05 MVV-CAIXA-IN PIC 99.
           05 PIC X.
           05 MVV-SALDO-IN PIC 9(7)V99.

       FD GUIAS-DEPOSITO LABEL RECORDS ARE STANDARD.
       01 REG-GUIA-OUT.
      * referencia impressa na guia e devolvida pelo banco no extrato:
      * data do movimento seguida do numero do caixa.
           05 GD-REFERENCIA.
               10 GD-DATA PIC 9(8).
               10 GD-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 GD-DECLARADO PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 GD-FUNDO PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 GD-SANGRIAS PIC 9(8)V99.
           05 PIC X VALUE SPACE.
           05 GD-VALOR-DEPOSITO PIC 9(8)V99.

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-GUIAS PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-VALOR-DEPOSITO PIC S9(9)V99 VALUE 0.
       01 WS-QTD-GUIAS PIC 99 VALUE 0.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.

       01 WS-VALORES-LINHA.
           05 WS-VALOR-TAXA   PIC S9(7)V99   VALUE 0.
           05 WS-TOTAL-GERAL  PIC S9(8)V99   VALUE 0.
           05 WS-DESCONTO     PIC S9(7)V99   VALUE 0.
           05 WS-VALOR-VALE   PIC S9(7)V99   VALUE 0.
           05 WS-VALOR-FORMA  PIC S9(8)V99   VALUE 0.

       01 WS-TOTAIS-DIA.
           05 WS-QTD-NOTAS        PIC 9(5)     VALUE 0.
           05 WS-SOMA-TOTAL-GERAL PIC S9(9)V99 VALUE 0.
           05 WS-SOMA-DESCONTOS   PIC S9(9)V99 VALUE 0.
           05 WS-DIFERENCA        PIC S9(9)V99 VALUE 0.
           05 WS-QTD-VALES-EMITIDOS  PIC 9(5)     VALUE 0.
           05 WS-SOMA-VALES-EMITIDOS PIC S9(9)V99 VALUE 0.
           05 WS-QTD-VALES-USADOS    PIC S9(5)    VALUE 0.
           05 WS-SOMA-VALES-USADOS   PIC S9(9)V99 VALUE 0.
           05 WS-SOMA-FUNDOS         PIC S9(9)V99 VALUE 0.
           05 WS-SOMA-SANGRIAS       PIC S9(9)V99 VALUE 0.

      * fechamento por caixa: as mesmas contagens e somas do dia,
      * abertas por registradora, para que cada operador responda
               10 CX-SOMA-DINHEIRO PIC S9(9)V99.
               10 CX-SOMA-CARTAO PIC S9(9)V99.
               10 CX-SOMA-PARCELADO PIC S9(9)V99.
      * vales-troca emitidos nas devolucoes e recebidos como
      * pagamento no caixa (usos menos reversoes de estorno).
               10 CX-QTD-VALES-EMITIDOS PIC 9(5).
               10 CX-SOMA-VALES-EMITIDOS PIC S9(9)V99.
               10 CX-QTD-VALES-USADOS PIC S9(5).
               10 CX-SOMA-VALES-USADOS PIC S9(9)V99.
      * gaveta: fundo de troco posto, sangrias retiradas e a parte em
      * dinheiro das devolucoes e estornos (negativa), ja contida em
      * CX-SOMA-DINHEIRO.
               10 CX-SOMA-FUNDO PIC S9(9)V99.
               10 CX-SOMA-SANGRIA PIC S9(9)V99.
               10 CX-SOMA-DEVOL-DINHEIRO PIC S9(9)V99.

      * movimentos de vale-troca do dia
       01 WS-STATUS-MOV-VALE PIC XX.
       01 WS-FIM-MOV-VALE PIC X VALUE 'N'.
       01 WS-DATA-MOVIMENTO PIC 9(8) VALUE 0.
       01 WS-DINHEIRO-ESPERADO PIC S9(9)V99 VALUE 0.

      * declaracoes de valores contados, por caixa e forma
       01 WS-STATUS-DECLARACAO PIC XX.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 110-LER-DATA-MOVIMENTO
           OPEN INPUT LOG-TRANSACOES
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'LOG-TRANSACOES.TXT NAO ENCONTRADO, '
                   'NADA A FECHAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 150-CARREGAR-DECLARACOES
           OPEN OUTPUT RELAT-FECHAMENTO
                   AT END
                       MOVE 'S' TO WS-ULTIMO-REGISTRO
                   NOT AT END
                       IF LOG-TIPO-REGISTRO-X = SPACE
                           PERFORM 200-CLASSIFICAR-LINHA
                       ELSE
                           PERFORM 270-ACUMULAR-GAVETA
                       END-IF
           END-PERFORM
           PERFORM 170-CARREGAR-MOV-VALE
           PERFORM 300-ESCREVER-FECHAMENTO
           CLOSE LOG-TRANSACOES RELAT-FECHAMENTO
           IF HOUVE-DECLARACAO
               PERFORM 380-GRAVAR-GUIAS-DEPOSITO
           END-IF
           GOBACK.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina. e a data dos
      * movimentos de vale-troca apurados e das guias de deposito.
      *****************************************************************
       110-LER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-MOVIMENTO
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

      *****************************************************************
      * carrega, se existir, a declaracao dos valores contados pelo
                   END-IF
           END-READ.

      *****************************************************************
      * acumula por caixa os movimentos de vale-troca da data do
      * movimento: emissoes ('E') e usos como pagamento ('U'), com as
      * reversoes de estorno ('R') abatendo os usos.
      *****************************************************************
       170-CARREGAR-MOV-VALE.
           OPEN INPUT MOVIMENTOS-VALE
           IF WS-STATUS-MOV-VALE = '00'
               PERFORM 175-LER-MOV-VALE
                   UNTIL WS-FIM-MOV-VALE = 'S'
               CLOSE MOVIMENTOS-VALE
           END-IF.

       175-LER-MOV-VALE.
           READ MOVIMENTOS-VALE
               AT END
                   MOVE 'S' TO WS-FIM-MOV-VALE
               NOT AT END
                   IF MVV-DATA-IN = WS-DATA-MOVIMENTO
                       PERFORM 180-ACUMULAR-VALE-CAIXA
                   END-IF
           END-READ.

       180-ACUMULAR-VALE-CAIXA.
           MOVE MVV-CAIXA-IN TO WS-NR-CAIXA-LINHA
           SET IX-CX TO 1
           SEARCH CAIXA-TAB
               AT END
                   IF QTD-CAIXAS < 10
                       ADD 1 TO QTD-CAIXAS
                       SET IX-CX TO QTD-CAIXAS
                       INITIALIZE CAIXA-TAB(IX-CX)
                       MOVE WS-NR-CAIXA-LINHA TO CX-NUMERO(IX-CX)
                       PERFORM 185-SOMAR-VALE-NO-CAIXA
                   END-IF
               WHEN CX-NUMERO(IX-CX) = WS-NR-CAIXA-LINHA
                   PERFORM 185-SOMAR-VALE-NO-CAIXA
           END-SEARCH.

       185-SOMAR-VALE-NO-CAIXA.
           EVALUATE MVV-TIPO-IN
               WHEN 'E'
                   ADD 1 TO CX-QTD-VALES-EMITIDOS(IX-CX)
                             WS-QTD-VALES-EMITIDOS
                   ADD MVV-VALOR-IN TO CX-SOMA-VALES-EMITIDOS(IX-CX)
                                       WS-SOMA-VALES-EMITIDOS
               WHEN 'U'
                   ADD 1 TO CX-QTD-VALES-USADOS(IX-CX)
                             WS-QTD-VALES-USADOS
                   ADD MVV-VALOR-IN TO CX-SOMA-VALES-USADOS(IX-CX)
                                       WS-SOMA-VALES-USADOS
               WHEN 'R'
                   SUBTRACT 1 FROM CX-QTD-VALES-USADOS(IX-CX)
                                   WS-QTD-VALES-USADOS
                   SUBTRACT MVV-VALOR-IN
                       FROM CX-SOMA-VALES-USADOS(IX-CX)
                            WS-SOMA-VALES-USADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * reconverte os valores editados da linha do log e decide se a
      * linha e de item (taxa e total geral zerados, gravada por
           ADD WS-DESCONTO TO CX-SOMA-DESCONTOS(IX-CX)
           ADD WS-VALOR-TAXA TO CX-SOMA-TAXA(IX-CX)
           ADD WS-TOTAL-GERAL TO CX-SOMA-TOTAL-GERAL(IX-CX)
      * o mesmo total geral aberto pela forma de pagamento da nota,
      * fora a parte paga com vale-troca (que nao entra na gaveta);
      * as linhas de estorno chegam com os valores ja negativos, e a
      * devolucao creditada em vale chega com o vale igual ao total.
           COMPUTE WS-VALOR-VALE =
               FUNCTION NUMVAL-C(LOG-VALOR-VALE-X)
           COMPUTE WS-VALOR-FORMA = WS-TOTAL-GERAL - WS-VALOR-VALE
           EVALUATE LOG-FORMA-PAGTO-X
               WHEN 'C'
                   ADD WS-VALOR-FORMA TO CX-SOMA-CARTAO(IX-CX)
               WHEN 'P'
                   ADD WS-VALOR-FORMA TO CX-SOMA-PARCELADO(IX-CX)
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   ADD WS-VALOR-FORMA TO CX-SOMA-DINHEIRO(IX-CX)
                   IF LOG-ESTORNO-X = 'E'
                       ADD WS-VALOR-FORMA
                           TO CX-SOMA-DEVOL-DINHEIRO(IX-CX)
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * linha de movimento de gaveta (fundo de troco ou sangria),
      * somada no caixa que a gravou; nao e venda e fica fora das
      * contagens e totais de notas.
      *****************************************************************
       270-ACUMULAR-GAVETA.
           COMPUTE WS-TOTAL-GERAL =
               FUNCTION NUMVAL-C(LOG-TOTAL-GERAL-X)
           IF LOG-CAIXA-X IS NUMERIC
               MOVE FUNCTION NUMVAL(LOG-CAIXA-X)
                   TO WS-NR-CAIXA-LINHA
           ELSE
               MOVE 0 TO WS-NR-CAIXA-LINHA
           END-IF
           SET IX-CX TO 1
           SEARCH CAIXA-TAB
               AT END
                   IF QTD-CAIXAS < 10
                       ADD 1 TO QTD-CAIXAS
                       SET IX-CX TO QTD-CAIXAS
                       INITIALIZE CAIXA-TAB(IX-CX)
                       MOVE WS-NR-CAIXA-LINHA TO CX-NUMERO(IX-CX)
                       PERFORM 275-SOMAR-GAVETA-NO-CAIXA
                   END-IF
               WHEN CX-NUMERO(IX-CX) = WS-NR-CAIXA-LINHA
                   PERFORM 275-SOMAR-GAVETA-NO-CAIXA
           END-SEARCH.

       275-SOMAR-GAVETA-NO-CAIXA.
           EVALUATE LOG-TIPO-REGISTRO-X
               WHEN 'F'
                   ADD WS-TOTAL-GERAL TO CX-SOMA-FUNDO(IX-CX)
                                         WS-SOMA-FUNDOS
               WHEN 'S'
                   ADD WS-TOTAL-GERAL TO CX-SOMA-SANGRIA(IX-CX)
                                         WS-SOMA-SANGRIAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
           MOVE WS-SOMA-TOTAL-GERAL TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR

           MOVE 'FUNDOS DE TROCO:             ' TO ROTULO-VALOR
           MOVE WS-SOMA-FUNDOS TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           MOVE 'SANGRIAS:                    ' TO ROTULO-VALOR
           MOVE WS-SOMA-SANGRIAS TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR

           MOVE 'VALES-TROCA EMITIDOS:        ' TO ROTULO-CONTAGEM
           MOVE WS-QTD-VALES-EMITIDOS TO VALOR-CONTAGEM
           WRITE REG-FECHA-OUT FROM LINHA-CONTAGEM
           MOVE 'VALOR EMITIDO EM VALES:      ' TO ROTULO-VALOR
           MOVE WS-SOMA-VALES-EMITIDOS TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           MOVE 'VALES-TROCA RESGATADOS:      ' TO ROTULO-CONTAGEM
           MOVE WS-QTD-VALES-USADOS TO VALOR-CONTAGEM
           WRITE REG-FECHA-OUT FROM LINHA-CONTAGEM
           MOVE 'VALOR RESGATADO EM VALES:    ' TO ROTULO-VALOR
           MOVE WS-SOMA-VALES-USADOS TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR

           PERFORM 350-ESCREVER-BLOCO-CAIXA
               VARYING IX-CX FROM 1 BY 1 UNTIL IX-CX > QTD-CAIXAS

           MOVE CX-SOMA-TOTAL-GERAL(IX-CX) TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR

      * dinheiro esperado na gaveta: fundo de troco mais vendas em
      * dinheiro, menos devolucoes/estornos em dinheiro e sangrias.
           MOVE '  FUNDO DE TROCO:            ' TO ROTULO-VALOR
           MOVE CX-SOMA-FUNDO(IX-CX) TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           MOVE '  VENDAS EM DINHEIRO:        ' TO ROTULO-VALOR
           COMPUTE VALOR-VALOR = CX-SOMA-DINHEIRO(IX-CX)
               - CX-SOMA-DEVOL-DINHEIRO(IX-CX)
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           MOVE '  DEVOLUCOES EM DINHEIRO:    ' TO ROTULO-VALOR
           MOVE CX-SOMA-DEVOL-DINHEIRO(IX-CX) TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           MOVE '  SANGRIAS:                  ' TO ROTULO-VALOR
           MOVE CX-SOMA-SANGRIA(IX-CX) TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           COMPUTE WS-DINHEIRO-ESPERADO = CX-SOMA-FUNDO(IX-CX)
               + CX-SOMA-DINHEIRO(IX-CX) - CX-SOMA-SANGRIA(IX-CX)
           MOVE '  DINHEIRO ESPERADO:  ' TO LF-ROTULO
           MOVE WS-DINHEIRO-ESPERADO TO WS-VALOR-APURADO
           MOVE 'D' TO WS-FORMA-CONFERE
           PERFORM 360-ESCREVER-LINHA-FORMA
           MOVE '  CARTAO:             ' TO LF-ROTULO
           MOVE '  PARCELADO:          ' TO LF-ROTULO
           MOVE CX-SOMA-PARCELADO(IX-CX) TO WS-VALOR-APURADO
           MOVE 'P' TO WS-FORMA-CONFERE
           PERFORM 360-ESCREVER-LINHA-FORMA

           MOVE '  VALES-TROCA EMITIDOS:      ' TO ROTULO-CONTAGEM
           MOVE CX-QTD-VALES-EMITIDOS(IX-CX) TO VALOR-CONTAGEM
           WRITE REG-FECHA-OUT FROM LINHA-CONTAGEM
           MOVE '  VALOR EMITIDO EM VALES:    ' TO ROTULO-VALOR
           MOVE CX-SOMA-VALES-EMITIDOS(IX-CX) TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR
           MOVE '  VALES-TROCA RESGATADOS:    ' TO ROTULO-CONTAGEM
           MOVE CX-QTD-VALES-USADOS(IX-CX) TO VALOR-CONTAGEM
           WRITE REG-FECHA-OUT FROM LINHA-CONTAGEM
           MOVE '  VALOR RESGATADO EM VALES:  ' TO ROTULO-VALOR
           MOVE CX-SOMA-VALES-USADOS(IX-CX) TO VALOR-VALOR
           WRITE REG-FECHA-OUT FROM LINHA-VALOR.

      *****************************************************************
      * linha de conferencia de uma forma de pagamento do caixa: o
                   LF-DIFERENCA ' ***'
           END-IF.

      *****************************************************************
      * grava a guia de deposito de cada caixa com dinheiro declarado:
      * o contado na gaveta, menos o fundo de troco que fica na loja,
      * mais as sangrias levadas ao cofre durante o dia.
      *****************************************************************
       380-GRAVAR-GUIAS-DEPOSITO.
           OPEN EXTEND GUIAS-DEPOSITO
           PERFORM 385-GRAVAR-GUIA
               VARYING IX-DC FROM 1 BY 1 UNTIL IX-DC > QTD-DECLARACOES
           CLOSE GUIAS-DEPOSITO
           DISPLAY 'GUIAS DE DEPOSITO GRAVADAS: ' WS-QTD-GUIAS.

       385-GRAVAR-GUIA.
           IF DEC-FORMA(IX-DC) = 'D'
               MOVE SPACES TO REG-GUIA-OUT
               MOVE WS-DATA-MOVIMENTO TO GD-DATA
               MOVE DEC-CAIXA(IX-DC) TO GD-CAIXA
               MOVE DEC-VALOR(IX-DC) TO GD-DECLARADO
               MOVE 0 TO GD-FUNDO GD-SANGRIAS
               SET IX-CX TO 1
               SEARCH CAIXA-TAB
                   AT END
                       CONTINUE
                   WHEN CX-NUMERO(IX-CX) = DEC-CAIXA(IX-DC)
                       MOVE CX-SOMA-FUNDO(IX-CX) TO GD-FUNDO
                       MOVE CX-SOMA-SANGRIA(IX-CX) TO GD-SANGRIAS
               END-SEARCH
               COMPUTE WS-VALOR-DEPOSITO =
                   GD-DECLARADO - GD-FUNDO + GD-SANGRIAS
               IF WS-VALOR-DEPOSITO < 0
                   MOVE 0 TO WS-VALOR-DEPOSITO
               END-IF
               MOVE WS-VALOR-DEPOSITO TO GD-VALOR-DEPOSITO
               WRITE REG-GUIA-OUT
               ADD 1 TO WS-QTD-GUIAS
           END-IF.

       END PROGRAM FECHAMENTO-CAIXA.
