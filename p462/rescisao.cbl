      *          final contracheque, writes the bank credit (trailer
      *          'TRS') and marks the employee terminated in
      *          ARQ-SALARIO.CBDB instead of deleting the record, so
      *          DECLARACAO-ANUAL still finds them at year end (the
      *          change going to the shared trail through
      *          REGISTRO-ALTERACAO); then
      *          calls PROPAGA-DEMISSOES so the linked vendor and
      *          register operator are made inactive at once
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD HISTORICO-SAIDA LABEL RECORDS ARE STANDARD.
      * leiaute completo gravado por PAGE-462, com as colunas de
      * ferias, encargos, adiantamento e descontos do registro
      * (zeradas aqui) e de departamento.
       01 REG-HIST-SAIDA.
           05 HS-ANO PIC 9(4).
           05 HS-MES PIC 99.
           05 HS-LIQUIDO PIC 9(5)V99.
           05 HS-VALOR-FERIAS PIC 9(5)V99.
           05 HS-DEPTO PIC XX.
           05 HS-INSS PIC 9(5)V99.
           05 HS-INSS-PATRONAL PIC 9(5)V99.
           05 HS-FGTS PIC 9(5)V99.
           05 HS-ADIANTAMENTO PIC 9(5)V99.
           05 HS-CONSIGNADO PIC 9(5)V99.
           05 HS-PENSAO PIC 9(5)V99.

       FD TAB-IMPOSTOS LABEL RECORDS ARE STANDARD.
       01 REG-IMPOSTOS-IN.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.

      * parametros de REGISTRO-ALTERACAO: a data de demissao vai para
      * a trilha de alteracoes compartilhada dos cadastros.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25) VALUE 'ARQ-SALARIO.CBDB'.
           05 ALT-PROGRAMA PIC X(25) VALUE 'RESCISAO'.
           05 ALT-OPERADOR PIC X(5) VALUE 'LOTE'.
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15) VALUE 'DATA-DEMISSAO'.
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

      * faixas vigentes no ultimo dia trabalhado
       01 WS-MAX-FAIXAS PIC 99 VALUE 10.
       01 WS-QTD-IMP PIC 99 VALUE 0.
           PERFORM CALCULAR-RESCISAO
           PERFORM EMITIR-SAIDAS
           PERFORM MARCAR-DEMISSAO
           PERFORM PROPAGAR-DESLIGAMENTO
           DISPLAY 'RESCISAO APURADA PARA ' WS-EMPREGADO-PEDIDO
               ' - LIQUIDO: ' WS-LIQUIDO
           STOP RUN.
           MOVE WS-LIQUIDO TO HS-LIQUIDO
           MOVE 0 TO HS-VALOR-FERIAS
           MOVE DEPTO-ARQ TO HS-DEPTO
           MOVE 0 TO HS-INSS HS-INSS-PATRONAL HS-FGTS
           MOVE 0 TO HS-ADIANTAMENTO HS-CONSIGNADO HS-PENSAO
           WRITE REG-HIST-SAIDA
           CLOSE CONTRACHEQUE-RESCISAO ARQ-PAGAMENTO-BANCO
                 HISTORICO-SAIDA.
      ******************************************************************
       MARCAR-DEMISSAO.
           MOVE SA-REGISTRO(IX-SA) TO REG-SALARIO
           MOVE NR-EMPREGADO-ARQ TO ALT-CHAVE
           MOVE DATA-DEMISSAO-ARQ TO ALT-ANTES
           MOVE WS-ULTIMO-DIA TO DATA-DEMISSAO-ARQ
           MOVE DATA-DEMISSAO-ARQ TO ALT-DEPOIS
           CALL 'REGISTRO-ALTERACAO' USING ALT-PARAMETROS
           MOVE REG-SALARIO TO SA-REGISTRO(IX-SA)
           OPEN OUTPUT ARQ-SALARIO
           PERFORM GRAVAR-EMPREGADO
           MOVE SA-REGISTRO(IX-SA) TO REG-SALARIO
           WRITE REG-SALARIO.

      ******************************************************************
      * repassa o desligamento ao cadastro de vendedores e aos
      * operadores do caixa ja na rescisao, quando a data de demissao
      * ja chegou; a demissao com data futura e repassada pela cadeia
      * noturna no proprio dia.
      ******************************************************************
       PROPAGAR-DESLIGAMENTO.
           CALL 'PROPAGA-DEMISSOES'
               ON EXCEPTION
                   DISPLAY 'PROPAGA-DEMISSOES INDISPONIVEL - O '
                       'DESLIGAMENTO SERA REPASSADO PELA CADEIA '
                       'NOTURNA'
           END-CALL
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * carrega as versoes datadas da tabela de faixas e retem a
      * vigente no ultimo dia trabalhado, na mecanica de PAGE-462.
