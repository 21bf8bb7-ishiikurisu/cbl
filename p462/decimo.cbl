
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
           MOVE WS-LIQUIDO TO HS-LIQUIDO
           MOVE 0 TO HS-VALOR-FERIAS
           MOVE DEPTO-IN TO HS-DEPTO
           MOVE 0 TO HS-INSS HS-INSS-PATRONAL HS-FGTS
           MOVE 0 TO HS-ADIANTAMENTO HS-CONSIGNADO HS-PENSAO
           WRITE REG-HIST-SAIDA.

      ******************************************************************
