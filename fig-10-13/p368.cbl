           PERFORM GRAVAR-CONTROLE-EXECUCAO
           CLOSE TRANS-VENDAS RELAT-VENDAS RELAT-ERROS
                 HISTORICO-SEMANAL
           GOBACK.

      ******************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
