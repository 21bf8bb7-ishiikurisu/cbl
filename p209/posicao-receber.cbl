      *          client (each title with original value, settled value
      *          and open balance), the open total per client, and an
      *          aging of the open balances by CR-VENCIMENTO against
      *          the processing date. Runs as a step of DRIVER-LOJA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF QTD-TITULOS = 0
               DISPLAY 'CONTAS-RECEBER.TXT SEM TITULOS, '
                   'NADA A POSICIONAR'
               GOBACK
           END-IF
           PERFORM 170-CARREGAR-BAIXAS
           OPEN OUTPUT RELAT-RECEBER
               VARYING IX-TI FROM 1 BY 1 UNTIL IX-TI > QTD-TITULOS
           PERFORM 300-ESCREVER-AGING
           CLOSE RELAT-RECEBER
           GOBACK.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
