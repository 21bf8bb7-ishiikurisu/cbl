      * registrados como tal, em vez de rodarem sobre dados ruins.
       01 WS-FLAG-CADEIA-OK PIC X VALUE 'S'.
           88 CADEIA-OK VALUE 'S'.
       01 WS-IX-PASSO PIC 99.
       01 WS-QTD-PASSOS PIC 99 VALUE 11.
      * cada passo carrega a marca de periodicidade: ' ' roda toda
      * noite, 'M' so no ultimo dia util do mes (fechamento de
      * periodo), fora do qual e registrado como adiado.
       01 WS-TABELA-PASSOS.
           05 PIC X(26) VALUE 'VERIFICA-ENTRADAS         '.
           05 PIC X(26) VALUE 'BACKUP-GERACOES           '.
           05 PIC X(26) VALUE 'PROPAGA-DEMISSOES         '.
           05 PIC X(26) VALUE 'ORDENS-PERMANENTES        '.
           05 PIC X(26) VALUE 'EXERCICIO-DE-DEPURACAO    '.
           05 PIC X(26) VALUE 'PAGE-506                  '.
           05 PIC X(26) VALUE 'PAGINA-350                '.
           05 PIC X(26) VALUE 'PAGE-461                  '.
           05 PIC X(26) VALUE 'REVISAO-ACESSOS-DIA       '.
           05 PIC X(26) VALUE 'RELAT-ALTERACOES-DIA      '.
           05 PIC X(26) VALUE 'FECHAMENTO-PERIODO-506   M'.
       01 FILLER REDEFINES WS-TABELA-PASSOS.
           05 PASSO-CADEIA OCCURS 11 TIMES.
               10 NOME-PASSO PIC X(25).
               10 MARCA-MES-PASSO PIC X.
       01 WS-STATUS-CALENDARIO PIC XX.
           88 MODO-RERUN VALUE 'S'.
       01 WS-FIM-CONTROLE PIC X VALUE 'N'.
       01 WS-TAB-SITUACOES.
           05 QTD-SITUACOES PIC 99 VALUE 0.
           05 SITUACAO-DIA OCCURS 20 TIMES INDEXED BY IX-ST.
               10 SIT-PASSO PIC X(25).
               10 SIT-ULTIMA PIC X(8).
       01 WS-SITUACAO-ANTERIOR PIC X(8) VALUE SPACES.
                       SET IX-ST TO 1
                       SEARCH SITUACAO-DIA
                           AT END
                               IF QTD-SITUACOES < 20
                                   ADD 1 TO QTD-SITUACOES
                                   MOVE CTL-PASSO
                                       TO SIT-PASSO(QTD-SITUACOES)
