      *          header, trailer count and SALARIO hash regenerated,
      *          preserving the attempt counter and first-reject date
      *          the aging report depends on -- no more hand-crafted
      *          HDR/TRL pairs bouncing the whole batch. Requires
      *          sign-on and the change permission through
      *          CONTROLE-ACESSO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SALARIO-REJ     PIC X(4).
           05 VLR2-REJ        PIC X(3).
           05 COD-STATUS-REJ  PIC X.
           05 NATUREZA-REJ    PIC X.
           05 MOTIVO-REJ      PIC X(30).
           05 PIC X.
           05 TENTATIVAS-REJ  PIC XX.

       FD ARQ-RESSUBMISSAO LABEL RECORDS ARE STANDARD.
      * detalhe no mesmo leiaute de bytes dos rejeitos, para que os
      * cinco primeiros campos reentrem na validacao sem deslocar
      * colunas e as tentativas sigam adiante.
       01 REG-RESSUB-OUT.
           05 RS-NR-CONTA PIC X(5).
           05 RS-SALARIO PIC X(4).
           05 RS-VLR2 PIC X(3).
           05 RS-COD-STATUS PIC X.
           05 RS-NATUREZA PIC X.
           05 RS-MOTIVO PIC X(30).
           05 PIC X VALUE SPACE.
           05 RS-TENTATIVAS PIC XX.
       01 WS-SALARIO PIC X(4) VALUE SPACES.
       01 WS-VLR2 PIC X(3) VALUE SPACES.
       01 WS-COD-STATUS PIC X VALUE SPACE.
       01 WS-NATUREZA PIC X VALUE SPACE.
       01 WS-MOTIVO PIC X(30) VALUE SPACES.
       01 WS-TENTATIVAS PIC XX VALUE SPACES.
       01 WS-DATA-PRIM PIC X(8) VALUE SPACES.

      * parametros de CONTROLE-ACESSO: identificacao do operador na
      * abertura e permissao de alterar para corrigir rejeitos.
       01 ACS-PARAMETROS.
           05 ACS-FUNCAO PIC X.
           05 ACS-PROGRAMA PIC X(25) VALUE 'CORRIGE-REJEITOS'.
           05 ACS-OPERADOR PIC X(5).
           05 ACS-ACAO PIC X.
           05 ACS-ALVO PIC X(5).
           05 ACS-RESULTADO PIC X.
               88 ACESSO-PERMITIDO VALUE 'S'.
           05 ACS-MENSAGEM PIC X(40).

       SCREEN SECTION.
       01 TELA-FUNDO BACKGROUND-COLOR IS 1
                     FOREGROUND-COLOR IS 7.
              LINE 13 COLUMN 5 HIGHLIGHT.
           05 LINE 13 COLUMN 16 PIC X FROM WS-COD-STATUS
               REVERSE-VIDEO.
           05 'NATUREZA: '
              LINE 15 COLUMN 5 HIGHLIGHT.
           05 LINE 15 COLUMN 16 PIC X FROM WS-NATUREZA
               REVERSE-VIDEO.
           05 '(D=debito C ou branco=credito)'
              LINE 15 COLUMN 19.
           05 LINE 18 COLUMN 5 VALUE
               'Acao (C=corrigir M=manter D=descartar F=fim): '
               BLANK LINE.
               REVERSE-VIDEO.
           05 LINE 13 COLUMN 16 PIC X USING WS-COD-STATUS
               REVERSE-VIDEO.
           05 LINE 15 COLUMN 16 PIC X USING WS-NATUREZA
               REVERSE-VIDEO.
       01 TELA-MENSAGEM.
           05 LINE 20 COLUMN 5 PIC X(45) FROM WS-MENSAGEM
               HIGHLIGHT BLANK LINE.

       PROCEDURE DIVISION.
       100-COMECA-PROGRAMA.
           PERFORM 105-VERIFICAR-ACESSO
           PERFORM 110-LER-DATA-MOVIMENTO
           OPEN INPUT ARQ-REJEITADOS
           IF WS-STATUS-REJ NOT = '00'
               ' DESCARTADOS'
           STOP RUN.

      *****************************************************************
      * a correcao exige o operador identificado e com permissao de
      * alterar neste programa; a recusa encerra antes de abrir os
      * rejeitos.
      *****************************************************************
       105-VERIFICAR-ACESSO.
           MOVE 'E' TO ACS-FUNCAO
           CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
           IF ACESSO-PERMITIDO
               MOVE 'A' TO ACS-ACAO
               MOVE 'P' TO ACS-FUNCAO
               CALL 'CONTROLE-ACESSO' USING ACS-PARAMETROS
               IF NOT ACESSO-PERMITIDO
                   MOVE ACS-MENSAGEM TO WS-MENSAGEM
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-IF
           IF NOT ACESSO-PERMITIDO
               DISPLAY ' ' LINE 1 COLUMN 1
               STOP RUN
           END-IF.

      *****************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina.
           MOVE SALARIO-REJ TO WS-SALARIO
           MOVE VLR2-REJ TO WS-VLR2
           MOVE COD-STATUS-REJ TO WS-COD-STATUS
           MOVE NATUREZA-REJ TO WS-NATUREZA
           MOVE MOTIVO-REJ TO WS-MOTIVO
           MOVE TENTATIVAS-REJ TO WS-TENTATIVAS
           MOVE DATA-PRIM-REJ TO WS-DATA-PRIM
           MOVE WS-SALARIO TO RS-SALARIO
           MOVE WS-VLR2 TO RS-VLR2
           MOVE WS-COD-STATUS TO RS-COD-STATUS
           MOVE WS-NATUREZA TO RS-NATUREZA
           MOVE SPACES TO RS-MOTIVO
           MOVE WS-TENTATIVAS TO RS-TENTATIVAS
           MOVE WS-DATA-PRIM TO RS-DATA-PRIM
