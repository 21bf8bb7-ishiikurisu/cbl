      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Change-trail inquiry over TRILHA-ALTERACOES.TXT,
      *          written by REGISTRO-ALTERACAO: lists every change
      *          to one master file (ALTERACOES-ARQUIVO, e.g.
      *          CATALOGO-PRODUTOS.IDX) and, inside it, to one key
      *          (ALTERACOES-CHAVE); without the key the whole file,
      *          without both the whole trail. Each line carries
      *          date, time, field, old and new value, operator and
      *          program, so "who changed this and when" is answered
      *          from LISTAGEM-ALTERACOES.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-ALTERACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRILHA-ALTERACOES
           ASSIGN TO '.\TRILHA-ALTERACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRILHA.
       SELECT LISTAGEM-ALTERACOES
           ASSIGN TO '.\LISTAGEM-ALTERACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por REGISTRO-ALTERACAO.
       FD TRILHA-ALTERACOES LABEL RECORDS ARE STANDARD.
       01 REG-TRILHA.
           05 TRL-DATA PIC 9(8).
           05 PIC X.
           05 TRL-HORA PIC 9(6).
           05 PIC X.
           05 TRL-ARQUIVO PIC X(25).
           05 PIC X.
           05 TRL-CHAVE PIC X(15).
           05 PIC X.
           05 TRL-CAMPO PIC X(15).
           05 PIC X.
           05 TRL-OPERADOR PIC X(5).
           05 PIC X.
           05 TRL-PROGRAMA PIC X(25).
           05 PIC X.
           05 TRL-ANTES PIC X(40).
           05 PIC X.
           05 TRL-DEPOIS PIC X(40).

       FD LISTAGEM-ALTERACOES LABEL RECORDS ARE OMITTED.
       01 REG-LISTAGEM-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TRILHA PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-ARQUIVO-PEDIDO PIC X(25) VALUE SPACES.
       01 WS-CHAVE-PEDIDA PIC X(15) VALUE SPACES.
       01 WS-CONTAGEM-ALTERACOES PIC 9(5) VALUE 0.

       01 CABECALHO-CONSULTA.
           05 PIC X(29) VALUE '# HISTORICO DE ALTERACOES DE '.
           05 CAB-ARQUIVO PIC X(25).
           05 PIC X(7) VALUE ' CHAVE '.
           05 CAB-CHAVE PIC X(15).
       01 LINHA-ALTERACAO.
           05 LA-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 LA-HORA PIC 9(6).
           05 PIC X(3) VALUE ' | '.
           05 LA-ARQUIVO PIC X(25).
           05 PIC X VALUE SPACE.
           05 LA-CHAVE PIC X(15).
           05 PIC X(3) VALUE ' | '.
           05 LA-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 LA-PROGRAMA PIC X(25).
       01 LINHA-CAMPO.
           05 PIC X(4) VALUE SPACES.
           05 LC-CAMPO PIC X(15).
           05 PIC X(3) VALUE ' : '.
           05 LC-ANTES PIC X(40).
           05 PIC X(4) VALUE ' -> '.
           05 LC-DEPOIS PIC X(40).
       01 LINHA-RESUMO.
           05 PIC X(30) VALUE 'ALTERACOES LISTADAS:          '.
           05 LR-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ARQUIVO-PEDIDO WS-CHAVE-PEDIDA
           ACCEPT WS-ARQUIVO-PEDIDO FROM ENVIRONMENT
               'ALTERACOES-ARQUIVO'
               ON EXCEPTION
                   MOVE SPACES TO WS-ARQUIVO-PEDIDO
           END-ACCEPT
           ACCEPT WS-CHAVE-PEDIDA FROM ENVIRONMENT
               'ALTERACOES-CHAVE'
               ON EXCEPTION
                   MOVE SPACES TO WS-CHAVE-PEDIDA
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARQUIVO-PEDIDO)
               TO WS-ARQUIVO-PEDIDO
           OPEN INPUT TRILHA-ALTERACOES
           IF WS-STATUS-TRILHA NOT = '00'
               DISPLAY 'TRILHA-ALTERACOES.TXT NAO ENCONTRADO, '
                   'SEM ALTERACOES A CONSULTAR'
               STOP RUN
           END-IF
           OPEN OUTPUT LISTAGEM-ALTERACOES
           IF WS-ARQUIVO-PEDIDO = SPACES
               MOVE 'TODOS' TO CAB-ARQUIVO
           ELSE
               MOVE WS-ARQUIVO-PEDIDO TO CAB-ARQUIVO
           END-IF
           IF WS-CHAVE-PEDIDA = SPACES
               MOVE 'TODAS' TO CAB-CHAVE
           ELSE
               MOVE WS-CHAVE-PEDIDA TO CAB-CHAVE
           END-IF
           WRITE REG-LISTAGEM-OUT FROM CABECALHO-CONSULTA
           PERFORM LISTAR-ALTERACAO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           MOVE WS-CONTAGEM-ALTERACOES TO LR-QTD
           WRITE REG-LISTAGEM-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           CLOSE TRILHA-ALTERACOES LISTAGEM-ALTERACOES
           IF WS-CONTAGEM-ALTERACOES = 0
               DISPLAY 'NENHUMA ALTERACAO PARA ' CAB-ARQUIVO
                   ' CHAVE ' CAB-CHAVE
           END-IF
           STOP RUN.

      ******************************************************************
      * lista uma alteracao da trilha quando e do arquivo e da chave
      * pedidos: a linha de quem e quando, seguida do campo com o
      * valor antes e depois.
      ******************************************************************
       LISTAR-ALTERACAO.
           READ TRILHA-ALTERACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF (WS-ARQUIVO-PEDIDO = SPACES
                           OR TRL-ARQUIVO = WS-ARQUIVO-PEDIDO)
                       AND (WS-CHAVE-PEDIDA = SPACES
                           OR TRL-CHAVE = WS-CHAVE-PEDIDA)
                       ADD 1 TO WS-CONTAGEM-ALTERACOES
                       MOVE TRL-DATA TO LA-DATA
                       MOVE TRL-HORA TO LA-HORA
                       MOVE TRL-ARQUIVO TO LA-ARQUIVO
                       MOVE TRL-CHAVE TO LA-CHAVE
                       MOVE TRL-OPERADOR TO LA-OPERADOR
                       MOVE TRL-PROGRAMA TO LA-PROGRAMA
                       WRITE REG-LISTAGEM-OUT FROM LINHA-ALTERACAO
                           AFTER ADVANCING 2 LINES
                       MOVE TRL-CAMPO TO LC-CAMPO
                       MOVE TRL-ANTES TO LC-ANTES
                       MOVE TRL-DEPOIS TO LC-DEPOIS
                       WRITE REG-LISTAGEM-OUT FROM LINHA-CAMPO
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       END PROGRAM CONSULTA-ALTERACOES.
