      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Daily change report over TRILHA-ALTERACOES.TXT,
      *          written by REGISTRO-ALTERACAO: lists every change
      *          made to the master files on the movement date
      *          (ALTERACOES-DATA, AAAAMMDD, lists another day), with
      *          time, file, key, field, old and new value, operator
      *          and program, totals the day per file and ends with
      *          the supervisor's signature line, so each morning the
      *          supervisor signs off what changed the day before.
      *          Runs as a step of DRIVER-NOTURNO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAT-ALTERACOES-DIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TRILHA-ALTERACOES
           ASSIGN TO '.\TRILHA-ALTERACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRILHA.
       SELECT RELAT-ALTERACOES
           ASSIGN TO '.\RELAT-ALTERACOES-DIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

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

       FD RELAT-ALTERACOES LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(160).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TRILHA PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-DATA-ENV PIC X(8) VALUE SPACES.
       01 WS-QTD-ALTERACOES PIC 9(5) VALUE 0.

      * um acumulador por arquivo mestre alterado no dia.
       01 WS-TAB-ARQUIVOS.
           05 QTD-ARQUIVOS PIC 99 VALUE 0.
           05 ARQUIVO-DIA OCCURS 50 TIMES INDEXED BY IX-AR.
               10 AR-NOME PIC X(25).
               10 AR-ALTERACOES PIC 9(5).

       01 CABECALHO-ALTERACOES.
           05 PIC X(40) VALUE
               '# ALTERACOES NOS CADASTROS DO DIA       '.
           05 CAB-DATA PIC 9(8).
       01 CABECALHO-SECAO.
           05 PIC X(2) VALUE '# '.
           05 CS-TITULO PIC X(60).
       01 LINHA-ALTERACAO.
           05 LA-HORA PIC 9(6).
           05 PIC X(3) VALUE ' | '.
           05 LA-ARQUIVO PIC X(25).
           05 PIC X(3) VALUE ' | '.
           05 LA-CHAVE PIC X(15).
           05 PIC X(3) VALUE ' | '.
           05 LA-CAMPO PIC X(15).
           05 PIC X(3) VALUE ' | '.
           05 LA-ANTES PIC X(40).
           05 PIC X(4) VALUE ' -> '.
           05 LA-DEPOIS PIC X(40).
       01 LINHA-AUTOR.
           05 PIC X(9) VALUE SPACES.
           05 PIC X(9) VALUE 'OPERADOR '.
           05 LU-OPERADOR PIC X(5).
           05 PIC X(10) VALUE ' PROGRAMA '.
           05 LU-PROGRAMA PIC X(25).
       01 LINHA-ARQUIVO.
           05 LR-ARQUIVO PIC X(25).
           05 PIC X(15) VALUE ' | ALTERACOES '.
           05 LR-ALTERACOES PIC ZZZZ9.
       01 LINHA-TOTAL.
           05 LT-TEXTO PIC X(30).
           05 LT-TOTAL PIC ZZZZ9.
       01 LINHA-ASSINATURA.
           05 PIC X(40) VALUE
               'CONFERIDO POR (SUPERVISOR): ____________'.
           05 PIC X(30) VALUE
               '____________   DATA: __/__/__'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           MOVE SPACES TO WS-DATA-ENV
           ACCEPT WS-DATA-ENV FROM ENVIRONMENT 'ALTERACOES-DATA'
           IF WS-DATA-ENV IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-DATA-ENV)) = 0
                   MOVE WS-DATA-ENV TO WS-DATA-OFICIAL
               END-IF
           END-IF
           OPEN OUTPUT RELAT-ALTERACOES
           MOVE WS-DATA-OFICIAL TO CAB-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-ALTERACOES
           MOVE 'ALTERACOES (ANTES -> DEPOIS)' TO CS-TITULO
           WRITE REG-RELAT-OUT FROM CABECALHO-SECAO
               AFTER ADVANCING 2 LINES
           OPEN INPUT TRILHA-ALTERACOES
           IF WS-STATUS-TRILHA = '00' OR '05'
               PERFORM LER-ALTERACAO UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE TRILHA-ALTERACOES
           END-IF
           MOVE 'ALTERACOES POR ARQUIVO' TO CS-TITULO
           WRITE REG-RELAT-OUT FROM CABECALHO-SECAO
               AFTER ADVANCING 2 LINES
           PERFORM ESCREVER-ARQUIVO
               VARYING IX-AR FROM 1 BY 1 UNTIL IX-AR > QTD-ARQUIVOS
           MOVE 'TOTAL DE ALTERACOES NO DIA:   ' TO LT-TEXTO
           MOVE WS-QTD-ALTERACOES TO LT-TOTAL
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           WRITE REG-RELAT-OUT FROM LINHA-ASSINATURA
               AFTER ADVANCING 3 LINES
           CLOSE RELAT-ALTERACOES
           DISPLAY 'ALTERACOES NOS CADASTROS ' WS-DATA-OFICIAL ': '
               WS-QTD-ALTERACOES ' ALTERACAO(OES) EM '
               QTD-ARQUIVOS ' ARQUIVO(S)'
           MOVE 0 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * le a data oficial do movimento de DATA-MOVIMENTO.TXT; sem o
      * arquivo, vale a data do relogio da maquina.
      ******************************************************************
       LER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OFICIAL
           OPEN INPUT ARQ-DATA-MOVIMENTO
           IF WS-STATUS-DATA-MOV = '00'
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DATA-MOV-IN TO WS-DATA-OFICIAL
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

      ******************************************************************
      * a trilha e gravada em ordem de hora: as alteracoes do dia
      * saem na ordem em que foram feitas.
      ******************************************************************
       LER-ALTERACAO.
           READ TRILHA-ALTERACOES
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF TRL-DATA = WS-DATA-OFICIAL
                       PERFORM ESCREVER-ALTERACAO
                       PERFORM ACUMULAR-ARQUIVO
                   END-IF
           END-READ.

       ESCREVER-ALTERACAO.
           ADD 1 TO WS-QTD-ALTERACOES
           MOVE TRL-HORA TO LA-HORA
           MOVE TRL-ARQUIVO TO LA-ARQUIVO
           MOVE TRL-CHAVE TO LA-CHAVE
           MOVE TRL-CAMPO TO LA-CAMPO
           MOVE TRL-ANTES TO LA-ANTES
           MOVE TRL-DEPOIS TO LA-DEPOIS
           WRITE REG-RELAT-OUT FROM LINHA-ALTERACAO
               AFTER ADVANCING 1 LINE
           MOVE TRL-OPERADOR TO LU-OPERADOR
           MOVE TRL-PROGRAMA TO LU-PROGRAMA
           WRITE REG-RELAT-OUT FROM LINHA-AUTOR
               AFTER ADVANCING 1 LINE.

       ACUMULAR-ARQUIVO.
           SET IX-AR TO 1
           SEARCH ARQUIVO-DIA
               AT END
                   IF QTD-ARQUIVOS < 50
                       ADD 1 TO QTD-ARQUIVOS
                       SET IX-AR TO QTD-ARQUIVOS
                       MOVE TRL-ARQUIVO TO AR-NOME(IX-AR)
                       MOVE 1 TO AR-ALTERACOES(IX-AR)
                   END-IF
               WHEN AR-NOME(IX-AR) = TRL-ARQUIVO
                   ADD 1 TO AR-ALTERACOES(IX-AR)
           END-SEARCH.

       ESCREVER-ARQUIVO.
           MOVE AR-NOME(IX-AR) TO LR-ARQUIVO
           MOVE AR-ALTERACOES(IX-AR) TO LR-ALTERACOES
           WRITE REG-RELAT-OUT FROM LINHA-ARQUIVO
               AFTER ADVANCING 1 LINE.

       END PROGRAM RELAT-ALTERACOES-DIA.
