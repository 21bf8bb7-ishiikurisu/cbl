      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Daily access review over LOG-ACESSOS.TXT, written by
      *          CONTROLE-ACESSO: lists every refusal, lock, unlock
      *          and free sign-on of the movement date, totals the
      *          day per operator and lists the codes still locked at
      *          the end of the log, so the supervisor reviews each
      *          morning who tried what in the maintenance programs.
      *          Runs as a step of DRIVER-NOTURNO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-ACESSOS-DIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LOG-ACESSOS
           ASSIGN TO '.\LOG-ACESSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
       SELECT RELAT-ACESSOS
           ASSIGN TO '.\RELAT-ACESSOS-DIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.

       DATA DIVISION.
       FILE SECTION.
      * mesmo leiaute gravado por CONTROLE-ACESSO.
       FD LOG-ACESSOS LABEL RECORDS ARE STANDARD.
       01 REG-LOG-ACESSO.
           05 LAC-DATA PIC 9(8).
           05 PIC X.
           05 LAC-HORA PIC 9(6).
           05 PIC X.
           05 LAC-PROGRAMA PIC X(25).
           05 PIC X.
           05 LAC-OPERADOR PIC X(5).
           05 PIC X.
           05 LAC-EVENTO PIC X.
           05 PIC X.
           05 LAC-ACAO PIC X.
           05 PIC X.
           05 LAC-AUTOR PIC X(5).

       FD RELAT-ACESSOS LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(120).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOG PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-MAX-TENTATIVAS-ENV PIC X(5) VALUE SPACES.
       01 WS-MAX-TENTATIVAS PIC 9 VALUE 3.
       01 WS-QTD-OCORRENCIAS PIC 9(5) VALUE 0.
       01 WS-QTD-BLOQUEADOS PIC 9(5) VALUE 0.

      * um acumulador por operador que aparece no log: os totais do
      * dia e as falhas seguidas desde a ultima entrada ou desbloqueio.
       01 WS-TAB-OPERADORES.
           05 QTD-OPERADORES PIC 999 VALUE 0.
           05 OPERADOR-LOG OCCURS 200 TIMES INDEXED BY IX-OP.
               10 OPL-CODIGO PIC X(5).
               10 OPL-ENTRADAS PIC 9(5).
               10 OPL-FALHAS PIC 9(5).
               10 OPL-RECUSAS PIC 9(5).
               10 OPL-NEGADAS PIC 9(5).
               10 OPL-SEGUIDAS PIC 9(5).
               10 OPL-DATA-BLOQUEIO PIC 9(8).

       01 CABECALHO-ACESSOS.
           05 PIC X(40) VALUE
               '# REVISAO DE ACESSOS DO DIA             '.
           05 CAB-DATA PIC 9(8).
       01 CABECALHO-SECAO.
           05 PIC X(2) VALUE '# '.
           05 CS-TITULO PIC X(60).
       01 LINHA-OCORRENCIA.
           05 LO-HORA PIC 9(6).
           05 PIC X(3) VALUE ' | '.
           05 LO-PROGRAMA PIC X(25).
           05 PIC X(3) VALUE ' | '.
           05 LO-OPERADOR PIC X(5).
           05 PIC X(3) VALUE ' | '.
           05 LO-EVENTO PIC X(30).
           05 PIC X(3) VALUE ' | '.
           05 LO-ACAO PIC X(9).
           05 PIC X(3) VALUE ' | '.
           05 LO-AUTOR PIC X(5).
       01 LINHA-OPERADOR.
           05 LP-OPERADOR PIC X(5).
           05 PIC X(12) VALUE ' | ENTRADAS '.
           05 LP-ENTRADAS PIC ZZZZ9.
           05 PIC X(10) VALUE ' | FALHAS '.
           05 LP-FALHAS PIC ZZZZ9.
           05 PIC X(11) VALUE ' | RECUSAS '.
           05 LP-RECUSAS PIC ZZZZ9.
           05 PIC X(17) VALUE ' | ACOES NEGADAS '.
           05 LP-NEGADAS PIC ZZZZ9.
       01 LINHA-BLOQUEADO.
           05 LB-OPERADOR PIC X(5).
           05 PIC X(19) VALUE ' | BLOQUEADO DESDE '.
           05 LB-DATA PIC 9(8).
           05 PIC X(19) VALUE ' | FALHAS SEGUIDAS '.
           05 LB-SEGUIDAS PIC ZZZZ9.
       01 LINHA-TOTAL.
           05 LT-TEXTO PIC X(30).
           05 LT-TOTAL PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           MOVE SPACES TO WS-MAX-TENTATIVAS-ENV
           ACCEPT WS-MAX-TENTATIVAS-ENV FROM ENVIRONMENT
               'ACESSO-MAX-TENTATIVAS'
           IF WS-MAX-TENTATIVAS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-MAX-TENTATIVAS-ENV)
                       IS NUMERIC
               IF FUNCTION NUMVAL(WS-MAX-TENTATIVAS-ENV) > 0
                       AND FUNCTION NUMVAL(WS-MAX-TENTATIVAS-ENV) < 10
                   MOVE FUNCTION NUMVAL(WS-MAX-TENTATIVAS-ENV)
                       TO WS-MAX-TENTATIVAS
               END-IF
           END-IF
           OPEN OUTPUT RELAT-ACESSOS
           MOVE WS-DATA-OFICIAL TO CAB-DATA
           WRITE REG-RELAT-OUT FROM CABECALHO-ACESSOS
           MOVE 'RECUSAS, BLOQUEIOS E DESBLOQUEIOS' TO CS-TITULO
           WRITE REG-RELAT-OUT FROM CABECALHO-SECAO
               AFTER ADVANCING 2 LINES
           OPEN INPUT LOG-ACESSOS
           IF WS-STATUS-LOG = '00' OR '05'
               PERFORM LER-ACESSO UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE LOG-ACESSOS
           END-IF
           MOVE 'OPERADORES NO DIA' TO CS-TITULO
           WRITE REG-RELAT-OUT FROM CABECALHO-SECAO
               AFTER ADVANCING 2 LINES
           PERFORM ESCREVER-OPERADOR
               VARYING IX-OP FROM 1 BY 1 UNTIL IX-OP > QTD-OPERADORES
           MOVE 'OPERADORES BLOQUEADOS' TO CS-TITULO
           WRITE REG-RELAT-OUT FROM CABECALHO-SECAO
               AFTER ADVANCING 2 LINES
           PERFORM ESCREVER-BLOQUEADO
               VARYING IX-OP FROM 1 BY 1 UNTIL IX-OP > QTD-OPERADORES
           MOVE 'TOTAL DE OCORRENCIAS NO DIA:  ' TO LT-TEXTO
           MOVE WS-QTD-OCORRENCIAS TO LT-TOTAL
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 2 LINES
           MOVE 'OPERADORES BLOQUEADOS:        ' TO LT-TEXTO
           MOVE WS-QTD-BLOQUEADOS TO LT-TOTAL
           WRITE REG-RELAT-OUT FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE
           CLOSE RELAT-ACESSOS
           DISPLAY 'REVISAO DE ACESSOS ' WS-DATA-OFICIAL ': '
               WS-QTD-OCORRENCIAS ' OCORRENCIA(S), '
               WS-QTD-BLOQUEADOS ' BLOQUEADO(S)'
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
      * uma passada no log inteiro: as falhas seguidas (e com elas o
      * bloqueio) atravessam os dias; os totais e o detalhe sao so
      * da data do movimento. dias posteriores nao entram.
      ******************************************************************
       LER-ACESSO.
           READ LOG-ACESSOS
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF LAC-DATA NOT > WS-DATA-OFICIAL
                       PERFORM ACUMULAR-OPERADOR
                   END-IF
           END-READ.

       ACUMULAR-OPERADOR.
           SET IX-OP TO 1
           SEARCH OPERADOR-LOG
               AT END
                   IF QTD-OPERADORES < 200
                       ADD 1 TO QTD-OPERADORES
                       SET IX-OP TO QTD-OPERADORES
                       MOVE LAC-OPERADOR TO OPL-CODIGO(IX-OP)
                       MOVE 0 TO OPL-ENTRADAS(IX-OP)
                           OPL-FALHAS(IX-OP) OPL-RECUSAS(IX-OP)
                           OPL-NEGADAS(IX-OP) OPL-SEGUIDAS(IX-OP)
                           OPL-DATA-BLOQUEIO(IX-OP)
                       PERFORM CONTAR-EVENTO
                   END-IF
               WHEN OPL-CODIGO(IX-OP) = LAC-OPERADOR
                   PERFORM CONTAR-EVENTO
           END-SEARCH.

       CONTAR-EVENTO.
           EVALUATE LAC-EVENTO
               WHEN 'F'
                   ADD 1 TO OPL-SEGUIDAS(IX-OP)
                   IF OPL-SEGUIDAS(IX-OP) = WS-MAX-TENTATIVAS
                       MOVE LAC-DATA TO OPL-DATA-BLOQUEIO(IX-OP)
                   END-IF
               WHEN 'E'
               WHEN 'D'
                   MOVE 0 TO OPL-SEGUIDAS(IX-OP)
                   MOVE 0 TO OPL-DATA-BLOQUEIO(IX-OP)
           END-EVALUATE
           IF LAC-DATA = WS-DATA-OFICIAL
               EVALUATE LAC-EVENTO
                   WHEN 'E'
                   WHEN 'L'
                       ADD 1 TO OPL-ENTRADAS(IX-OP)
                   WHEN 'F'
                       ADD 1 TO OPL-FALHAS(IX-OP)
                   WHEN 'R'
                   WHEN 'I'
                       ADD 1 TO OPL-RECUSAS(IX-OP)
                   WHEN 'N'
                       ADD 1 TO OPL-NEGADAS(IX-OP)
               END-EVALUATE
               IF LAC-EVENTO NOT = 'E'
                   PERFORM ESCREVER-OCORRENCIA
               END-IF
           END-IF.

       ESCREVER-OCORRENCIA.
           ADD 1 TO WS-QTD-OCORRENCIAS
           MOVE LAC-HORA TO LO-HORA
           MOVE LAC-PROGRAMA TO LO-PROGRAMA
           MOVE LAC-OPERADOR TO LO-OPERADOR
           MOVE LAC-AUTOR TO LO-AUTOR
           EVALUATE LAC-EVENTO
               WHEN 'L'
                   MOVE 'ENTRADA LIVRE (SEM OPERADORES)' TO LO-EVENTO
               WHEN 'F'
                   MOVE 'CODIGO OU SENHA INVALIDOS' TO LO-EVENTO
               WHEN 'B'
                   MOVE 'BLOQUEADO POR TENTATIVAS' TO LO-EVENTO
               WHEN 'R'
                   MOVE 'ENTRADA RECUSADA: BLOQUEADO' TO LO-EVENTO
               WHEN 'I'
                   MOVE 'ENTRADA RECUSADA: INATIVO' TO LO-EVENTO
               WHEN 'N'
                   MOVE 'ACAO NAO PERMITIDA' TO LO-EVENTO
               WHEN 'D'
                   MOVE 'DESBLOQUEADO' TO LO-EVENTO
               WHEN OTHER
                   MOVE 'EVENTO DESCONHECIDO' TO LO-EVENTO
           END-EVALUATE
           EVALUATE LAC-ACAO
               WHEN 'C'
                   MOVE 'CONSULTAR' TO LO-ACAO
               WHEN 'A'
                   MOVE 'ALTERAR' TO LO-ACAO
               WHEN 'E'
                   MOVE 'EXCLUIR' TO LO-ACAO
               WHEN 'D'
                   MOVE 'DESBLOQ.' TO LO-ACAO
               WHEN OTHER
                   MOVE SPACES TO LO-ACAO
           END-EVALUATE
           WRITE REG-RELAT-OUT FROM LINHA-OCORRENCIA
               AFTER ADVANCING 1 LINE.

       ESCREVER-OPERADOR.
           IF OPL-ENTRADAS(IX-OP) > 0 OR OPL-FALHAS(IX-OP) > 0
                   OR OPL-RECUSAS(IX-OP) > 0 OR OPL-NEGADAS(IX-OP) > 0
               MOVE OPL-CODIGO(IX-OP) TO LP-OPERADOR
               MOVE OPL-ENTRADAS(IX-OP) TO LP-ENTRADAS
               MOVE OPL-FALHAS(IX-OP) TO LP-FALHAS
               MOVE OPL-RECUSAS(IX-OP) TO LP-RECUSAS
               MOVE OPL-NEGADAS(IX-OP) TO LP-NEGADAS
               WRITE REG-RELAT-OUT FROM LINHA-OPERADOR
                   AFTER ADVANCING 1 LINE
           END-IF.

       ESCREVER-BLOQUEADO.
           IF OPL-SEGUIDAS(IX-OP) >= WS-MAX-TENTATIVAS
               ADD 1 TO WS-QTD-BLOQUEADOS
               MOVE OPL-CODIGO(IX-OP) TO LB-OPERADOR
               MOVE OPL-DATA-BLOQUEIO(IX-OP) TO LB-DATA
               MOVE OPL-SEGUIDAS(IX-OP) TO LB-SEGUIDAS
               WRITE REG-RELAT-OUT FROM LINHA-BLOQUEADO
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM REVISAO-ACESSOS-DIA.
