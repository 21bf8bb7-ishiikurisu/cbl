      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Reconciliation of ULT-21's branch employee lists
      *          (INPUT-01.TXT to INPUT-09.TXT, or the old input.txt
      *          as branch 00) against the payroll master
      *          ARQ-SALARIO.CBDB. The branch lists carry no employee
      *          number, so each branch employee is matched by name
      *          (the branch name against the first 10 positions of
      *          the payroll name), preferring an active employee of
      *          the same department. Reports branch employees that
      *          are terminated or unknown in payroll, active payroll
      *          employees missing from every branch list, and
      *          department or salary disagreements between the two
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-ULT21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * os mesmos arquivos de filial lidos por ULT-21, na mesma ordem.
       SELECT ENTRADA
           ASSIGN TO WS-ENTRADA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENTRADA.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
       SELECT RELAT-CONCILIA
           ASSIGN TO '.\RELAT-CONCILIA-ULT21.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA LABEL RECORDS ARE STANDARD.
       01 REG-ENTRADA.
           05 IN-NOME PIC X(10).
           05 IN-CODIGO PIC XX.
           05 IN-FONE PIC 9(8).
           05 IN-SALARIO PIC 9(5)V99.

      * mesmo leiaute de PAGE-462, com a data de demissao no fim.
       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-ARQ.
           05 NR-EMPREGADO-ARQ PIC 9(5).
           05 NOME-EMPREGADO-ARQ PIC X(20).
           05 DEPTO-ARQ PIC XX.
           05 SALARIO-ANUAL-ARQ PIC 9(5).
           05 DATA-ADMISSAO-ARQ PIC 9(8).
           05 NR-DEPENDENTES-ARQ PIC 99.
           05 DATA-DEMISSAO-ARQ PIC 9(8).

       FD RELAT-CONCILIA LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ENTRADA PIC XX.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-ULTIMO-REGISTRO PIC X VALUE 'N'.
       01 WS-ENTRADA-PATH PIC X(30) VALUE SPACES.
       01 WS-FILIAL-CORRENTE PIC 99 VALUE 0.
       01 WS-IX-FILIAL PIC 99.
       01 WS-QTD-ARQUIVOS-LIDOS PIC 9 VALUE 0.
       01 WS-DIFERENCA PIC S9(6)V99 VALUE 0.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.
       01 WS-FLAG-CADASTRO-CHEIO PIC X VALUE 'N'.
           88 CADASTRO-CHEIO VALUE 'S'.

       01 WS-CONTAGEM-LIDOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-CONFEREM PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-DESCONHECIDOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-DEMITIDOS PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-DEPTO-DIF PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-SALARIO-DIF PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-AUSENTES PIC 9(5) VALUE 0.
       01 WS-CONTAGEM-ATIVOS PIC 9(5) VALUE 0.

      * cadastro da folha em memoria; EM-CASADO marca quem apareceu em
      * ao menos uma lista de filial.
       01 WS-TAB-EMPREGADOS.
           05 QTD-EMPREGADOS PIC 9(4) VALUE 0.
           05 EMPREGADO-TAB OCCURS 500 TIMES INDEXED BY IX-EM.
               10 EM-NR PIC 9(5).
               10 EM-NOME PIC X(20).
               10 EM-DEPTO PIC XX.
               10 EM-SALARIO PIC 9(5).
               10 EM-DEMISSAO PIC 9(8).
               10 EM-CASADO PIC X.

       01 CABECALHO-CONCILIA.
           05 PIC X(44) VALUE
               '# CONCILIACAO DAS LISTAS DE FILIAL (ULT-21) '.
           05 PIC X(26) VALUE 'CONTRA A FOLHA (ARQ-SALARI'.
           05 PIC X(9) VALUE 'O.CBDB)'.
       01 LINHA-FILIAL.
           05 LF-OCORRENCIA PIC X(22).
           05 PIC X(7) VALUE 'FILIAL '.
           05 LF-FILIAL PIC 99.
           05 PIC X VALUE SPACE.
           05 LF-NOME PIC X(10).
           05 PIC X(7) VALUE ' DEPTO '.
           05 LF-CODIGO PIC XX.
           05 PIC X(10) VALUE ' SALARIO  '.
           05 LF-SALARIO PIC ZZ,ZZ9.99.
       01 LINHA-DEMITIDO.
           05 PIC X(13) VALUE ' EMPREGADO NR'.
           05 LD-NR PIC Z(4)9.
           05 PIC X(13) VALUE ' DEMITIDO EM '.
           05 LD-DEMISSAO PIC 9(8).
       01 LINHA-DEPTO.
           05 PIC X(13) VALUE ' EMPREGADO NR'.
           05 LP-NR PIC Z(4)9.
           05 PIC X(13) VALUE ' DEPTO FOLHA '.
           05 LP-DEPTO PIC XX.
       01 LINHA-SALARIO.
           05 PIC X(13) VALUE ' EMPREGADO NR'.
           05 LS-NR PIC Z(4)9.
           05 PIC X(7) VALUE ' FOLHA '.
           05 LS-SALARIO PIC ZZ,ZZ9.
           05 PIC X(5) VALUE ' DIF '.
           05 LS-DIFERENCA PIC ZZ,ZZ9.99-.
       01 LINHA-AUSENTE.
           05 PIC X(20) VALUE 'AUSENTE DAS FILIAIS '.
           05 PIC X(13) VALUE 'EMPREGADO NR '.
           05 LA-NR PIC 9(5).
           05 PIC X VALUE SPACE.
           05 LA-NOME PIC X(20).
           05 PIC X(7) VALUE ' DEPTO '.
           05 LA-DEPTO PIC XX.
           05 PIC X(10) VALUE ' SALARIO  '.
           05 LA-SALARIO PIC ZZ,ZZ9.
       01 LINHA-RESUMO.
           05 LR-ROTULO PIC X(36).
           05 LR-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARREGAR-CADASTRO
           OPEN OUTPUT RELAT-CONCILIA
           WRITE REG-RELAT-OUT FROM CABECALHO-CONCILIA
               AFTER ADVANCING 1 LINE
           PERFORM LER-FILIAIS
           IF WS-QTD-ARQUIVOS-LIDOS = 0
               DISPLAY 'NENHUMA LISTA DE FILIAL ENCONTRADA - '
                   'CONCILIACAO SEM ENTRADA'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM APONTAR-AUSENTE
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > QTD-EMPREGADOS
           PERFORM ESCREVER-RESUMO
           CLOSE RELAT-CONCILIA
           STOP RUN.

      ******************************************************************
      * cadastro inteiro da folha na memoria. um cadastro maior que a
      * tabela faria todo empregado alem dela parecer desconhecido,
      * entao a conciliacao nao prossegue.
      ******************************************************************
       CARREGAR-CADASTRO.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO - '
                   'CONCILIACAO ABORTADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ULTIMO-REGISTRO
           PERFORM CARREGAR-EMPREGADO
               UNTIL WS-ULTIMO-REGISTRO = 'S'
           CLOSE ARQ-SALARIO
           IF CADASTRO-CHEIO
               DISPLAY 'ARQ-SALARIO.CBDB MAIOR QUE A TABELA - '
                   'CONCILIACAO ABORTADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * demissao em branco (registros antigos, sem o campo) ou zero =
      * empregado ativo, como em PAGE-462.
      ******************************************************************
       CARREGAR-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   IF QTD-EMPREGADOS < 500
                       ADD 1 TO QTD-EMPREGADOS
                       SET IX-EM TO QTD-EMPREGADOS
                       MOVE NR-EMPREGADO-ARQ TO EM-NR(IX-EM)
                       MOVE NOME-EMPREGADO-ARQ TO EM-NOME(IX-EM)
                       MOVE DEPTO-ARQ TO EM-DEPTO(IX-EM)
                       MOVE SALARIO-ANUAL-ARQ TO EM-SALARIO(IX-EM)
                       IF DATA-DEMISSAO-ARQ IS NUMERIC
                           MOVE DATA-DEMISSAO-ARQ
                               TO EM-DEMISSAO(IX-EM)
                       ELSE
                           MOVE 0 TO EM-DEMISSAO(IX-EM)
                       END-IF
                       MOVE 'N' TO EM-CASADO(IX-EM)
                   ELSE
                       MOVE 'S' TO WS-FLAG-CADASTRO-CHEIO
                   END-IF
           END-READ.

      ******************************************************************
      * percorre as listas de filial presentes, como ULT-21: sem
      * nenhum arquivo de filial, o input.txt antigo entra como
      * filial 00.
      ******************************************************************
       LER-FILIAIS.
           MOVE 0 TO WS-QTD-ARQUIVOS-LIDOS
           PERFORM LER-ARQUIVO-FILIAL
               VARYING WS-IX-FILIAL FROM 1 BY 1
               UNTIL WS-IX-FILIAL > 9
           IF WS-QTD-ARQUIVOS-LIDOS = 0
               MOVE 0 TO WS-FILIAL-CORRENTE
               MOVE '.\input.txt' TO WS-ENTRADA-PATH
               PERFORM LER-UM-ARQUIVO
           END-IF.

       LER-ARQUIVO-FILIAL.
           MOVE WS-IX-FILIAL TO WS-FILIAL-CORRENTE
           MOVE SPACES TO WS-ENTRADA-PATH
           STRING '.\INPUT-0' DELIMITED BY SIZE
                  WS-IX-FILIAL(2:1) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-ENTRADA-PATH
           PERFORM LER-UM-ARQUIVO.

       LER-UM-ARQUIVO.
           OPEN INPUT ENTRADA
           IF WS-STATUS-ENTRADA = '00'
               ADD 1 TO WS-QTD-ARQUIVOS-LIDOS
               MOVE 'N' TO WS-ULTIMO-REGISTRO
               PERFORM CONCILIAR-REGISTRO
                   UNTIL WS-ULTIMO-REGISTRO = 'S'
               CLOSE ENTRADA
           END-IF.

      ******************************************************************
      * casa um empregado de filial com a folha pelo nome. entre
      * homonimos vale primeiro o ativo do mesmo departamento, depois
      * o ativo ainda nao casado com outra filial, qualquer ativo e,
      * por ultimo, o demitido.
      ******************************************************************
       CONCILIAR-REGISTRO.
           READ ENTRADA
               AT END
                   MOVE 'S' TO WS-ULTIMO-REGISTRO
               NOT AT END
                   ADD 1 TO WS-CONTAGEM-LIDOS
                   PERFORM LOCALIZAR-EMPREGADO
                   IF NOT EMPREGADO-ACHADO
                       ADD 1 TO WS-CONTAGEM-DESCONHECIDOS
                       MOVE 'DESCONHECIDO NA FOLHA' TO LF-OCORRENCIA
                       PERFORM ESCREVER-LINHA-FILIAL
                   ELSE
                       IF EM-DEMISSAO(IX-EM) > 0
                           ADD 1 TO WS-CONTAGEM-DEMITIDOS
                           MOVE 'DEMITIDO NA FOLHA' TO LF-OCORRENCIA
                           PERFORM ESCREVER-LINHA-FILIAL
                           MOVE EM-NR(IX-EM) TO LD-NR
                           MOVE EM-DEMISSAO(IX-EM) TO LD-DEMISSAO
                           WRITE REG-RELAT-OUT FROM LINHA-DEMITIDO
                               AFTER ADVANCING 1 LINE
                       ELSE
                           MOVE 'S' TO EM-CASADO(IX-EM)
                           PERFORM CONFERIR-ATIVO
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-EMPREGADO.
           MOVE 'S' TO WS-FLAG-ACHOU
           SET IX-EM TO 1
           SEARCH EMPREGADO-TAB
               AT END
                   MOVE 'N' TO WS-FLAG-ACHOU
               WHEN IX-EM > QTD-EMPREGADOS
                   MOVE 'N' TO WS-FLAG-ACHOU
               WHEN EM-NOME(IX-EM)(1:10) = IN-NOME
                       AND EM-DEMISSAO(IX-EM) = 0
                       AND EM-DEPTO(IX-EM) = IN-CODIGO
                   CONTINUE
           END-SEARCH
           IF NOT EMPREGADO-ACHADO
               MOVE 'S' TO WS-FLAG-ACHOU
               SET IX-EM TO 1
               SEARCH EMPREGADO-TAB
                   AT END
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN IX-EM > QTD-EMPREGADOS
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN EM-NOME(IX-EM)(1:10) = IN-NOME
                           AND EM-DEMISSAO(IX-EM) = 0
                           AND EM-CASADO(IX-EM) = 'N'
                       CONTINUE
               END-SEARCH
           END-IF
           IF NOT EMPREGADO-ACHADO
               MOVE 'S' TO WS-FLAG-ACHOU
               SET IX-EM TO 1
               SEARCH EMPREGADO-TAB
                   AT END
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN IX-EM > QTD-EMPREGADOS
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN EM-NOME(IX-EM)(1:10) = IN-NOME
                           AND EM-DEMISSAO(IX-EM) = 0
                       CONTINUE
               END-SEARCH
           END-IF
           IF NOT EMPREGADO-ACHADO
               MOVE 'S' TO WS-FLAG-ACHOU
               SET IX-EM TO 1
               SEARCH EMPREGADO-TAB
                   AT END
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN IX-EM > QTD-EMPREGADOS
                       MOVE 'N' TO WS-FLAG-ACHOU
                   WHEN EM-NOME(IX-EM)(1:10) = IN-NOME
                       CONTINUE
               END-SEARCH
           END-IF.

      ******************************************************************
      * empregado ativo nos dois lados: confere departamento e
      * salario. a folha guarda o salario em unidades inteiras, entao
      * diferenca abaixo de uma unidade (so centavos) nao e apontada.
      ******************************************************************
       CONFERIR-ATIVO.
           COMPUTE WS-DIFERENCA = IN-SALARIO - EM-SALARIO(IX-EM)
           IF EM-DEPTO(IX-EM) = IN-CODIGO
                   AND WS-DIFERENCA < 1
                   AND WS-DIFERENCA > -1
               ADD 1 TO WS-CONTAGEM-CONFEREM
           END-IF
           IF EM-DEPTO(IX-EM) NOT = IN-CODIGO
               ADD 1 TO WS-CONTAGEM-DEPTO-DIF
               MOVE 'DEPTO DIVERGENTE' TO LF-OCORRENCIA
               PERFORM ESCREVER-LINHA-FILIAL
               MOVE EM-NR(IX-EM) TO LP-NR
               MOVE EM-DEPTO(IX-EM) TO LP-DEPTO
               WRITE REG-RELAT-OUT FROM LINHA-DEPTO
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DIFERENCA >= 1 OR WS-DIFERENCA <= -1
               ADD 1 TO WS-CONTAGEM-SALARIO-DIF
               MOVE 'SALARIO DIVERGENTE' TO LF-OCORRENCIA
               PERFORM ESCREVER-LINHA-FILIAL
               MOVE EM-NR(IX-EM) TO LS-NR
               MOVE EM-SALARIO(IX-EM) TO LS-SALARIO
               MOVE WS-DIFERENCA TO LS-DIFERENCA
               WRITE REG-RELAT-OUT FROM LINHA-SALARIO
                   AFTER ADVANCING 1 LINE
           END-IF.

       ESCREVER-LINHA-FILIAL.
           MOVE WS-FILIAL-CORRENTE TO LF-FILIAL
           MOVE IN-NOME TO LF-NOME
           MOVE IN-CODIGO TO LF-CODIGO
           MOVE IN-SALARIO TO LF-SALARIO
           WRITE REG-RELAT-OUT FROM LINHA-FILIAL
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * empregado ativo na folha que nao apareceu em nenhuma lista de
      * filial.
      ******************************************************************
       APONTAR-AUSENTE.
           IF EM-DEMISSAO(IX-EM) = 0
               ADD 1 TO WS-CONTAGEM-ATIVOS
               IF EM-CASADO(IX-EM) = 'N'
                   ADD 1 TO WS-CONTAGEM-AUSENTES
                   MOVE EM-NR(IX-EM) TO LA-NR
                   MOVE EM-NOME(IX-EM) TO LA-NOME
                   MOVE EM-DEPTO(IX-EM) TO LA-DEPTO
                   MOVE EM-SALARIO(IX-EM) TO LA-SALARIO
                   WRITE REG-RELAT-OUT FROM LINHA-AUSENTE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       ESCREVER-RESUMO.
           MOVE 'LIDOS NAS LISTAS DE FILIAL:         ' TO LR-ROTULO
           MOVE WS-CONTAGEM-LIDOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 2 LINES
           MOVE 'CONFEREM COM A FOLHA:               ' TO LR-ROTULO
           MOVE WS-CONTAGEM-CONFEREM TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'DESCONHECIDOS NA FOLHA:             ' TO LR-ROTULO
           MOVE WS-CONTAGEM-DESCONHECIDOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'DEMITIDOS NA FOLHA:                 ' TO LR-ROTULO
           MOVE WS-CONTAGEM-DEMITIDOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'DEPARTAMENTO DIVERGENTE:            ' TO LR-ROTULO
           MOVE WS-CONTAGEM-DEPTO-DIF TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'SALARIO DIVERGENTE:                 ' TO LR-ROTULO
           MOVE WS-CONTAGEM-SALARIO-DIF TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'ATIVOS NA FOLHA:                    ' TO LR-ROTULO
           MOVE WS-CONTAGEM-ATIVOS TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'ATIVOS AUSENTES DE TODAS AS FILIAIS:' TO LR-ROTULO
           MOVE WS-CONTAGEM-AUSENTES TO LR-QTD
           WRITE REG-RELAT-OUT FROM LINHA-RESUMO
               AFTER ADVANCING 1 LINE.

       END PROGRAM CONCILIA-ULT21.
