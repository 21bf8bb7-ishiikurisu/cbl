      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Time clock import for the payroll month. Reads the
      *          clock's export of punches per employee and day
      *          (MARCACOES-PONTO.TXT: entry, lunch out, lunch back,
      *          exit), the schedule of each employee
      *          (JORNADA-EMPREGADOS.TXT), CALENDARIO.TXT for the
      *          workdays (Monday to Friday for days not in it),
      *          FERIAS.TXT and the HR excuses in ABONOS-PONTO.TXT.
      *          Per employee it computes the hours worked, overtime,
      *          late arrivals / early exits and unexcused absences,
      *          with the 10-minute daily tolerance, and writes the
      *          movements in the MOVIMENTOS-MES layout to
      *          MOVIMENTOS-PONTO.TXT ('H' overtime hours, 'D' value
      *          of the hours missed at the PAGE-462 hourly rate, 'F'
      *          unexcused absence days for the vacation entitlement),
      *          which PAGE-462 reads beside MOVIMENTOS-MES.TXT.
      *          RELAT-PONTO.TXT has the month per employee and
      *          EXCECOES-PONTO.TXT the missing or inconsistent
      *          punches for HR to resolve before the payroll runs;
      *          a day with such punches is left out of the totals.
      *          Month by P462-PERIODO, as in PAGE-462
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-PONTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * exportacao do relogio de ponto: uma linha por empregado e dia
       SELECT MARCACOES-PONTO
           ASSIGN TO '.\MARCACOES-PONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MARCACOES.
      * horario contratual de cada empregado
       SELECT JORNADA-EMPREGADOS
           ASSIGN TO '.\JORNADA-EMPREGADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JORNADA.
      * dias abonados pelo pessoal (atestado, licenca, folga
      * concedida); opcional.
       SELECT ABONOS-PONTO
           ASSIGN TO '.\ABONOS-PONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ABONOS.
       SELECT ARQ-FERIAS
           ASSIGN TO '.\FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIAS.
       SELECT CALENDARIO
           ASSIGN TO '.\CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CALENDARIO.
       SELECT ARQ-SALARIO
           ASSIGN TO '.\ARQ-SALARIO.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALARIO.
       SELECT ARQ-DATA-MOVIMENTO
           ASSIGN TO '.\DATA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DATA-MOV.
      * movimentos apurados do ponto, regravados a cada execucao
       SELECT MOVIMENTOS-PONTO
           ASSIGN TO '.\MOVIMENTOS-PONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT-PONTO
           ASSIGN TO '.\RELAT-PONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXCECOES-PONTO
           ASSIGN TO '.\EXCECOES-PONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * batidas em HHMM, na ordem entrada, saida para o almoco, volta
      * do almoco e saida; 0000 = batida que nao houve.
       FD MARCACOES-PONTO LABEL RECORDS ARE STANDARD.
       01 REG-MARCACAO-IN.
           05 MRC-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 MRC-DATA-IN PIC 9(8).
           05 MRC-BATIDA-IN OCCURS 4 TIMES.
               10 PIC X.
               10 MRC-HH-IN PIC 99.
               10 MRC-MM-IN PIC 99.

      * mesmo formato das batidas: os quatro horarios previstos.
       FD JORNADA-EMPREGADOS LABEL RECORDS ARE STANDARD.
       01 REG-JORNADA-IN.
           05 JOR-NR-EMPREGADO-IN PIC 9(5).
           05 JOR-HORARIO-IN OCCURS 4 TIMES.
               10 PIC X.
               10 JOR-HH-IN PIC 99.
               10 JOR-MM-IN PIC 99.

       FD ABONOS-PONTO LABEL RECORDS ARE STANDARD.
       01 REG-ABONO-IN.
           05 ABO-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 ABO-DATA-IN PIC 9(8).
           05 PIC X.
           05 ABO-MOTIVO-IN PIC X(20).

      * mesmo leiaute lido por PAGE-462.
       FD ARQ-FERIAS LABEL RECORDS ARE STANDARD.
       01 REG-FERIAS-IN.
           05 FER-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 FER-DATA-INICIO-IN PIC 9(8).
           05 PIC X.
           05 FER-DIAS-IN PIC 99.

       FD CALENDARIO LABEL RECORDS ARE STANDARD.
       01 REG-CALENDARIO.
           05 CAL-DATA PIC 9(8).
           05 PIC X.
           05 CAL-DIA-UTIL PIC X.
           05 PIC X.
           05 CAL-ULTIMO-DIA-MES PIC X.

       FD ARQ-SALARIO LABEL RECORDS ARE STANDARD.
       01 REG-SALARIO-IN.
           05 NR-EMPREGADO-IN PIC 9(5).
           05 NOME-EMPREGADO-IN PIC X(20).
           05 DEPTO-IN PIC XX.
           05 SALARIO-ANUAL-IN PIC 9(5).
           05 DATA-ADMISSAO-IN PIC 9(8).
           05 NR-DEPENDENTES-IN PIC 99.
           05 DATA-DEMISSAO-IN PIC 9(8).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).

      * leiaute de MOVIMENTOS-MES.TXT
       FD MOVIMENTOS-PONTO LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO-OUT.
           05 MOV-NR-EMPREGADO-OUT PIC 9(5).
           05 MOV-CODIGO-OUT PIC X.
           05 MOV-VALOR-OUT PIC 9(5)V99.

       FD RELAT-PONTO LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-OUT PIC X(100).

       FD EXCECOES-PONTO LABEL RECORDS ARE OMITTED.
       01 REG-EXCECAO-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MARCACOES PIC XX.
       01 WS-STATUS-JORNADA PIC XX.
       01 WS-STATUS-ABONOS PIC XX.
       01 WS-STATUS-FERIAS PIC XX.
       01 WS-STATUS-CALENDARIO PIC XX.
       01 WS-STATUS-SALARIO PIC XX.
       01 WS-STATUS-DATA-MOV PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
       01 WS-DATA-OFICIAL PIC 9(8) VALUE 0.
       01 WS-PERIODO-FOLHA PIC 9(6) VALUE 0.
       01 WS-PERIODO-ENV PIC X(6).

      * tolerancia diaria, em minutos, para atraso e hora extra
       01 WS-TOLERANCIA PIC 99 VALUE 10.

      * dias do mes, em contagem juliana
       01 WS-DIA-INT PIC 9(7) VALUE 0.
       01 WS-DIA-INT-INICIO PIC 9(7) VALUE 0.
       01 WS-DIA-INT-FIM PIC 9(7) VALUE 0.
       01 WS-DATA-DIA PIC 9(8) VALUE 0.
       01 WS-PRIMEIRO-DIA PIC 9(8) VALUE 0.
       01 WS-PROXIMO-MES PIC 9(8) VALUE 0.
       01 WS-DIA-SEMANA PIC 9 VALUE 0.
       01 WS-FLAG-UTIL PIC X VALUE 'N'.
           88 DIA-UTIL VALUE 'S'.
       01 WS-FLAG-ABONADO PIC X VALUE 'N'.
           88 DIA-ABONADO VALUE 'S'.
       01 WS-FLAG-ACHOU PIC X VALUE 'N'.
           88 MARCACAO-ACHADA VALUE 'S'.
       01 WS-IX-BATIDA PIC 9 VALUE 0.
       01 WS-MINUTOS-BATIDA PIC 9(4) VALUE 0.

      * apuracao do empregado corrente, em minutos
       01 WS-MINUTOS-PREVISTOS PIC 9(4) VALUE 0.
       01 WS-MINUTOS-TRABALHADOS PIC 9(4) VALUE 0.
       01 WS-SALDO-DIA PIC S9(4) VALUE 0.
       01 WS-ATRASO-ENTRADA PIC S9(4) VALUE 0.
       01 WS-VALOR-HORA PIC 9(3)V99 VALUE 0.
       01 WS-APURACAO.
           05 AP-DIAS-TRABALHADOS PIC 99.
           05 AP-DIAS-FALTA PIC 99.
           05 AP-DIAS-ABONADOS PIC 99.
           05 AP-DIAS-PENDENTES PIC 99.
           05 AP-ENTRADAS-ATRASADAS PIC 99.
           05 AP-MINUTOS-TRABALHADOS PIC 9(5).
           05 AP-MINUTOS-EXTRAS PIC 9(5).
           05 AP-MINUTOS-ATRASO PIC 9(5).
           05 AP-MINUTOS-FALTA PIC 9(5).
       01 WS-HORAS-EXTRAS PIC 9(5)V99 VALUE 0.
       01 WS-VALOR-ATRASO PIC 9(5)V99 VALUE 0.
       01 WS-VALOR-FALTA PIC 9(5)V99 VALUE 0.

       01 WS-QTD-APURADOS PIC 9(5) VALUE 0.
       01 WS-QTD-MOVIMENTOS PIC 9(5) VALUE 0.
       01 WS-QTD-EXCECOES PIC 9(5) VALUE 0.

      * empregados do cadastro
       01 WS-QTD-EMPREGADOS PIC 999 VALUE 0.
       01 WS-TAB-EMPREGADOS.
           05 EMPREGADO-TAB OCCURS 200 TIMES INDEXED BY IX-EM.
               10 EM-NR-TAB PIC 9(5).
               10 EM-NOME-TAB PIC X(20).
               10 EM-SALARIO-TAB PIC 9(5).
               10 EM-ADMISSAO-TAB PIC 9(8).
               10 EM-DEMISSAO-TAB PIC 9(8).

      * jornadas, em minutos desde a meia-noite
       01 WS-QTD-JORNADAS PIC 999 VALUE 0.
       01 WS-TAB-JORNADAS.
           05 JORNADA-TAB OCCURS 200 TIMES INDEXED BY IX-JR.
               10 JR-EMPREGADO PIC 9(5).
               10 JR-MINUTOS PIC 9(4) OCCURS 4 TIMES.

      * marcacoes do mes, em minutos; situacao ' ' = completa, 'F' =
      * batida faltante, 'I' = horario invalido ou fora de ordem.
       01 WS-QTD-MARCACOES PIC 9(4) VALUE 0.
       01 WS-TAB-MARCACOES.
           05 MARCACAO-TAB OCCURS 7000 TIMES INDEXED BY IX-MC.
               10 MC-EMPREGADO PIC 9(5).
               10 MC-DATA PIC 9(8).
               10 MC-MINUTOS PIC 9(4) OCCURS 4 TIMES.
               10 MC-SITUACAO PIC X.
               10 MC-USADA PIC X.

       01 WS-QTD-ABONOS PIC 999 VALUE 0.
       01 WS-TAB-ABONOS.
           05 ABONO-TAB OCCURS 500 TIMES INDEXED BY IX-AB.
               10 AB-EMPREGADO PIC 9(5).
               10 AB-DATA PIC 9(8).

       01 WS-QTD-FERIAS PIC 99 VALUE 0.
       01 WS-TAB-FERIAS.
           05 FERIAS-TAB OCCURS 50 TIMES INDEXED BY IX-FE.
               10 FE-EMPREGADO PIC 9(5).
               10 FE-INICIO-INT PIC 9(7).
               10 FE-FIM-INT PIC 9(7).

       01 WS-QTD-CALENDARIO PIC 9(4) VALUE 0.
       01 WS-TAB-CALENDARIO.
           05 CALENDARIO-TAB OCCURS 1500 TIMES INDEXED BY IX-CA.
               10 CT-DATA PIC 9(8).
               10 CT-DIA-UTIL PIC X.

       01 CABECALHO-PONTO-1.
           05 PIC X(36) VALUE '# APURACAO DO PONTO - COMPETENCIA  '.
           05 CP-PERIODO PIC 9(6).
       01 CABECALHO-PONTO-2.
           05 PIC X(40) VALUE
               'EMP#  NOME                 TRAB FALT AB'.
           05 PIC X(40) VALUE
               'O PEND ATRS  H TRAB  H EXTRA  H ATRASO  '.
           05 PIC X(6) VALUE 'H FALT'.
       01 LINHA-APURACAO.
           05 LA-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 LA-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 LA-DIAS-TRABALHADOS PIC ZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-DIAS-FALTA PIC ZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-DIAS-ABONADOS PIC ZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-DIAS-PENDENTES PIC ZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-ENTRADAS-ATRASADAS PIC ZZZ9.
           05 PIC X VALUE SPACE.
           05 LA-HORAS-TRABALHADAS PIC ZZZ9.99.
           05 PIC X VALUE SPACE.
           05 LA-HORAS-EXTRAS PIC ZZZ9.99.
           05 PIC X VALUE SPACE.
           05 LA-HORAS-ATRASO PIC ZZZZ9.99.
           05 PIC X VALUE SPACE.
           05 LA-HORAS-FALTA PIC ZZZZ9.99.
       01 WS-HORAS-EDITAR PIC 9(4)V99 VALUE 0.

       01 CABECALHO-EXCECOES.
           05 PIC X(45) VALUE
               '# MARCACOES A RESOLVER ANTES DA FOLHA - COMP '.
           05 CE-PERIODO PIC 9(6).
       01 LINHA-EXCECAO.
           05 EXC-MOTIVO PIC X(34).
           05 EXC-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 EXC-DATA PIC 9(8).
           05 EXC-BATIDAS OCCURS 4 TIMES.
               10 PIC X.
               10 EXC-HORA PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-DATA-MOVIMENTO
           PERFORM DEFINIR-PERIODO-PONTO
           PERFORM LER-CADASTRO
           PERFORM LER-JORNADAS
           PERFORM LER-CALENDARIO
           PERFORM LER-FERIAS
           PERFORM LER-ABONOS
           OPEN OUTPUT EXCECOES-PONTO
           MOVE WS-PERIODO-FOLHA TO CE-PERIODO
           WRITE REG-EXCECAO-OUT FROM CABECALHO-EXCECOES
           PERFORM LER-MARCACOES
           OPEN OUTPUT MOVIMENTOS-PONTO RELAT-PONTO
           MOVE WS-PERIODO-FOLHA TO CP-PERIODO
           WRITE REG-RELAT-OUT FROM CABECALHO-PONTO-1
           WRITE REG-RELAT-OUT FROM CABECALHO-PONTO-2
               AFTER ADVANCING 2 LINES
           PERFORM APURAR-EMPREGADO
               VARYING IX-EM FROM 1 BY 1
               UNTIL IX-EM > WS-QTD-EMPREGADOS
           PERFORM LISTAR-MARCACAO-SOBRANTE
               VARYING IX-MC FROM 1 BY 1
               UNTIL IX-MC > WS-QTD-MARCACOES
           CLOSE MOVIMENTOS-PONTO RELAT-PONTO EXCECOES-PONTO
           DISPLAY 'PONTO DE ' WS-PERIODO-FOLHA ': '
               WS-QTD-APURADOS ' EMPREGADOS APURADOS, '
               WS-QTD-MOVIMENTOS ' MOVIMENTOS, '
               WS-QTD-EXCECOES ' EXCECOES A RESOLVER'
           IF WS-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
      * competencia: P462-PERIODO (AAAAMM) ou o mes da data do
      * movimento, como na folha mensal; primeiro e ultimo dia em
      * contagem juliana.
      ******************************************************************
       DEFINIR-PERIODO-PONTO.
           MOVE WS-DATA-OFICIAL(1:6) TO WS-PERIODO-FOLHA
           MOVE SPACES TO WS-PERIODO-ENV
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'P462-PERIODO'
           IF WS-PERIODO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-PERIODO-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERIODO-ENV)
                   TO WS-PERIODO-FOLHA
           END-IF
           COMPUTE WS-PRIMEIRO-DIA = WS-PERIODO-FOLHA * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIMEIRO-DIA) NOT = 0
               DISPLAY 'COMPETENCIA INVALIDA: ' WS-PERIODO-FOLHA
                   ' - PONTO NAO APURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODO-FOLHA(5:2) = '12'
               COMPUTE WS-PROXIMO-MES =
                   (WS-PERIODO-FOLHA + 89) * 100 + 1
           ELSE
               COMPUTE WS-PROXIMO-MES =
                   (WS-PERIODO-FOLHA + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIA-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA)
           COMPUTE WS-DIA-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1.

       LER-CADASTRO.
           OPEN INPUT ARQ-SALARIO
           IF WS-STATUS-SALARIO NOT = '00'
               DISPLAY 'ARQ-SALARIO.CBDB NAO ENCONTRADO, '
                   'PONTO NAO APURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-EMPREGADO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE ARQ-SALARIO.

       CARREGAR-EMPREGADO.
           READ ARQ-SALARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-EMPREGADOS < 200
                       ADD 1 TO WS-QTD-EMPREGADOS
                       SET IX-EM TO WS-QTD-EMPREGADOS
                       MOVE NR-EMPREGADO-IN TO EM-NR-TAB(IX-EM)
                       MOVE NOME-EMPREGADO-IN TO EM-NOME-TAB(IX-EM)
                       MOVE SALARIO-ANUAL-IN TO EM-SALARIO-TAB(IX-EM)
                       MOVE DATA-ADMISSAO-IN TO EM-ADMISSAO-TAB(IX-EM)
                       IF DATA-DEMISSAO-IN IS NUMERIC
                           MOVE DATA-DEMISSAO-IN
                               TO EM-DEMISSAO-TAB(IX-EM)
                       ELSE
                           MOVE 0 TO EM-DEMISSAO-TAB(IX-EM)
                       END-IF
                   ELSE
                       DISPLAY 'EMPREGADO IGNORADO, TABELA CHEIA: '
                           NR-EMPREGADO-IN
                   END-IF
           END-READ.

      ******************************************************************
      * horarios previstos; sem o arquivo nao ha o que comparar.
      ******************************************************************
       LER-JORNADAS.
           OPEN INPUT JORNADA-EMPREGADOS
           IF WS-STATUS-JORNADA NOT = '00'
               DISPLAY 'JORNADA-EMPREGADOS.TXT NAO ENCONTRADO, '
                   'PONTO NAO APURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-JORNADA
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE JORNADA-EMPREGADOS.

       CARREGAR-JORNADA.
           READ JORNADA-EMPREGADOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-JORNADAS < 200
                       ADD 1 TO WS-QTD-JORNADAS
                       SET IX-JR TO WS-QTD-JORNADAS
                       MOVE JOR-NR-EMPREGADO-IN TO JR-EMPREGADO(IX-JR)
                       PERFORM CONVERTER-HORARIO
                           VARYING WS-IX-BATIDA FROM 1 BY 1
                           UNTIL WS-IX-BATIDA > 4
                   END-IF
           END-READ.

       CONVERTER-HORARIO.
           COMPUTE JR-MINUTOS(IX-JR, WS-IX-BATIDA) =
               JOR-HH-IN(WS-IX-BATIDA) * 60
               + JOR-MM-IN(WS-IX-BATIDA).

      ******************************************************************
      * calendario da casa, lido inteiro; dia fora dele e util de
      * segunda a sexta, como em CONCILIA-DEPOSITOS.
      ******************************************************************
       LER-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WS-STATUS-CALENDARIO = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM CARREGAR-CALENDARIO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE CALENDARIO
           END-IF.

       CARREGAR-CALENDARIO.
           READ CALENDARIO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-CALENDARIO < 1500
                       ADD 1 TO WS-QTD-CALENDARIO
                       SET IX-CA TO WS-QTD-CALENDARIO
                       MOVE CAL-DATA TO CT-DATA(IX-CA)
                       MOVE CAL-DIA-UTIL TO CT-DIA-UTIL(IX-CA)
                   END-IF
           END-READ.

      ******************************************************************
      * ferias agendadas: os dias de gozo ficam abonados.
      ******************************************************************
       LER-FERIAS.
           OPEN INPUT ARQ-FERIAS
           IF WS-STATUS-FERIAS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM CARREGAR-FERIAS
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE ARQ-FERIAS
           END-IF.

       CARREGAR-FERIAS.
           READ ARQ-FERIAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-FERIAS < 50
                           AND FER-DIAS-IN > 0
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (FER-DATA-INICIO-IN) = 0
                       ADD 1 TO WS-QTD-FERIAS
                       SET IX-FE TO WS-QTD-FERIAS
                       MOVE FER-NR-EMPREGADO-IN TO FE-EMPREGADO(IX-FE)
                       COMPUTE FE-INICIO-INT(IX-FE) =
                           FUNCTION INTEGER-OF-DATE(FER-DATA-INICIO-IN)
                       COMPUTE FE-FIM-INT(IX-FE) =
                           FE-INICIO-INT(IX-FE) + FER-DIAS-IN - 1
                   END-IF
           END-READ.

       LER-ABONOS.
           OPEN INPUT ABONOS-PONTO
           IF WS-STATUS-ABONOS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM CARREGAR-ABONO
                   UNTIL WS-FIM-ARQUIVO = 'S'
               CLOSE ABONOS-PONTO
           END-IF.

       CARREGAR-ABONO.
           READ ABONOS-PONTO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-ABONOS < 500
                           AND ABO-DATA-IN(1:6) = WS-PERIODO-FOLHA
                       ADD 1 TO WS-QTD-ABONOS
                       SET IX-AB TO WS-QTD-ABONOS
                       MOVE ABO-NR-EMPREGADO-IN TO AB-EMPREGADO(IX-AB)
                       MOVE ABO-DATA-IN TO AB-DATA(IX-AB)
                   END-IF
           END-READ.

      ******************************************************************
      * marcacoes da competencia, convertidas em minutos. batida
      * zerada torna o dia pendente ('F'); hora invalida ou batidas
      * fora de ordem tambem ('I'). a segunda linha do mesmo
      * empregado e dia e listada e desprezada.
      ******************************************************************
       LER-MARCACOES.
           OPEN INPUT MARCACOES-PONTO
           IF WS-STATUS-MARCACOES NOT = '00'
               DISPLAY 'MARCACOES-PONTO.TXT NAO ENCONTRADO, '
                   'PONTO NAO APURADO'
               CLOSE EXCECOES-PONTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-MARCACAO
               UNTIL WS-FIM-ARQUIVO = 'S'
           CLOSE MARCACOES-PONTO.

       CARREGAR-MARCACAO.
           READ MARCACOES-PONTO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF MRC-DATA-IN(1:6) = WS-PERIODO-FOLHA
                       PERFORM GUARDAR-MARCACAO
                   END-IF
           END-READ.

       GUARDAR-MARCACAO.
           MOVE 'N' TO WS-FLAG-ACHOU
           PERFORM PROCURAR-MARCACAO-LIDA
               VARYING IX-MC FROM 1 BY 1
               UNTIL IX-MC > WS-QTD-MARCACOES OR MARCACAO-ACHADA
           IF MARCACAO-ACHADA
               MOVE 'MARCACAO EM DUPLICIDADE, IGNORADA:'
                   TO EXC-MOTIVO
               PERFORM ESCREVER-EXCECAO-LIDA
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-MARCACOES = 7000
               MOVE 'MARCACAO ALEM DA TABELA, IGNORADA:'
                   TO EXC-MOTIVO
               PERFORM ESCREVER-EXCECAO-LIDA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-MARCACOES
           SET IX-MC TO WS-QTD-MARCACOES
           MOVE MRC-NR-EMPREGADO-IN TO MC-EMPREGADO(IX-MC)
           MOVE MRC-DATA-IN TO MC-DATA(IX-MC)
           MOVE SPACE TO MC-SITUACAO(IX-MC)
           MOVE 'N' TO MC-USADA(IX-MC)
           PERFORM CONVERTER-BATIDA
               VARYING WS-IX-BATIDA FROM 1 BY 1
               UNTIL WS-IX-BATIDA > 4
           IF MC-SITUACAO(IX-MC) = SPACE
               IF MC-MINUTOS(IX-MC, 2) < MC-MINUTOS(IX-MC, 1)
                       OR MC-MINUTOS(IX-MC, 3) < MC-MINUTOS(IX-MC, 2)
                       OR MC-MINUTOS(IX-MC, 4) < MC-MINUTOS(IX-MC, 3)
                   MOVE 'I' TO MC-SITUACAO(IX-MC)
               END-IF
           END-IF.

       PROCURAR-MARCACAO-LIDA.
           IF MC-EMPREGADO(IX-MC) = MRC-NR-EMPREGADO-IN
                   AND MC-DATA(IX-MC) = MRC-DATA-IN
               SET MARCACAO-ACHADA TO TRUE
           END-IF.

       CONVERTER-BATIDA.
           IF MRC-HH-IN(WS-IX-BATIDA) IS NOT NUMERIC
                   OR MRC-MM-IN(WS-IX-BATIDA) IS NOT NUMERIC
               MOVE 'I' TO MC-SITUACAO(IX-MC)
               MOVE 0 TO MC-MINUTOS(IX-MC, WS-IX-BATIDA)
               EXIT PARAGRAPH
           END-IF
           IF MRC-HH-IN(WS-IX-BATIDA) > 23
                   OR MRC-MM-IN(WS-IX-BATIDA) > 59
               MOVE 'I' TO MC-SITUACAO(IX-MC)
           END-IF
           COMPUTE MC-MINUTOS(IX-MC, WS-IX-BATIDA) =
               MRC-HH-IN(WS-IX-BATIDA) * 60 + MRC-MM-IN(WS-IX-BATIDA)
           IF MC-MINUTOS(IX-MC, WS-IX-BATIDA) = 0
                   AND MC-SITUACAO(IX-MC) = SPACE
               MOVE 'F' TO MC-SITUACAO(IX-MC)
           END-IF.

       ESCREVER-EXCECAO-LIDA.
           MOVE MRC-NR-EMPREGADO-IN TO EXC-NR-EMPREGADO
           MOVE MRC-DATA-IN TO EXC-DATA
           PERFORM MOVER-BATIDA-LIDA
               VARYING WS-IX-BATIDA FROM 1 BY 1
               UNTIL WS-IX-BATIDA > 4
           PERFORM ESCREVER-EXCECAO.

       MOVER-BATIDA-LIDA.
           IF MRC-HH-IN(WS-IX-BATIDA) IS NUMERIC
                   AND MRC-MM-IN(WS-IX-BATIDA) IS NUMERIC
               COMPUTE EXC-HORA(WS-IX-BATIDA) =
                   MRC-HH-IN(WS-IX-BATIDA) * 100
                   + MRC-MM-IN(WS-IX-BATIDA)
           ELSE
               MOVE 0 TO EXC-HORA(WS-IX-BATIDA)
           END-IF.

       ESCREVER-EXCECAO.
           WRITE REG-EXCECAO-OUT FROM LINHA-EXCECAO
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-QTD-EXCECOES.

      ******************************************************************
      * um empregado no mes: cada dia do contrato dentro da
      * competencia. sem jornada cadastrada o empregado nao e
      * apurado e vai para as excecoes.
      ******************************************************************
       APURAR-EMPREGADO.
           IF EM-DEMISSAO-TAB(IX-EM) > 0
                   AND EM-DEMISSAO-TAB(IX-EM) < WS-PRIMEIRO-DIA
               EXIT PARAGRAPH
           END-IF
           IF EM-ADMISSAO-TAB(IX-EM) NOT < WS-PROXIMO-MES
               EXIT PARAGRAPH
           END-IF
           SET IX-JR TO 1
           SEARCH JORNADA-TAB
               AT END
                   PERFORM LISTAR-SEM-JORNADA
                   EXIT PARAGRAPH
               WHEN IX-JR > WS-QTD-JORNADAS
                   PERFORM LISTAR-SEM-JORNADA
                   EXIT PARAGRAPH
               WHEN JR-EMPREGADO(IX-JR) = EM-NR-TAB(IX-EM)
                   CONTINUE
           END-SEARCH
           INITIALIZE WS-APURACAO
           COMPUTE WS-MINUTOS-PREVISTOS =
               JR-MINUTOS(IX-JR, 2) - JR-MINUTOS(IX-JR, 1)
               + JR-MINUTOS(IX-JR, 4) - JR-MINUTOS(IX-JR, 3)
           PERFORM APURAR-DIA
               VARYING WS-DIA-INT FROM WS-DIA-INT-INICIO BY 1
               UNTIL WS-DIA-INT > WS-DIA-INT-FIM
           PERFORM GRAVAR-MOVIMENTOS-EMPREGADO
           PERFORM ESCREVER-APURACAO
           ADD 1 TO WS-QTD-APURADOS.

       LISTAR-SEM-JORNADA.
           MOVE 'EMPREGADO SEM JORNADA CADASTRADA:' TO EXC-MOTIVO
           MOVE EM-NR-TAB(IX-EM) TO EXC-NR-EMPREGADO
           MOVE 0 TO EXC-DATA
           MOVE 0 TO EXC-HORA(1) EXC-HORA(2) EXC-HORA(3) EXC-HORA(4)
           PERFORM ESCREVER-EXCECAO
           PERFORM MARCAR-SEM-JORNADA
               VARYING IX-MC FROM 1 BY 1
               UNTIL IX-MC > WS-QTD-MARCACOES.

       MARCAR-SEM-JORNADA.
           IF MC-EMPREGADO(IX-MC) = EM-NR-TAB(IX-EM)
               MOVE 'S' TO MC-USADA(IX-MC)
           END-IF.

      ******************************************************************
      * um dia: fora do contrato nada conta. com marcacao completa,
      * o saldo contra a jornada vira hora extra ou atraso quando
      * passa da tolerancia (em dia nao util tudo e extra); sem
      * marcacao, o dia util nao abonado e falta.
      ******************************************************************
       APURAR-DIA.
           COMPUTE WS-DATA-DIA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           IF WS-DATA-DIA < EM-ADMISSAO-TAB(IX-EM)
               EXIT PARAGRAPH
           END-IF
           IF EM-DEMISSAO-TAB(IX-EM) > 0
                   AND WS-DATA-DIA NOT < EM-DEMISSAO-TAB(IX-EM)
               EXIT PARAGRAPH
           END-IF
           PERFORM AVALIAR-DIA-UTIL
           PERFORM AVALIAR-ABONO
           MOVE 'N' TO WS-FLAG-ACHOU
           PERFORM PROCURAR-MARCACAO-DIA
               VARYING IX-MC FROM 1 BY 1
               UNTIL IX-MC > WS-QTD-MARCACOES OR MARCACAO-ACHADA
           IF NOT MARCACAO-ACHADA
               IF DIA-UTIL
                   IF DIA-ABONADO
                       ADD 1 TO AP-DIAS-ABONADOS
                   ELSE
                       ADD 1 TO AP-DIAS-FALTA
                       ADD WS-MINUTOS-PREVISTOS TO AP-MINUTOS-FALTA
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET IX-MC DOWN BY 1
           MOVE 'S' TO MC-USADA(IX-MC)
           IF MC-SITUACAO(IX-MC) NOT = SPACE
               PERFORM LISTAR-MARCACAO-PENDENTE
               ADD 1 TO AP-DIAS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AP-DIAS-TRABALHADOS
           COMPUTE WS-MINUTOS-TRABALHADOS =
               MC-MINUTOS(IX-MC, 2) - MC-MINUTOS(IX-MC, 1)
               + MC-MINUTOS(IX-MC, 4) - MC-MINUTOS(IX-MC, 3)
           ADD WS-MINUTOS-TRABALHADOS TO AP-MINUTOS-TRABALHADOS
           IF NOT DIA-UTIL
               ADD WS-MINUTOS-TRABALHADOS TO AP-MINUTOS-EXTRAS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ATRASO-ENTRADA =
               MC-MINUTOS(IX-MC, 1) - JR-MINUTOS(IX-JR, 1)
           IF WS-ATRASO-ENTRADA > WS-TOLERANCIA
               ADD 1 TO AP-ENTRADAS-ATRASADAS
           END-IF
           COMPUTE WS-SALDO-DIA =
               WS-MINUTOS-TRABALHADOS - WS-MINUTOS-PREVISTOS
           EVALUATE TRUE
               WHEN WS-SALDO-DIA > WS-TOLERANCIA
                   ADD WS-SALDO-DIA TO AP-MINUTOS-EXTRAS
               WHEN WS-SALDO-DIA < 0 - WS-TOLERANCIA
                       AND NOT DIA-ABONADO
                   SUBTRACT WS-SALDO-DIA FROM AP-MINUTOS-ATRASO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AVALIAR-DIA-UTIL.
      * o dia 1 da contagem juliana foi uma segunda-feira: resto 6 e
      * sabado, resto 0 e domingo.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-FLAG-UTIL
           ELSE
               MOVE 'S' TO WS-FLAG-UTIL
           END-IF
           IF WS-QTD-CALENDARIO > 0
               SET IX-CA TO 1
               SEARCH CALENDARIO-TAB
                   AT END
                       CONTINUE
                   WHEN IX-CA > WS-QTD-CALENDARIO
                       CONTINUE
                   WHEN CT-DATA(IX-CA) = WS-DATA-DIA
                       MOVE CT-DIA-UTIL(IX-CA) TO WS-FLAG-UTIL
               END-SEARCH
           END-IF.

       AVALIAR-ABONO.
           MOVE 'N' TO WS-FLAG-ABONADO
           PERFORM CASAR-FERIAS
               VARYING IX-FE FROM 1 BY 1 UNTIL IX-FE > WS-QTD-FERIAS
           PERFORM CASAR-ABONO
               VARYING IX-AB FROM 1 BY 1 UNTIL IX-AB > WS-QTD-ABONOS.

       CASAR-FERIAS.
           IF FE-EMPREGADO(IX-FE) = EM-NR-TAB(IX-EM)
                   AND WS-DIA-INT NOT < FE-INICIO-INT(IX-FE)
                   AND WS-DIA-INT NOT > FE-FIM-INT(IX-FE)
               SET DIA-ABONADO TO TRUE
           END-IF.

       CASAR-ABONO.
           IF AB-EMPREGADO(IX-AB) = EM-NR-TAB(IX-EM)
                   AND AB-DATA(IX-AB) = WS-DATA-DIA
               SET DIA-ABONADO TO TRUE
           END-IF.

       PROCURAR-MARCACAO-DIA.
           IF MC-EMPREGADO(IX-MC) = EM-NR-TAB(IX-EM)
                   AND MC-DATA(IX-MC) = WS-DATA-DIA
               SET MARCACAO-ACHADA TO TRUE
           END-IF.

       LISTAR-MARCACAO-PENDENTE.
           IF MC-SITUACAO(IX-MC) = 'F'
               MOVE 'BATIDA FALTANTE:' TO EXC-MOTIVO
           ELSE
               MOVE 'BATIDA INVALIDA OU FORA DE ORDEM:'
                   TO EXC-MOTIVO
           END-IF
           PERFORM ESCREVER-EXCECAO-TABELA.

       ESCREVER-EXCECAO-TABELA.
           MOVE MC-EMPREGADO(IX-MC) TO EXC-NR-EMPREGADO
           MOVE MC-DATA(IX-MC) TO EXC-DATA
           PERFORM MOVER-BATIDA-TABELA
               VARYING WS-IX-BATIDA FROM 1 BY 1
               UNTIL WS-IX-BATIDA > 4
           PERFORM ESCREVER-EXCECAO.

       MOVER-BATIDA-TABELA.
           DIVIDE MC-MINUTOS(IX-MC, WS-IX-BATIDA) BY 60
               GIVING WS-MINUTOS-BATIDA
               REMAINDER EXC-HORA(WS-IX-BATIDA)
           COMPUTE EXC-HORA(WS-IX-BATIDA) =
               WS-MINUTOS-BATIDA * 100 + EXC-HORA(WS-IX-BATIDA).

      ******************************************************************
      * movimentos do empregado no leiaute de MOVIMENTOS-MES: horas
      * extras em horas ('H', pagas por PAGE-462 pelo salario-hora);
      * atrasos e faltas em valor ('D'), pelo mesmo salario-hora
      * (salario anual sobre 2080 horas); os dias de falta tambem em
      * dias ('F'), que reduzem o direito a ferias do empregado.
      ******************************************************************
       GRAVAR-MOVIMENTOS-EMPREGADO.
           COMPUTE WS-VALOR-HORA ROUNDED = EM-SALARIO-TAB(IX-EM) / 2080
           COMPUTE WS-HORAS-EXTRAS ROUNDED = AP-MINUTOS-EXTRAS / 60
           COMPUTE WS-VALOR-ATRASO ROUNDED =
               AP-MINUTOS-ATRASO * WS-VALOR-HORA / 60
           COMPUTE WS-VALOR-FALTA ROUNDED =
               AP-MINUTOS-FALTA * WS-VALOR-HORA / 60
           IF WS-HORAS-EXTRAS > 0
               MOVE 'H' TO MOV-CODIGO-OUT
               MOVE WS-HORAS-EXTRAS TO MOV-VALOR-OUT
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           IF WS-VALOR-ATRASO > 0
               MOVE 'D' TO MOV-CODIGO-OUT
               MOVE WS-VALOR-ATRASO TO MOV-VALOR-OUT
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           IF WS-VALOR-FALTA > 0
               MOVE 'D' TO MOV-CODIGO-OUT
               MOVE WS-VALOR-FALTA TO MOV-VALOR-OUT
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           IF AP-DIAS-FALTA > 0
               MOVE 'F' TO MOV-CODIGO-OUT
               MOVE AP-DIAS-FALTA TO MOV-VALOR-OUT
               PERFORM GRAVAR-MOVIMENTO
           END-IF.

       GRAVAR-MOVIMENTO.
           MOVE EM-NR-TAB(IX-EM) TO MOV-NR-EMPREGADO-OUT
           WRITE REG-MOVIMENTO-OUT
           ADD 1 TO WS-QTD-MOVIMENTOS.

       ESCREVER-APURACAO.
           MOVE EM-NR-TAB(IX-EM) TO LA-NR-EMPREGADO
           MOVE EM-NOME-TAB(IX-EM) TO LA-NOME
           MOVE AP-DIAS-TRABALHADOS TO LA-DIAS-TRABALHADOS
           MOVE AP-DIAS-FALTA TO LA-DIAS-FALTA
           MOVE AP-DIAS-ABONADOS TO LA-DIAS-ABONADOS
           MOVE AP-DIAS-PENDENTES TO LA-DIAS-PENDENTES
           MOVE AP-ENTRADAS-ATRASADAS TO LA-ENTRADAS-ATRASADAS
           COMPUTE WS-HORAS-EDITAR ROUNDED = AP-MINUTOS-TRABALHADOS / 60
           MOVE WS-HORAS-EDITAR TO LA-HORAS-TRABALHADAS
           MOVE WS-HORAS-EXTRAS TO LA-HORAS-EXTRAS
           COMPUTE WS-HORAS-EDITAR ROUNDED = AP-MINUTOS-ATRASO / 60
           MOVE WS-HORAS-EDITAR TO LA-HORAS-ATRASO
           COMPUTE WS-HORAS-EDITAR ROUNDED = AP-MINUTOS-FALTA / 60
           MOVE WS-HORAS-EDITAR TO LA-HORAS-FALTA
           WRITE REG-RELAT-OUT FROM LINHA-APURACAO
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * marcacao que nenhum empregado apurado usou: empregado fora do
      * cadastro ou dia fora do contrato.
      ******************************************************************
       LISTAR-MARCACAO-SOBRANTE.
           IF MC-USADA(IX-MC) = 'N'
               MOVE 'MARCACAO FORA DO CONTRATO:'
                   TO EXC-MOTIVO
               PERFORM ESCREVER-EXCECAO-TABELA
           END-IF.

       END PROGRAM IMPORTA-PONTO.
