      ******************************************************************
      * Author: cristiano.junior@mbra.com.br
      * Date: 2026-10-15
      * Purpose: Shared before/after change trail of the master
      *          files, CALLed by every master maintenance program
      *          once per field touched: appends to
      *          TRILHA-ALTERACOES.TXT one standard record with the
      *          date and time, the file, the key, the field, the old
      *          and the new value, the operator signed on through
      *          CONTROLE-ACESSO and the program. A field whose value
      *          did not change writes nothing, so callers hand over
      *          every field of the record without testing each one.
      *          Read by CONSULTA-ALTERACOES and RELAT-ALTERACOES-DIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-ALTERACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TRILHA-ALTERACOES
           ASSIGN TO '.\TRILHA-ALTERACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRILHA.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TRILHA PIC XX.
       01 WS-DATA-HORA.
           05 WS-DATA-HOJE PIC 9(8).
           05 WS-HORA-AGORA PIC 9(6).

       LINKAGE SECTION.
      * um campo por chamada; antes em branco numa inclusao, depois
      * em branco numa exclusao fisica.
       01 ALT-PARAMETROS.
           05 ALT-ARQUIVO PIC X(25).
           05 ALT-PROGRAMA PIC X(25).
           05 ALT-OPERADOR PIC X(5).
           05 ALT-CHAVE PIC X(15).
           05 ALT-CAMPO PIC X(15).
           05 ALT-ANTES PIC X(40).
           05 ALT-DEPOIS PIC X(40).

       PROCEDURE DIVISION USING ALT-PARAMETROS.
       100-COMECA-PROGRAMA.
           IF ALT-ANTES NOT = ALT-DEPOIS
               PERFORM 200-GRAVAR-TRILHA
           END-IF
           GOBACK.

       200-GRAVAR-TRILHA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
           OPEN EXTEND TRILHA-ALTERACOES
           IF WS-STATUS-TRILHA = '00' OR '05'
               MOVE SPACES TO REG-TRILHA
               MOVE WS-DATA-HOJE TO TRL-DATA
               MOVE WS-HORA-AGORA TO TRL-HORA
               MOVE ALT-ARQUIVO TO TRL-ARQUIVO
               MOVE ALT-CHAVE TO TRL-CHAVE
               MOVE ALT-CAMPO TO TRL-CAMPO
               MOVE ALT-OPERADOR TO TRL-OPERADOR
               MOVE ALT-PROGRAMA TO TRL-PROGRAMA
               MOVE ALT-ANTES TO TRL-ANTES
               MOVE ALT-DEPOIS TO TRL-DEPOIS
               WRITE REG-TRILHA
               CLOSE TRILHA-ALTERACOES
           END-IF.

       END PROGRAM REGISTRO-ALTERACAO.
