       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINMOV.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do movimento financeiro - subprograma CALLado
      *          por todo ponto que altera valores de MENSALID.DAT
      *          (PROG71, PROG109, PROG111): grava em FINMOV.DAT o
      *          tipo do movimento, a parcela, o valor e o programa de
      *          origem, com data e hora, para a interface contabil do
      *          PROG113. Valor zero nao e gravado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINMOV-FILE ASSIGN TO WRK-ARQ-FINMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FMV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FINMOV-FILE.
           COPY FINMVREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-FINMOV    PIC X(40) VALUE 'FINMOV.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-FMV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-TIPO          PIC X(10).
       01  LK-MATRICULA     PIC X(10).
       01  LK-COMPETENCIA   PIC X(06).
       01  LK-VALOR         PIC S9(07)V99.
       01  LK-PROGRAMA      PIC X(08).

       PROCEDURE DIVISION USING LK-TIPO LK-MATRICULA LK-COMPETENCIA
                                LK-VALOR LK-PROGRAMA.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LK-VALOR NOT = ZEROS
               OPEN EXTEND FINMOV-FILE
               IF WRK-FMV-STATUS NOT = '00'
                   OPEN OUTPUT FINMOV-FILE
               END-IF
               IF WRK-FMV-STATUS = '00'
                   MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
                   MOVE WRK-AGORA(1:8)  TO FMV-DATA
                   MOVE WRK-AGORA(9:6)  TO FMV-HORA
                   MOVE LK-TIPO         TO FMV-TIPO
                   MOVE LK-MATRICULA    TO FMV-MATRICULA
                   MOVE LK-COMPETENCIA  TO FMV-COMPETENCIA
                   MOVE LK-VALOR        TO FMV-VALOR
                   MOVE LK-PROGRAMA     TO FMV-PROGRAMA
                   WRITE FINMOV-REC
                   CLOSE FINMOV-FILE
               ELSE
                   DISPLAY 'FINMOV.DAT INDISPONIVEL: ' WRK-FMV-STATUS
               END-IF
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'FINMOV' TO DDN-PROGRAMA.
           MOVE 'FINMOV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FINMOV.

       END PROGRAM FINMOV.
