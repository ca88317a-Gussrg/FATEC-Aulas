       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMAALU.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Turma do aluno em uma materia no periodo - subprograma
      *          CALLado por quem precisa da turma antes ou depois da
      *          nota final. MATRICULA.DAT nao guarda turma; a turma
      *          sai do lancamento em GRADES.DAT, da chamada do
      *          periodo em CHAMADA.DAT ou, quando a materia tem uma
      *          unica turma atribuida no periodo (ATRIBUIC.DAT), dessa
      *          turma. Devolve espacos quando nao ha como saber.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-TURMA-UNICA    PIC X(05) VALUE SPACES.
       77 WRK-QTD-TURMAS     PIC 9(01) VALUE ZEROS.
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-MATRICULA     PIC X(10).
       01  LK-MATERIA       PIC X(15).
       01  LK-ANO-SEMESTRE  PIC X(06).
       01  LK-TURMA         PIC X(05).

       PROCEDURE DIVISION USING LK-MATRICULA LK-MATERIA
                                LK-ANO-SEMESTRE LK-TURMA.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE SPACES TO LK-TURMA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LK-TURMA
           PERFORM 0100-TURMA-DA-NOTA
           IF LK-TURMA = SPACES
               PERFORM 0200-TURMA-DA-CHAMADA
           END-IF
           IF LK-TURMA = SPACES
               PERFORM 0300-TURMA-UNICA
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'TURMAALU' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.

       0100-TURMA-DA-NOTA.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE LK-MATRICULA    TO GR-MATRICULA
               MOVE LK-MATERIA      TO GR-MATERIA
               MOVE LK-ANO-SEMESTRE TO GR-ANO-SEMESTRE
               READ GRADE-FILE KEY IS GR-CHAVE
                   NOT INVALID KEY
                       MOVE GR-TURMA TO LK-TURMA
               END-READ
               CLOSE GRADE-FILE
           END-IF.

       0200-TURMA-DA-CHAMADA.
           OPEN INPUT CHAMADA-FILE.
           IF WRK-CHM-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LK-MATRICULA TO CHM-MATRICULA
               MOVE LK-MATERIA   TO CHM-MATERIA
               MOVE LOW-VALUES   TO CHM-DATA
               START CHAMADA-FILE KEY IS NOT LESS THAN CHM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0250-LER-CHAMADA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CHAMADA-FILE
           END-IF.

       0250-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CHM-MATRICULA NOT = LK-MATRICULA
                      OR CHM-MATERIA NOT = LK-MATERIA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF CHM-ANO-SEMESTRE = LK-ANO-SEMESTRE
                          AND CHM-TURMA NOT = SPACES
                           MOVE CHM-TURMA TO LK-TURMA
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

      *    ATRIBUIC.DAT E CHAVEADO POR PROFESSOR: VARRE TUDO E SO
      *    ACEITA A TURMA SE FOR A UNICA DA MATERIA NO PERIODO.
       0300-TURMA-UNICA.
           MOVE ZEROS  TO WRK-QTD-TURMAS.
           MOVE SPACES TO WRK-TURMA-UNICA.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0350-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ATRIBUICAO-FILE
           END-IF.
           IF WRK-QTD-TURMAS = 1
               MOVE WRK-TURMA-UNICA TO LK-TURMA
           END-IF.

       0350-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ATR-MATERIA = LK-MATERIA
                      AND ATR-ANO-SEMESTRE = LK-ANO-SEMESTRE
                       IF WRK-QTD-TURMAS = 0
                           MOVE 1 TO WRK-QTD-TURMAS
                           MOVE ATR-TURMA TO WRK-TURMA-UNICA
                       ELSE
                           IF ATR-TURMA NOT = WRK-TURMA-UNICA
                               MOVE 2 TO WRK-QTD-TURMAS
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM TURMAALU.
