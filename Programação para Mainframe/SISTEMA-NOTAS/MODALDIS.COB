       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODALDIS.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modalidade da disciplina (presencial, a distancia ou
      *          hibrida) - subprograma CALLado pelo lancamento de
      *          notas (PROG08, PROG15) para escolher a frequencia da
      *          chamada ou da participacao nas atividades, pelo
      *          horario de aulas (PROG65), que dispensa a sala da
      *          disciplina a distancia, e pelo extrato do censo
      *          (PROG48). A linha vem da versao do catalogo do aluno
      *          (CATVERS.DAT), senao do catalogo corrente do curso,
      *          senao de qualquer curso do catalogo; disciplina fora
      *          do catalogo vale presencial, como sempre foi.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-CTV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CATVERS-FILE.
           COPY CATVREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATVERS    PIC X(01) VALUE 'N'.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-VERSAO         PIC X(04) VALUE SPACES.
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-MATRICULA         PIC X(10).
           05 LK-CURSO             PIC X(10).
           05 LK-MATERIA           PIC X(15).
           05 LK-MODALIDADE        PIC X(01).
           05 LK-CARGA-HORARIA     PIC 9(03).
           05 LK-HORAS-EAD         PIC 9(03).
           05 LK-RETORNO           PIC X(01).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           MOVE 'P' TO LK-MODALIDADE
           MOVE ZEROS TO LK-CARGA-HORARIA LK-HORAS-EAD
           IF DDN-RETORNO NOT = ZEROS
               MOVE 'E' TO LK-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO LK-RETORNO
           MOVE LK-CURSO TO WRK-CURSO
           MOVE SPACES TO WRK-VERSAO
           IF LK-MATRICULA NOT = SPACES
               PERFORM 0100-CURSO-DO-ALUNO
           END-IF
           IF WRK-VERSAO NOT = SPACES
               PERFORM 0200-BUSCAR-VERSAO
           END-IF
           IF LK-RETORNO = 'N'
               PERFORM 0300-BUSCAR-CATALOGO
           END-IF
           IF LK-MODALIDADE NOT = 'E' AND LK-MODALIDADE NOT = 'H'
               MOVE 'P' TO LK-MODALIDADE
           END-IF
           EVALUATE LK-MODALIDADE
               WHEN 'E'
                   MOVE LK-CARGA-HORARIA TO LK-HORAS-EAD
               WHEN 'H'
                   IF LK-HORAS-EAD NOT NUMERIC
                       MOVE ZEROS TO LK-HORAS-EAD
                   END-IF
               WHEN 'P'
                   MOVE ZEROS TO LK-HORAS-EAD
           END-EVALUATE
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'MODALDIS' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.

      *    O CURSO DO CADASTRO PREVALECE SOBRE O INFORMADO; ALUNO FORA
      *    DO CADALUNO FICA COM O CURSO DO CHAMADOR.
       0100-CURSO-DO-ALUNO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE LK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-CURSO           TO WRK-CURSO
                       MOVE AL-VERSAO-CATALOGO TO WRK-VERSAO
               END-READ
               CLOSE ALUNO-FILE
           END-IF.

      *    GRADE CONGELADA DO ALUNO: CURSO + VERSAO EM CATVERS.DAT.
       0200-BUSCAR-VERSAO.
           OPEN INPUT CATVERS-FILE.
           IF WRK-CTV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-CATVERS
               MOVE WRK-CURSO  TO CTV-CURSO
               MOVE WRK-VERSAO TO CTV-VERSAO
               MOVE ZEROS      TO CTV-SEQ
               START CATVERS-FILE KEY IS NOT LESS THAN CTV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATVERS
               END-START
               PERFORM 0210-LER-VERSAO UNTIL WRK-FIM-CATVERS = 'S'
               CLOSE CATVERS-FILE
           END-IF.

       0210-LER-VERSAO.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATVERS
               NOT AT END
                   IF CTV-CURSO NOT = WRK-CURSO
                      OR CTV-VERSAO NOT = WRK-VERSAO
                       MOVE 'S' TO WRK-FIM-CATVERS
                   ELSE
                       IF CTV-DISCIPLINA(1:15) = LK-MATERIA
                           MOVE CTV-MODALIDADE    TO LK-MODALIDADE
                           MOVE CTV-CARGA-HORARIA TO LK-CARGA-HORARIA
                           MOVE CTV-HORAS-EAD     TO LK-HORAS-EAD
                           MOVE 'S' TO LK-RETORNO
                           MOVE 'S' TO WRK-FIM-CATVERS
                       END-IF
                   END-IF
           END-READ.

      *    CATALOGO CORRENTE: PRIMEIRO A LINHA DO CURSO; SEM CURSO OU
      *    SEM A LINHA NO CURSO, A PRIMEIRA DE QUALQUER CURSO.
       0300-BUSCAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               IF WRK-CURSO NOT = SPACES
                   MOVE WRK-CURSO TO CAT-CURSO
                   MOVE ZEROS     TO CAT-SEQ
                   PERFORM 0310-VARRER-CATALOGO
               END-IF
               IF LK-RETORNO = 'N'
                   MOVE SPACES TO WRK-CURSO
                   MOVE LOW-VALUES TO CAT-CHAVE
                   PERFORM 0310-VARRER-CATALOGO
               END-IF
               CLOSE CATALOGO-FILE
           END-IF.

       0310-VARRER-CATALOGO.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CATALOGO
           END-START.
           PERFORM 0320-LER-CATALOGO UNTIL WRK-FIM-CATALOGO = 'S'.

       0320-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF WRK-CURSO NOT = SPACES
                      AND CAT-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   ELSE
                       IF CAT-DISCIPLINA(1:15) = LK-MATERIA
                           MOVE CAT-MODALIDADE    TO LK-MODALIDADE
                           MOVE CAT-CARGA-HORARIA TO LK-CARGA-HORARIA
                           MOVE CAT-HORAS-EAD     TO LK-HORAS-EAD
                           MOVE 'S' TO LK-RETORNO
                           MOVE 'S' TO WRK-FIM-CATALOGO
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM MODALDIS.
