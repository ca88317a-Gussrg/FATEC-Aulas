      *          falsa em todos os arquivos onde a real aparecia),
      *          digito verificador recalculado e conferido pelo
      *          MATRDV para os programas de captura aceitarem, nomes
      *          substituidos por ALUNO TREINO NNNN, dados pessoais
      *          do cadastro (CPF, nascimento, contato) apagados e notas
      *          perturbadas em +/- 0,5 - volumes preservados para a
      *          cadeia de lote se comportar como em producao.
      *          Treinamento de operador novo deixa de acontecer em
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CHAVE
       FD  ALUNO-TRN.
       01  ALT-REC.
           05 ALT-MATRICULA     PIC X(10).
           05 ALT-RESTO         PIC X(195).

       FD  ENROLL-TRN.
       01  ENT-REC.
           05 CMT-RESTO         PIC X(34).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
           05 WRK-MAP-ITEM OCCURS 1000 TIMES.
               10 WRK-MAP-REAL  PIC X(10).
               10 WRK-MAP-FALSA PIC X(10).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'GERACAO DE MASSA DE TREINAMENTO MASCARADA'.
           PERFORM 0100-COPIAR-CADASTRO
           PERFORM 0300-COPIAR-GRADES
           DISPLAY 'MATRICULAS MASCARADAS: ' WRK-QTD-MAPA.
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG88' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.

      *    A MATRICULA FALSA E SEQUENCIAL NA FAIXA 9000000NN COM DV
      *    RECALCULADO EM MODULO 11 (REGRA DO MATRDV, QUE CONFERE O
      *    RESULTADO).
                   MOVE WRK-MATRICULA-FALSA TO AL-MATRICULA
                   MOVE WRK-NOME-FALSO      TO AL-NOME
                   MOVE SPACES              TO AL-NOME-SOCIAL
                   MOVE SPACES              TO AL-CPF
                   MOVE SPACES              TO AL-DATA-NASCIMENTO
                   MOVE SPACES              TO AL-EMAIL
                   MOVE SPACES              TO AL-TELEFONE
                   MOVE ALUNO-REC TO ALT-REC
                   WRITE ALT-REC
                       INVALID KEY
