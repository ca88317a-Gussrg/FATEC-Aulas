      * Purpose: Anonimizacao LGPD de um ex-aluno - substitui o nome
      *          (civil e social) da matricula informada por
      *          'ANONIMIZADO' em CADALUNO.DAT, GRADES.DAT,
      *          MATRICULA.DAT e GRADES.HIST, apaga do cadastro o
      *          CPF, a data de nascimento, o e-mail e o telefone,
      *          preservando as notas e situacoes que a autoridade de
      *          ensino obriga a manter
      *          (a matricula numerica permanece como pseudonimo
      *          estatistico). O MANUT.LOG e reescrito com a cadeia
      *          antifraude RECALCULADA via LOGCHK, para o PROG63
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT RECURSO-FILE ASSIGN TO WRK-ARQ-RECURSOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-SEQ
               FILE STATUS IS WRK-REC-STATUS.
           SELECT DIPLOMA-FILE ASSIGN TO WRK-ARQ-DIPLOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIP-CHAVE
               FILE STATUS IS WRK-DIP-STATUS.
           SELECT ESTTCC-FILE ASSIGN TO WRK-ARQ-ESTTCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-MATRICULA
               FILE STATUS IS WRK-EST-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT HISTTMP-FILE ASSIGN TO WRK-ARQ-GRADESH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TMP-STATUS.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT LOGTMP-FILE ASSIGN TO WRK-ARQ-MANUTLG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LTMP-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT CERT-REL ASSIGN TO WRK-ARQ-CERTDEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-STATUS.
           SELECT SESSAO-FILE ASSIGN TO WRK-ARQ-OPERSESS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-RECURSOS  PIC X(40) VALUE 'RECURSOS.DAT'.
       77 WRK-ARQ-DIPLOMAS  PIC X(40) VALUE 'DIPLOMAS.DAT'.
       77 WRK-ARQ-ESTTCC    PIC X(40) VALUE 'ESTTCC.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESH   PIC X(40) VALUE 'GRADESH.TMP'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-MANUTLG   PIC X(40) VALUE 'MANUTLG.TMP'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-CERTDEST  PIC X(40) VALUE 'CERTDEST.REL'.
       77 WRK-ARQ-OPERSESS  PIC X(40) VALUE 'OPERSESS.DAT'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ULT-CHECK-LOG  PIC 9(09) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-NOME-ANONIMO   PIC X(30) VALUE 'ANONIMIZADO'.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           MOVE FUNCTION NUMVAL(WRK-DATA-HOJE(1:4)) TO WRK-ANO-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG87' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'RECURSOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RECURSOS.
           MOVE 'DIPLOMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIPLOMAS.
           MOVE 'ESTTCC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ESTTCC.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESH' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESH.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'MANUTLG' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUTLG.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'CERTDEST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CERTDEST.
           MOVE 'OPERSESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-OPERSESS.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
                   END-IF
           END-READ.

      *    NO CADASTRO, O NOME CIVIL VIRA O NOME ANONIMO E SAEM O NOME
      *    SOCIAL, O CPF, A DATA DE NASCIMENTO, O E-MAIL E O TELEFONE
      *    (QUE TAMBEM CHEGARIAM AO EXTRATO DE BI DO PROG155).
       0300-ANONIMIZAR-CADASTRO.
           OPEN I-O ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
                   NOT INVALID KEY
                       MOVE WRK-NOME-ANONIMO TO AL-NOME
                       MOVE SPACES TO AL-NOME-SOCIAL
                       MOVE SPACES TO AL-CPF
                       MOVE SPACES TO AL-DATA-NASCIMENTO
                       MOVE SPACES TO AL-EMAIL
                       MOVE SPACES TO AL-TELEFONE
                       REWRITE ALUNO-REC
               END-READ
               CLOSE ALUNO-FILE
