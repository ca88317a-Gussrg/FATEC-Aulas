       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG165.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Varredura de referencias orfas entre os arquivos de
      *          aluno. O PROG45 confere materia x catalogo e o PROG54
      *          o DV, mas nada conferia se o aluno, a turma ou o
      *          professor apontado por um registro ainda existe - e
      *          a fusao de cadastros (PROG81) e a anonimizacao
      *          (PROG87) deixaram sobras. Regras:
      *            R01 COMPNOTA.DAT  - matricula fora do CADALUNO
      *            R02 CHAMADA.DAT   - matricula fora do CADALUNO
      *            R03 MATRICULA.DAT - matricula fora do CADALUNO
      *            R04 MENSALID.DAT  - matricula fora do CADALUNO
      *            R05 BOLSAS.DAT    - matricula fora do CADALUNO
      *            R06 DOCALUNO.DAT  - matricula fora do CADALUNO
      *            R07 FILAESP.DAT   - matricula fora do CADALUNO
      *            R08 GRADES.DAT    - GR-TURMA fora do TURMAS.DAT
      *                                no periodo
      *            R09 CHAMADA.DAT   - CHM-TURMA fora do TURMAS.DAT
      *                                no periodo
      *            R10 ATRIBUIC.DAT  - professor fora do PROFESSOR.DAT
      *          Turma em branco nao e conferida (lancamento anterior
      *          ao cadastro de turmas). Arquivo de origem ausente tem
      *          a regra dada como nao conferida, sem erro.
      *          ORFAOS.REL lista cada orfao por regra, arquivo e
      *          chave, marcando NOVO o que nao estava na lista da
      *          execucao anterior (ORFAOS.DAT, regravada no fim), e
      *          totaliza por regra. Orfao novo termina com RC 4; na
      *          primeira execucao (sem lista anterior) a lista vira
      *          a base e nada e novo. CADALUNO.DAT indisponivel,
      *          RC 8. Pode rodar toda noite: so le os arquivos.
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
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT BOLSA-FILE ASSIGN TO WRK-ARQ-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOL-MATRICULA
               FILE STATUS IS WRK-BOL-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO WRK-ARQ-DOCALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WRK-DOC-STATUS.
           SELECT FILA-FILE ASSIGN TO WRK-ARQ-FILAESP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-SEQ
               FILE STATUS IS WRK-FIL-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT ORFAO-FILE ASSIGN TO WRK-ARQ-ORFAOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORF-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-ORFAOREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  MENSAL-FILE.
           COPY MENSREC.

       FD  BOLSA-FILE.
           COPY BOLSAREC.

       FD  DOCUMENTO-FILE.
           COPY DOCREC.

       FD  FILA-FILE.
           COPY FILAREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  ORFAO-FILE.
           COPY ORFAOREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-BOLSAS    PIC X(40) VALUE 'BOLSAS.DAT'.
       77 WRK-ARQ-DOCALUNO  PIC X(40) VALUE 'DOCALUNO.DAT'.
       77 WRK-ARQ-FILAESP   PIC X(40) VALUE 'FILAESP.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-ORFAOS    PIC X(40) VALUE 'ORFAOS.DAT'.
       77 WRK-ARQ-ORFAOREL  PIC X(40) VALUE 'ORFAOS.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-COMP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-BOL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DOC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ORF-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-TURMAS-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-PROF-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRA-EXEC  PIC X(01) VALUE 'N'.
       77 WRK-ANT-CHEIA      PIC X(01) VALUE 'N'.
       77 WRK-EXISTE         PIC X(01) VALUE 'N'.
       77 WRK-BUSCA-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-BUSCA-ANO-SEM  PIC X(06) VALUE SPACES.
       77 WRK-BUSCA-TURMA    PIC X(05) VALUE SPACES.
       77 WRK-ORF-REGRA      PIC 9(02) VALUE ZEROS.
       77 WRK-ORF-CODIGO     PIC X(03) VALUE SPACES.
       77 WRK-ORF-CHAVE      PIC X(40) VALUE SPACES.
       77 WRK-ORF-FALTA      PIC X(18) VALUE SPACES.
       77 WRK-ORF-NOVO       PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ANTERIORES PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-ANTERIORES PIC 9(04) VALUE 5000.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORFAOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NOVOS      PIC 9(07) VALUE ZEROS.

      *    REGRAS DA VARREDURA: ARQUIVO DE ORIGEM E REFERENCIA
      *    CONFERIDA. RGR-SITUACAO: C = CONFERIDA, A = ARQUIVO DE
      *    ORIGEM AUSENTE, M = MESTRE DE REFERENCIA AUSENTE.
       01 WRK-TAB-DESCRICOES.
           05 FILLER PIC X(40) VALUE
              'COMPNOTA  MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'CHAMADA   MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'MATRICULA MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'MENSALID  MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'BOLSAS    MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'DOCALUNO  MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'FILAESP   MATRICULA FORA DO CADALUNO'.
           05 FILLER PIC X(40) VALUE
              'GRADES    TURMA FORA DO TURMAS'.
           05 FILLER PIC X(40) VALUE
              'CHAMADA   TURMA FORA DO TURMAS'.
           05 FILLER PIC X(40) VALUE
              'ATRIBUIC  PROFESSOR FORA DO PROFESSOR'.
       01 WRK-TAB-DESCRICOES-R REDEFINES WRK-TAB-DESCRICOES.
           05 WRK-RGR-DESCRICAO  PIC X(40) OCCURS 10 TIMES.

       01 WRK-TAB-REGRAS.
           05 WRK-RGR-ITEM OCCURS 10 TIMES.
               10 WRK-RGR-SITUACAO    PIC X(01).
               10 WRK-RGR-LIDOS       PIC 9(07).
               10 WRK-RGR-ORFAOS      PIC 9(07).
               10 WRK-RGR-ANTERIORES  PIC 9(07).
               10 WRK-RGR-NOVOS       PIC 9(07).

      *    LISTA DA EXECUCAO ANTERIOR (ORFAOS.DAT).
       01 WRK-TAB-ANTERIORES.
           05 WRK-ANT-ITEM OCCURS 5000 TIMES.
               10 WRK-ANT-REGRA       PIC X(03).
               10 WRK-ANT-CHAVE       PIC X(40).

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-REGRA         PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-ARQUIVO       PIC X(09).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-CHAVE         PIC X(35).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-FALTA         PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-NOVO          PIC X(04).

       01 WRK-LINHA-TOT.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-REGRA         PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-DESCRICAO     PIC X(37).
           05 TOT-ORFAOS        PIC ZZZ.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-ANTERIORES    PIC ZZZ.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-NOVOS         PIC ZZZ.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-SITUACAO      PIC X(12).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           DISPLAY 'PROG165 - VARREDURA DE REFERENCIAS ORFAS'.
           INITIALIZE WRK-TAB-REGRAS.
           PERFORM 0100-ABRIR-MESTRES.
           IF RETURN-CODE = 0
               PERFORM 0150-CARREGAR-ANTERIORES
               PERFORM 0700-ABRIR-RELATORIO
               PERFORM 0200-CONFERIR-COMPNOTA
               PERFORM 0220-CONFERIR-CHAMADA
               PERFORM 0240-CONFERIR-MATRICULA
               PERFORM 0260-CONFERIR-MENSALID
               PERFORM 0280-CONFERIR-BOLSAS
               PERFORM 0300-CONFERIR-DOCALUNO
               PERFORM 0320-CONFERIR-FILAESP
               PERFORM 0340-CONFERIR-GRADES
               PERFORM 0360-CONFERIR-ATRIBUIC
               PERFORM 0750-FECHAR-RELATORIO
               PERFORM 0800-FECHAR-MESTRES
           END-IF.
           PERFORM 0850-FINALIZAR.
           PERFORM 0950-GRAVAR-ESTATISTICA.
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG165' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
           MOVE 'BOLSAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BOLSAS.
           MOVE 'DOCALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DOCALUNO.
           MOVE 'FILAESP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FILAESP.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'ORFAOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ORFAOS.
           MOVE 'ORFAOREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ORFAOREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

      *    SEM O CADASTRO DE ALUNOS NADA PODE SER JULGADO; SEM TURMAS
      *    OU PROFESSORES SO AS REGRAS DELES FICAM DE FORA.
       0100-ABRIR-MESTRES.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADALUNO.DAT INDISPONIVEL: ' WRK-ALUNO-STATUS
                       ' - NADA CONFERIDO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT TURMA-FILE
               IF WRK-TUR-STATUS = '00'
                   MOVE 'S' TO WRK-TURMAS-ABERTO
               ELSE
                   DISPLAY 'TURMAS.DAT INDISPONIVEL: ' WRK-TUR-STATUS
                           ' - REGRAS R08/R09 NAO CONFERIDAS.'
                   MOVE 'M' TO WRK-RGR-SITUACAO(8)
                   MOVE 'M' TO WRK-RGR-SITUACAO(9)
               END-IF
               OPEN INPUT PROFESSOR-FILE
               IF WRK-PROF-STATUS = '00'
                   MOVE 'S' TO WRK-PROF-ABERTO
               ELSE
                   DISPLAY 'PROFESSOR.DAT INDISPONIVEL: '
                           WRK-PROF-STATUS
                           ' - REGRA R10 NAO CONFERIDA.'
                   MOVE 'M' TO WRK-RGR-SITUACAO(10)
               END-IF
           END-IF.

       0150-CARREGAR-ANTERIORES.
           OPEN INPUT ORFAO-FILE.
           IF WRK-ORF-STATUS NOT = '00'
               MOVE 'S' TO WRK-PRIMEIRA-EXEC
               DISPLAY 'SEM LISTA ANTERIOR (ORFAOS.DAT) - ESTA '
                       'EXECUCAO VIRA A BASE.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-ANTERIOR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ORFAO-FILE
               IF WRK-ANT-CHEIA = 'S'
                   DISPLAY 'LISTA ANTERIOR COM MAIS DE '
                           WRK-MAX-ANTERIORES ' ORFAOS - O EXCEDENTE '
                           'SAI COMO NOVO.'
               END-IF
           END-IF.

       0160-LER-ANTERIOR.
           READ ORFAO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-ANTERIORES < WRK-MAX-ANTERIORES
                       ADD 1 TO WRK-QTD-ANTERIORES
                       MOVE ORF-REGRA
                           TO WRK-ANT-REGRA(WRK-QTD-ANTERIORES)
                       MOVE ORF-CHAVE
                           TO WRK-ANT-CHAVE(WRK-QTD-ANTERIORES)
                   ELSE
                       MOVE 'S' TO WRK-ANT-CHEIA
                   END-IF
                   IF ORF-REGRA(1:1) = 'R' AND ORF-REGRA(2:2) NUMERIC
                       MOVE ORF-REGRA(2:2) TO WRK-ORF-REGRA
                       IF WRK-ORF-REGRA > 0 AND WRK-ORF-REGRA < 11
                           ADD 1 TO WRK-RGR-ANTERIORES(WRK-ORF-REGRA)
                       END-IF
                   END-IF
           END-READ.

      *    R01 - NOTAS COMPONENTES.
       0200-CONFERIR-COMPNOTA.
           OPEN INPUT COMP-FILE.
           IF WRK-COMP-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(1)
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(1)
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0210-LER-COMPNOTA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE COMP-FILE
           END-IF.

       0210-LER-COMPNOTA.
           READ COMP-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(1)
                   MOVE CMP-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 1 TO WRK-ORF-REGRA
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING CMP-MATRICULA ' ' CMP-MATERIA ' '
                              CMP-ANO-SEMESTRE
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
           END-READ.

      *    R02 (ALUNO) E R09 (TURMA DO PERIODO) NA MESMA PASSADA.
       0220-CONFERIR-CHAMADA.
           OPEN INPUT CHAMADA-FILE.
           IF WRK-CHM-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(2)
               IF WRK-TURMAS-ABERTO = 'S'
                   MOVE 'A' TO WRK-RGR-SITUACAO(9)
               END-IF
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(2)
               IF WRK-TURMAS-ABERTO = 'S'
                   MOVE 'C' TO WRK-RGR-SITUACAO(9)
               END-IF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0230-LER-CHAMADA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CHAMADA-FILE
           END-IF.

       0230-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(2)
                   MOVE SPACES TO WRK-ORF-CHAVE
                   STRING CHM-MATRICULA ' ' CHM-MATERIA ' ' CHM-DATA
                       DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                   MOVE CHM-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 2 TO WRK-ORF-REGRA
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
                   IF WRK-TURMAS-ABERTO = 'S'
                      AND CHM-TURMA NOT = SPACES
                       ADD 1 TO WRK-RGR-LIDOS(9)
                       MOVE CHM-ANO-SEMESTRE TO WRK-BUSCA-ANO-SEM
                       MOVE CHM-TURMA        TO WRK-BUSCA-TURMA
                       PERFORM 0510-EXISTE-TURMA
                       IF WRK-EXISTE = 'N'
                           MOVE 9 TO WRK-ORF-REGRA
                           PERFORM 0600-REGISTRAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

      *    R03 - MATRICULA EM DISCIPLINA.
       0240-CONFERIR-MATRICULA.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(3)
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(3)
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0250-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           END-IF.

       0250-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(3)
                   MOVE ENROLL-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 3 TO WRK-ORF-REGRA
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING ENROLL-MATRICULA ' ' ENROLL-MATERIA ' '
                              ENROLL-ANO-SEMESTRE
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
           END-READ.

      *    R04 - MENSALIDADES.
       0260-CONFERIR-MENSALID.
           OPEN INPUT MENSAL-FILE.
           IF WRK-MEN-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(4)
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(4)
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0270-LER-MENSALID UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE MENSAL-FILE
           END-IF.

       0270-LER-MENSALID.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(4)
                   MOVE MEN-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 4 TO WRK-ORF-REGRA
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING MEN-MATRICULA ' ' MEN-COMPETENCIA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
           END-READ.

      *    R05 - BOLSAS.
       0280-CONFERIR-BOLSAS.
           OPEN INPUT BOLSA-FILE.
           IF WRK-BOL-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(5)
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(5)
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0290-LER-BOLSA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE BOLSA-FILE
           END-IF.

       0290-LER-BOLSA.
           READ BOLSA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(5)
                   MOVE BOL-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 5 TO WRK-ORF-REGRA
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING BOL-MATRICULA ' ' BOL-TIPO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
           END-READ.

      *    R06 - DOCUMENTOS DO ALUNO.
       0300-CONFERIR-DOCALUNO.
           OPEN INPUT DOCUMENTO-FILE.
           IF WRK-DOC-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(6)
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(6)
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0310-LER-DOCUMENTO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DOCUMENTO-FILE
           END-IF.

       0310-LER-DOCUMENTO.
           READ DOCUMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(6)
                   MOVE DOC-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 6 TO WRK-ORF-REGRA
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING DOC-MATRICULA ' ' DOC-TIPO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
           END-READ.

      *    R07 - FILA DE ESPERA.
       0320-CONFERIR-FILAESP.
           OPEN INPUT FILA-FILE.
           IF WRK-FIL-STATUS NOT = '00'
               MOVE 'A' TO WRK-RGR-SITUACAO(7)
           ELSE
               MOVE 'C' TO WRK-RGR-SITUACAO(7)
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0330-LER-FILA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FILA-FILE
           END-IF.

       0330-LER-FILA.
           READ FILA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(7)
                   MOVE FIL-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 0500-EXISTE-ALUNO
                   IF WRK-EXISTE = 'N'
                       MOVE 7 TO WRK-ORF-REGRA
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING FIL-SEQ ' ' FIL-MATRICULA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0600-REGISTRAR-ORFAO
                   END-IF
           END-READ.

      *    R08 - TURMA DO LANCAMENTO DE NOTA NO PERIODO.
       0340-CONFERIR-GRADES.
           IF WRK-TURMAS-ABERTO = 'S'
               OPEN INPUT GRADE-FILE
               IF WRK-FILE-STATUS NOT = '00'
                   MOVE 'A' TO WRK-RGR-SITUACAO(8)
               ELSE
                   MOVE 'C' TO WRK-RGR-SITUACAO(8)
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0350-LER-GRADE UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE GRADE-FILE
               END-IF
           END-IF.

       0350-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-TURMA NOT = SPACES
                       ADD 1 TO WRK-RGR-LIDOS(8)
                       MOVE GR-ANO-SEMESTRE TO WRK-BUSCA-ANO-SEM
                       MOVE GR-TURMA        TO WRK-BUSCA-TURMA
                       PERFORM 0510-EXISTE-TURMA
                       IF WRK-EXISTE = 'N'
                           MOVE 8 TO WRK-ORF-REGRA
                           MOVE SPACES TO WRK-ORF-CHAVE
                           STRING GR-MATRICULA ' ' GR-MATERIA ' '
                                  GR-ANO-SEMESTRE
                               DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                           PERFORM 0600-REGISTRAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

      *    R10 - PROFESSOR DA ATRIBUICAO.
       0360-CONFERIR-ATRIBUIC.
           IF WRK-PROF-ABERTO = 'S'
               OPEN INPUT ATRIBUICAO-FILE
               IF WRK-ATR-STATUS NOT = '00'
                   MOVE 'A' TO WRK-RGR-SITUACAO(10)
               ELSE
                   MOVE 'C' TO WRK-RGR-SITUACAO(10)
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0370-LER-ATRIBUICAO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE ATRIBUICAO-FILE
               END-IF
           END-IF.

       0370-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-RGR-LIDOS(10)
                   MOVE ATR-PROFESSOR TO PROF-ID
                   READ PROFESSOR-FILE KEY IS PROF-ID
                       INVALID KEY
                           MOVE 10 TO WRK-ORF-REGRA
                           MOVE SPACES TO WRK-ORF-CHAVE
                           STRING ATR-PROFESSOR ' ' ATR-MATERIA ' '
                                  ATR-ANO-SEMESTRE ' ' ATR-TURMA
                               DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                           PERFORM 0600-REGISTRAR-ORFAO
                   END-READ
           END-READ.

       0500-EXISTE-ALUNO.
           MOVE 'S' TO WRK-EXISTE.
           MOVE WRK-BUSCA-MATRICULA TO AL-MATRICULA.
           READ ALUNO-FILE KEY IS AL-MATRICULA
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
           END-READ.

       0510-EXISTE-TURMA.
           MOVE 'S' TO WRK-EXISTE.
           MOVE WRK-BUSCA-ANO-SEM TO TUR-ANO-SEMESTRE.
           MOVE WRK-BUSCA-TURMA   TO TUR-TURMA.
           READ TURMA-FILE KEY IS TUR-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
           END-READ.

      *    ORFAO ENCONTRADO: VAI PARA A LISTA NOVA E PARA O RELATORIO,
      *    MARCADO NOVO SE NAO ESTAVA NA LISTA ANTERIOR.
       0600-REGISTRAR-ORFAO.
           MOVE SPACES TO WRK-ORF-CODIGO.
           STRING 'R' WRK-ORF-REGRA DELIMITED BY SIZE
               INTO WRK-ORF-CODIGO.
           ADD 1 TO WRK-QTD-ORFAOS.
           ADD 1 TO WRK-RGR-ORFAOS(WRK-ORF-REGRA).
           MOVE 'N' TO WRK-ORF-NOVO.
           IF WRK-PRIMEIRA-EXEC = 'N'
               MOVE 0 TO WRK-IND-ACHADO
               PERFORM 0610-COMPARAR-ANTERIOR
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-ANTERIORES
                      OR WRK-IND-ACHADO > 0
               IF WRK-IND-ACHADO = 0
                   MOVE 'S' TO WRK-ORF-NOVO
                   ADD 1 TO WRK-QTD-NOVOS
                   ADD 1 TO WRK-RGR-NOVOS(WRK-ORF-REGRA)
               END-IF
           END-IF.
           MOVE WRK-ORF-CODIGO TO ORF-REGRA.
           MOVE WRK-ORF-CHAVE  TO ORF-CHAVE.
           WRITE ORFAO-REC.
           MOVE WRK-ORF-CODIGO TO LIN-REGRA.
           MOVE WRK-RGR-DESCRICAO(WRK-ORF-REGRA)(1:9) TO LIN-ARQUIVO.
           MOVE WRK-ORF-CHAVE  TO LIN-CHAVE.
           EVALUATE WRK-ORF-REGRA
               WHEN 8
               WHEN 9
                   MOVE SPACES TO LIN-FALTA
                   STRING 'TURMA ' WRK-BUSCA-ANO-SEM '/'
                          WRK-BUSCA-TURMA
                       DELIMITED BY SIZE INTO LIN-FALTA
               WHEN 10
                   MOVE SPACES TO LIN-FALTA
                   STRING 'PROFESSOR ' ATR-PROFESSOR
                       DELIMITED BY SIZE INTO LIN-FALTA
               WHEN OTHER
                   MOVE SPACES TO LIN-FALTA
                   STRING 'ALUNO ' WRK-BUSCA-MATRICULA
                       DELIMITED BY SIZE INTO LIN-FALTA
           END-EVALUATE.
           IF WRK-ORF-NOVO = 'S'
               MOVE 'NOVO' TO LIN-NOVO
           ELSE
               MOVE SPACES TO LIN-NOVO
           END-IF.
           WRITE RELAT-REC FROM WRK-LINHA-DET.

       0610-COMPARAR-ANTERIOR.
           IF WRK-ANT-REGRA(WRK-IND) = WRK-ORF-CODIGO
              AND WRK-ANT-CHAVE(WRK-IND) = WRK-ORF-CHAVE
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

      *    A LISTA NOVA SO E ABERTA DEPOIS DE LIDA A ANTERIOR.
       0700-ABRIR-RELATORIO.
           OPEN OUTPUT ORFAO-FILE.
           OPEN OUTPUT RELAT-FILE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REFERENCIAS ORFAS NOS ARQUIVOS DE ALUNO - '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           IF WRK-PRIMEIRA-EXEC = 'S'
               MOVE 'PRIMEIRA EXECUCAO - ESTA LISTA VIRA A BASE.'
                   TO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
           END-IF.
           MOVE '  REG ARQUIVO   CHAVE' TO WRK-LINHA.
           MOVE 'AUSENTE' TO WRK-LINHA(53:).
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0750-FECHAR-RELATORIO.
           IF WRK-QTD-ORFAOS = 0
               MOVE 'NENHUMA REFERENCIA ORFA.' TO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
           END-IF.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '  REG REGRA' TO WRK-LINHA.
           MOVE '  ATUAL ANTERIOR   NOVOS' TO WRK-LINHA(43:).
           WRITE RELAT-REC FROM WRK-LINHA.
           PERFORM 0760-TOTAL-REGRA
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE ORFAOS: ' WRK-QTD-ORFAOS
                  ' - NOVOS: ' WRK-QTD-NOVOS
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           CLOSE RELAT-FILE.
           CLOSE ORFAO-FILE.

       0760-TOTAL-REGRA.
           MOVE SPACES TO TOT-REGRA.
           STRING 'R' WRK-IND(3:2) DELIMITED BY SIZE INTO TOT-REGRA.
           MOVE WRK-RGR-DESCRICAO(WRK-IND) TO TOT-DESCRICAO.
           MOVE WRK-RGR-ORFAOS(WRK-IND)     TO TOT-ORFAOS.
           MOVE WRK-RGR-ANTERIORES(WRK-IND) TO TOT-ANTERIORES.
           MOVE WRK-RGR-NOVOS(WRK-IND)      TO TOT-NOVOS.
           EVALUATE WRK-RGR-SITUACAO(WRK-IND)
               WHEN 'C'
                   MOVE SPACES         TO TOT-SITUACAO
               WHEN 'A'
                   MOVE 'SEM ARQUIVO'  TO TOT-SITUACAO
               WHEN OTHER
                   MOVE 'NAO CONFERIDA' TO TOT-SITUACAO
           END-EVALUATE.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.

       0800-FECHAR-MESTRES.
           IF WRK-PROF-ABERTO = 'S'
               CLOSE PROFESSOR-FILE
           END-IF.
           IF WRK-TURMAS-ABERTO = 'S'
               CLOSE TURMA-FILE
           END-IF.
           CLOSE ALUNO-FILE.

       0850-FINALIZAR.
           PERFORM 0860-SOMAR-LIDOS
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10.
           IF WRK-QTD-NOVOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG165 - VARREDURA DE REFERENCIAS ORFAS'.
           DISPLAY 'REGISTROS CONFERIDOS...: ' WRK-QTD-LIDOS.
           DISPLAY 'ORFAOS ENCONTRADOS.....: ' WRK-QTD-ORFAOS.
           DISPLAY 'ORFAOS DA LISTA ANTERIOR: ' WRK-QTD-ANTERIORES.
           DISPLAY 'ORFAOS NOVOS...........: ' WRK-QTD-NOVOS.
           IF RETURN-CODE < 8
               DISPLAY 'RELATORIO EM ORFAOS.REL'
           END-IF.
           DISPLAY 'RETURN-CODE............: ' RETURN-CODE.
           DISPLAY '----------------------------------------'.

       0860-SOMAR-LIDOS.
           ADD WRK-RGR-LIDOS(WRK-IND) TO WRK-QTD-LIDOS.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG165'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS  TO RS-QTD-LIDOS
           MOVE WRK-QTD-ORFAOS TO RS-QTD-GRAVADOS
           MOVE ZEROS          TO RS-QTD-INCLUIDOS
           MOVE ZEROS          TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-NOVOS  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG165.
