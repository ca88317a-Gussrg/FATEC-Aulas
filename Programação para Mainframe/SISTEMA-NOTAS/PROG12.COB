      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quadro de honra - le o resumo por aluno e periodo
      *          (RESUMO.DAT) e tira a media geral de cada aluno no
      *          ano/semestre em GRADES.DAT (media ponderada das
      *          disciplinas cursadas naquele periodo, so a parte
      *          viva do resumo), listando em ordem decrescente de
      *          media os alunos cuja media geral atinge o minimo
      *          exigido, informado pelo operador a cada execucao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMO-FILE ASSIGN TO WRK-ARQ-RESUMOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT RANK-FILE ASSIGN TO "SORTWK2".
           SELECT MEDIA-FILE ASSIGN TO WRK-ARQ-HONRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MEDIA-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-NSC-ALUNO-STATUS.
           SELECT CORTE-FILE ASSIGN TO WRK-ARQ-RPTSTAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESUMO-FILE.
           COPY RESUMREC.

      *    Intermediate file holding one aggregated overall-average
      *    record per student/period, written from the summary file
      *    and re-read to feed the ranking sort below.
       FD  MEDIA-FILE.
       01  MEDIA-REC.
           05 MED-MEDIA          PIC 99V9.
           05 CRT-DATA-HORA     PIC X(14).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RESUMO    PIC X(40) VALUE 'RESUMO.DAT'.
       77 WRK-ARQ-HONRA     PIC X(40) VALUE 'HONRA.TMP'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-RPTSTAMP  PIC X(40) VALUE 'RPTSTAMP.DAT'.

       77 WRK-ARQ-RESUMOS    PIC X(40) VALUE 'RESUMRPT.DAT'.
      *    O RELATORIO LE A REPLICA PUBLICADA PELO PROG99; SEM
      *    REPLICA, CAI PARA O ARQUIVO VIVO E AVISA.
       77 WRK-CORTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MEDIA-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-MEDIA      PIC X(01) VALUE 'N'.
       77 WRK-FIM-RANK       PIC X(01) VALUE 'N'.
       77 WRK-NOTA-HONRA     PIC 99V9  VALUE 09,0.
       77 WRK-QTD-HONRA      PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-NOTAS     PIC 9(08)V9 VALUE ZEROS.
       77 WRK-SOMA-HORAS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DISC-ALUNO PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA-ALUNO    PIC 99V9  VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'MEDIA GERAL MINIMA PARA O QUADRO DE HONRA (EX: '
                   '09,0): '.
           ACCEPT WRK-NOTA-HONRA.
           PERFORM 0100-CALCULAR-MEDIAS.
           SORT RANK-FILE
               ON DESCENDING KEY RNK-MEDIA
               INPUT PROCEDURE IS 0200-SELECIONAR-HONRA
               OUTPUT PROCEDURE IS 0300-EMITIR-QUADRO
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG12' TO DDN-PROGRAMA.
           MOVE 'RESUMRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMOS.
           MOVE 'RESUMO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMO.
           MOVE 'HONRA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HONRA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'RPTSTAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RPTSTAMP.

      *    UM RESUMO POR ALUNO E PERIODO, JA NA ORDEM DA CHAVE: A MEDIA
      *    SAI DA PARTE VIVA (TOTAL MENOS ARQUIVADO), PONDERADA PELA
      *    CARGA DO CATALOGO COMO NO COEFICIENTE DE RENDIMENTO.
       0100-CALCULAR-MEDIAS.
           OPEN INPUT RESUMO-FILE.
           IF WRK-FILE-STATUS = '35' OR WRK-FILE-STATUS = '05'
               MOVE WRK-ARQ-RESUMO TO WRK-ARQ-RESUMOS
               OPEN INPUT RESUMO-FILE
           END-IF
           PERFORM 0995-EXIBIR-CORTE
           OPEN OUTPUT MEDIA-FILE.
           IF WRK-FILE-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR O RESUMO DE NOTAS: '
                       WRK-FILE-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-RESUMO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RESUMO-FILE
           END-IF.
           CLOSE MEDIA-FILE.

       0110-LER-RESUMO.
           READ RESUMO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   PERFORM 0160-FECHAR-GRUPO
           END-READ.

       0160-FECHAR-GRUPO.
           COMPUTE WRK-SOMA-NOTAS =
               RSM-SOMA-PONDERADA - RSM-ARQ-SOMA-PONDERADA.
           COMPUTE WRK-SOMA-HORAS =
               RSM-HORAS-PONDERADAS - RSM-ARQ-HORAS-PONDERADAS.
           COMPUTE WRK-QTD-DISC-ALUNO =
               RSM-QTD-PONDERADAS - RSM-ARQ-QTD-PONDERADAS.
           IF WRK-SOMA-HORAS > 0
               COMPUTE WRK-MEDIA-ALUNO =
                   WRK-SOMA-NOTAS / WRK-SOMA-HORAS
               PERFORM 0890-NOME-DE-EXIBICAO
               MOVE WRK-MEDIA-ALUNO    TO MED-MEDIA
               MOVE RSM-MATRICULA      TO MED-MATRICULA
               MOVE WRK-NOME-EXIBICAO  TO MED-NOME
               MOVE RSM-ANO-SEMESTRE   TO MED-ANO-SEMESTRE
               MOVE WRK-QTD-DISC-ALUNO TO MED-QTD-DISC
               WRITE MEDIA-REC
           END-IF.

      *    Input procedure for the ranking sort: re-reads the overall
      *    averages from MEDIA-FILE and releases only the ones that


      *    NOME DE EXIBICAO: O NOME SOCIAL DO CADASTRO QUANDO
      *    PREENCHIDO, SENAO O NOME CIVIL. CACHE DA ULTIMA
      *    MATRICULA CONSULTADA.
       0890-NOME-DE-EXIBICAO.
           IF WRK-NSC-TENTOU = 'N'
                   MOVE 'S' TO WRK-NSC-ALUNO-OK
               END-IF
           END-IF
           IF RSM-MATRICULA = WRK-NSC-ULT-MATR
               MOVE WRK-NSC-ULT-NOME TO WRK-NOME-EXIBICAO
           ELSE
               MOVE '(SEM CADASTRO)' TO WRK-NOME-EXIBICAO
               IF WRK-NSC-ALUNO-OK = 'S'
                   MOVE RSM-MATRICULA TO AL-MATRICULA
                   READ ALUNO-FILE KEY IS AL-MATRICULA
                       INVALID KEY
                           CONTINUE
                           IF AL-NOME-SOCIAL NOT = SPACES
                               MOVE AL-NOME-SOCIAL
                                   TO WRK-NOME-EXIBICAO
                           ELSE
                               MOVE AL-NOME TO WRK-NOME-EXIBICAO
                           END-IF
                   END-READ
               END-IF
               MOVE RSM-MATRICULA TO WRK-NSC-ULT-MATR
               MOVE WRK-NOME-EXIBICAO TO WRK-NSC-ULT-NOME
           END-IF.

       0995-EXIBIR-CORTE.
           IF WRK-CORTE-EXIBIDO = 'N'
               MOVE 'S' TO WRK-CORTE-EXIBIDO
               IF WRK-ARQ-RESUMOS = WRK-ARQ-RESUMO
                   DISPLAY '*** DADOS AO VIVO (REPLICA AUSENTE - '
                           'RODAR PROG99) ***'
               ELSE
