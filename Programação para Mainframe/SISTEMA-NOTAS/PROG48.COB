      *          Le GRADES.DAT e GRADES.HIST do ano de referencia e
      *          imprime o relatorio de conferencia do que foi gerado,
      *          acabando com a redigitacao anual dos numeros.
      *          O registro 20 leva o CPF e a data de nascimento do
      *          cadastro de alunos (CADALUNO.DAT); aluno sem CPF e
      *          contado na conferencia para a secretaria completar.
      *          CODIGOS DE RESULTADO DO CENSO:
      *            01 APROVADO            02 REPROVADO
      *            03 REPROVADO POR FALTA 04 EM RECUPERACAO
      *            05 SEM NOTA (INC)      99 OUTROS
      *          Pode ser restrito a um campus (em branco = todos, que
      *          e o envio oficial); o campus vem da turma em
      *          TURMAS.DAT e a conferencia traz os resultados por
      *          campus. O layout do ministerio nao muda.
      *          O registro 30 leva a modalidade da disciplina (P =
      *          presencial, E = a distancia, H = hibrida, pelo
      *          MODALDIS) e a conferencia traz o total de cada uma.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT CENSO-FILE ASSIGN TO WRK-ARQ-CENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CENSO-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           05 SRT-ANO-SEMESTRE  PIC X(06).
           05 SRT-NOME          PIC X(30).
           05 SRT-SITUACAO      PIC X(20).
           05 SRT-CAMPUS        PIC X(03).

      *    ARQUIVO ANUAL CONSOLIDADO (PROG46): MESMOS REGISTROS DO
      *    HISTORICO, LIDOS PELA IMAGEM E TRATADOS PELO MESMO LAYOUT.
       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(99).

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-CENSO     PIC X(40) VALUE 'CENSO.DAT'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CENSO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-QTD-COD-04     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COD-05     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COD-99     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRESENCIAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EAD        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-HIBRIDA    PIC 9(05) VALUE ZEROS.
      *    CODIGO DA INSTITUICAO JUNTO AO MINISTERIO.
       77 WRK-COD-INSTITUICAO PIC X(08) VALUE 'FATEC001'.

           05 FILLER            PIC X(02) VALUE '20'.
           05 R20-MATRICULA     PIC X(10).
           05 R20-NOME          PIC X(30).
           05 R20-CPF           PIC X(11).
           05 R20-DATA-NASC     PIC X(08).
           05 FILLER            PIC X(09) VALUE SPACES.

       01 WRK-REG-30.
           05 FILLER            PIC X(02) VALUE '30'.
           05 R30-MATERIA       PIC X(15).
           05 R30-ANO-SEMESTRE  PIC X(06).
           05 R30-COD-RESULTADO PIC X(02).
           05 R30-MODALIDADE    PIC X(01).
           05 FILLER            PIC X(34) VALUE SPACES.

       01 WRK-REG-99.
           05 FILLER            PIC X(02) VALUE '99'.

       77 WRK-ANUAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ANUAL     PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-QTD-SEM-CPF   PIC 9(05) VALUE ZEROS.
       77 WRK-TUR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAMPUS-SEL    PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-TURMA  PIC X(03) VALUE SPACES.
       77 WRK-BUSCA-ANO     PIC X(06) VALUE SPACES.
       77 WRK-BUSCA-TURMA   PIC X(05) VALUE SPACES.
       77 WRK-ULT-ANO       PIC X(06) VALUE HIGH-VALUES.
       77 WRK-ULT-TURMA     PIC X(05) VALUE HIGH-VALUES.
       77 WRK-QTD-CAMPI     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-C         PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CAMPUS  PIC X(01) VALUE 'N'.

      *    RESULTADOS POR CAMPUS PARA A CONFERENCIA.
       01 WRK-TABELA-CAMPI.
           05 WRK-CPS-ITEM OCCURS 20 TIMES.
               10 WRK-CPS-CODIGO    PIC X(03).
               10 WRK-CPS-RESULT    PIC 9(05).
               10 WRK-CPS-APROV     PIC 9(05).
               10 WRK-CPS-REPROV    PIC 9(05).
               10 WRK-CPS-OUTROS    PIC 9(05).
       COPY ARQDDREC.
       COPY MODALREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           IF WRK-FIM-ARQUIVO NOT = 'S'
               SORT SORT-FILE
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG48' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'CENSO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CENSO.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.

       0050-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           DISPLAY 'EXTRATO DO CENSO EDUCACIONAL'.
           DISPLAY 'ANO DE REFERENCIA (EX: 2025): '.
           ACCEPT WRK-ANO.
           DISPLAY 'CAMPUS (EM BRANCO = TODOS): '.
           ACCEPT WRK-CAMPUS-SEL.
           OPEN OUTPUT CENSO-FILE.
           IF WRK-CENSO-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL CRIAR CENSO.DAT: '
           END-IF.

       0100-CARREGAR-RESULTADOS.
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               DISPLAY 'MESTRE DE TURMAS INDISPONIVEL - RESULTADOS SEM '
                       'CAMPUS: ' WRK-TUR-STATUS
           END-IF
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               PERFORM 0150-LER-ATUAL UNTIL WRK-FIM-ARQUIVO = 'S'
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0250-LER-ANUAL UNTIL WRK-FIM-ANUAL = 'S'
               CLOSE ANUAL-FILE
           END-IF
           IF WRK-TUR-STATUS = '00'
               CLOSE TURMA-FILE
           END-IF.

       0150-LER-ATUAL.
                       MOVE GR-ANO-SEMESTRE TO SRT-ANO-SEMESTRE
                       MOVE GR-NOME         TO SRT-NOME
                       MOVE GR-SITUACAO     TO SRT-SITUACAO
                       MOVE GR-ANO-SEMESTRE TO WRK-BUSCA-ANO
                       MOVE GR-TURMA        TO WRK-BUSCA-TURMA
                       PERFORM 0280-LIBERAR-RESULTADO
                   END-IF
           END-READ.

                       MOVE HIST-ANO-SEMESTRE TO SRT-ANO-SEMESTRE
                       MOVE HIST-NOME         TO SRT-NOME
                       MOVE HIST-SITUACAO     TO SRT-SITUACAO
                       MOVE HIST-ANO-SEMESTRE TO WRK-BUSCA-ANO
                       MOVE HIST-TURMA        TO WRK-BUSCA-TURMA
                       PERFORM 0280-LIBERAR-RESULTADO
                   END-IF
           END-READ.

                       MOVE HIST-ANO-SEMESTRE TO SRT-ANO-SEMESTRE
                       MOVE HIST-NOME         TO SRT-NOME
                       MOVE HIST-SITUACAO     TO SRT-SITUACAO
                       MOVE HIST-ANO-SEMESTRE TO WRK-BUSCA-ANO
                       MOVE HIST-TURMA        TO WRK-BUSCA-TURMA
                       PERFORM 0280-LIBERAR-RESULTADO
                   END-IF
           END-READ.

      *    SO ENTRA NO SORT O RESULTADO DE TURMA DO CAMPUS PEDIDO.
       0280-LIBERAR-RESULTADO.
           IF WRK-BUSCA-ANO NOT = WRK-ULT-ANO
              OR WRK-BUSCA-TURMA NOT = WRK-ULT-TURMA
               PERFORM 0290-CAMPUS-DA-TURMA
           END-IF
           IF WRK-CAMPUS-SEL = SPACES
              OR WRK-CAMPUS-TURMA = WRK-CAMPUS-SEL
               MOVE WRK-CAMPUS-TURMA TO SRT-CAMPUS
               RELEASE SORT-REC
           END-IF.

      *    CAMPUS DA TURMA EM TURMAS.DAT, GUARDADO PARA O PROXIMO
      *    RESULTADO QUE FOR DA MESMA TURMA.
       0290-CAMPUS-DA-TURMA.
           MOVE WRK-BUSCA-ANO   TO WRK-ULT-ANO
           MOVE WRK-BUSCA-TURMA TO WRK-ULT-TURMA
           MOVE SPACES          TO WRK-CAMPUS-TURMA
           IF WRK-TUR-STATUS = '00'
               MOVE WRK-BUSCA-ANO   TO TUR-ANO-SEMESTRE
               MOVE WRK-BUSCA-TURMA TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-TURMA
               END-READ
           END-IF.

       0300-GRAVAR-CENSO.
           MOVE WRK-COD-INSTITUICAO TO R10-INSTITUICAO
           MOVE WRK-ANO             TO R10-ANO
           MOVE WRK-DATA-HORA(1:8)  TO R10-DATA-GERACAO
           WRITE CENSO-REC FROM WRK-REG-10
           OPEN INPUT ALUNO-FILE
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE SRT-MATRICULA TO R20-MATRICULA
                   MOVE SRT-NOME      TO R20-NOME
                   PERFORM 0320-DADOS-PESSOAIS
                   WRITE CENSO-REC FROM WRK-REG-20
               END-IF
               PERFORM 0350-GRAVAR-RESULTADO
           MOVE WRK-QTD-ALUNOS     TO R99-QTD-ALUNOS
           MOVE WRK-QTD-RESULTADOS TO R99-QTD-RESULT
           WRITE CENSO-REC FROM WRK-REG-99
           IF WRK-ALUNO-STATUS = '00'
               CLOSE ALUNO-FILE
           END-IF
           CLOSE CENSO-FILE.

      *    CPF E NASCIMENTO DO CADASTRO; SEM CADASTRO OU SEM CPF O
      *    CAMPO SAI EM BRANCO E O ALUNO E CONTADO NA CONFERENCIA.
       0320-DADOS-PESSOAIS.
           MOVE SPACES TO R20-CPF R20-DATA-NASC.
           IF WRK-ALUNO-STATUS = '00'
               MOVE SRT-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-CPF             TO R20-CPF
                       MOVE AL-DATA-NASCIMENTO TO R20-DATA-NASC
               END-READ
           END-IF.
           IF R20-CPF = SPACES
               ADD 1 TO WRK-QTD-SEM-CPF
           END-IF.

       0350-GRAVAR-RESULTADO.
           EVALUATE SRT-SITUACAO
               WHEN 'APROVADO'
           MOVE SRT-MATERIA      TO R30-MATERIA
           MOVE SRT-ANO-SEMESTRE TO R30-ANO-SEMESTRE
           MOVE WRK-COD-RESULTADO TO R30-COD-RESULTADO
           PERFORM 0355-MODALIDADE-RESULTADO
           WRITE CENSO-REC FROM WRK-REG-30
           ADD 1 TO WRK-QTD-RESULTADOS
           PERFORM 0360-ACUMULAR-CAMPUS.

      *    MODALIDADE PELA VERSAO DO CATALOGO DO ALUNO; DISCIPLINA
      *    FORA DO CATALOGO VAI COMO PRESENCIAL.
       0355-MODALIDADE-RESULTADO.
           MOVE SRT-MATRICULA TO MDL-MATRICULA.
           MOVE SPACES        TO MDL-CURSO.
           MOVE SRT-MATERIA   TO MDL-MATERIA.
           CALL 'MODALDIS' USING MDL-PARM.
           MOVE MDL-MODALIDADE TO R30-MODALIDADE.
           EVALUATE MDL-MODALIDADE
               WHEN 'E'
                   ADD 1 TO WRK-QTD-EAD
               WHEN 'H'
                   ADD 1 TO WRK-QTD-HIBRIDA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PRESENCIAL
           END-EVALUATE.

      *    SOMA O RESULTADO CORRENTE NA LINHA DO CAMPUS DELE.
       0360-ACUMULAR-CAMPUS.
           MOVE 'N' TO WRK-ACHOU-CAMPUS.
           PERFORM 0365-PROCURAR-CAMPUS
               VARYING WRK-IND-C FROM 1 BY 1
               UNTIL WRK-IND-C > WRK-QTD-CAMPI
                  OR WRK-ACHOU-CAMPUS = 'S'.
           IF WRK-ACHOU-CAMPUS = 'N'
               IF WRK-QTD-CAMPI < 20
                   ADD 1 TO WRK-QTD-CAMPI
                   MOVE WRK-QTD-CAMPI TO WRK-IND-C
                   MOVE SRT-CAMPUS TO WRK-CPS-CODIGO(WRK-IND-C)
                   MOVE ZEROS TO WRK-CPS-RESULT(WRK-IND-C)
                                 WRK-CPS-APROV(WRK-IND-C)
                                 WRK-CPS-REPROV(WRK-IND-C)
                                 WRK-CPS-OUTROS(WRK-IND-C)
                   PERFORM 0370-SOMAR-CAMPUS
               END-IF
           END-IF.

       0365-PROCURAR-CAMPUS.
           IF WRK-CPS-CODIGO(WRK-IND-C) = SRT-CAMPUS
               MOVE 'S' TO WRK-ACHOU-CAMPUS
               PERFORM 0370-SOMAR-CAMPUS
           END-IF.

       0370-SOMAR-CAMPUS.
           ADD 1 TO WRK-CPS-RESULT(WRK-IND-C).
           EVALUATE WRK-COD-RESULTADO
               WHEN '01'
                   ADD 1 TO WRK-CPS-APROV(WRK-IND-C)
               WHEN '02'
               WHEN '03'
                   ADD 1 TO WRK-CPS-REPROV(WRK-IND-C)
               WHEN OTHER
                   ADD 1 TO WRK-CPS-OUTROS(WRK-IND-C)
           END-EVALUATE.

       0500-FINALIZAR.
           DISPLAY '========================================'.
           IF WRK-QTD-COD-99 > 0
               DISPLAY '  99 OUTROS...........: ' WRK-QTD-COD-99
           END-IF
           DISPLAY 'RESULTADOS POR MODALIDADE:'.
           DISPLAY '  P PRESENCIAL........: ' WRK-QTD-PRESENCIAL.
           DISPLAY '  E A DISTANCIA.......: ' WRK-QTD-EAD.
           DISPLAY '  H HIBRIDA...........: ' WRK-QTD-HIBRIDA.
           IF WRK-QTD-SEM-CPF > 0
               DISPLAY 'ALUNOS SEM CPF........: ' WRK-QTD-SEM-CPF
           END-IF
           DISPLAY 'RESULTADOS POR CAMPUS (RESULT/APROV/REPROV/'
                   'OUTROS):'.
           PERFORM 0510-EXIBIR-CAMPUS
               VARYING WRK-IND-C FROM 1 BY 1
               UNTIL WRK-IND-C > WRK-QTD-CAMPI.
           IF WRK-CAMPUS-SEL NOT = SPACES
               DISPLAY '*** EXTRATO PARCIAL - SO O CAMPUS '
                       WRK-CAMPUS-SEL ' - NAO ENVIAR AO MINISTERIO ***'
           END-IF
           DISPLAY 'ARQUIVO GERADO........: CENSO.DAT'.
           DISPLAY '========================================'.

       0510-EXIBIR-CAMPUS.
           IF WRK-CPS-CODIGO(WRK-IND-C) = SPACES
               DISPLAY '  (SEM CAMPUS)........: '
                       WRK-CPS-RESULT(WRK-IND-C) ' / '
                       WRK-CPS-APROV(WRK-IND-C) ' / '
                       WRK-CPS-REPROV(WRK-IND-C) ' / '
                       WRK-CPS-OUTROS(WRK-IND-C)
           ELSE
               DISPLAY '  CAMPUS ' WRK-CPS-CODIGO(WRK-IND-C)
                       '...........: '
                       WRK-CPS-RESULT(WRK-IND-C) ' / '
                       WRK-CPS-APROV(WRK-IND-C) ' / '
                       WRK-CPS-REPROV(WRK-IND-C) ' / '
                       WRK-CPS-OUTROS(WRK-IND-C)
           END-IF.

       END PROGRAM PROG48.
