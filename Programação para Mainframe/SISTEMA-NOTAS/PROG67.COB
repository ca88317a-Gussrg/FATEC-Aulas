      *          duas disciplinas com prova na mesma data/hora (hoje
      *          ele descobre o choque dentro da sala de prova), e a
      *          emissao gera o comprovante de convocacao por aluno
      *          (CONVOCA.REL) com o assento de cada prova: quando a
      *          sessao ja foi ensalada pelo PROG138 (ASSENTO.DAT), sai
      *          a sala de transbordo e o numero da cadeira do aluno.
      *          A sala da prova tem de ser do campus da turma
      *          (TURMAS.DAT) e e avisada quando ja esta ocupada por
      *          outra prova no mesmo horario - so conta choque de
      *          sala dentro do mesmo campus.
      *          Aluno com atendimento vigente no cadastro de NEE
      *          (NEE.DAT, PROG147) recebe, abaixo de cada prova, o
      *          termino estendido e os recursos (sala separada, ledor,
      *          prova ampliada); a sala de atendimento especial vem
      *          do ensalamento quando a sessao ja foi ensalada.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT ASSENTO-FILE ASSIGN TO "ASSENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-CHAVE
               FILE STATUS IS WRK-ASN-STATUS.
           SELECT NEE-FILE ASSIGN TO "NEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEE-MATRICULA
               FILE STATUS IS WRK-NEE-STATUS.
           SELECT CONV-REL ASSIGN TO "CONVOCA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  SALAS-FILE.
           COPY SALAREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ASSENTO-FILE.
           COPY ASSENREC.

       FD  NEE-FILE.
           COPY NEEREC.

       FD  CONV-REL.
       01  CONV-REC             PIC X(80).

       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ASN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ASN-ABERTO     PIC X(01) VALUE 'N'.
       77 WRK-ASN-ACHOU      PIC X(01) VALUE 'N'.
       77 WRK-NEE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-NEE-ABERTO     PIC X(01) VALUE 'N'.
       77 WRK-ALU-NEE        PIC X(01) VALUE 'N'.
       77 WRK-MIN-FIM        PIC 9(04) VALUE ZEROS.
       77 WRK-NEE-RECURSOS   PIC X(40) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-CURSA-1        PIC X(01) VALUE 'N'.
       77 WRK-IND-C          PIC 9(02) VALUE ZEROS.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-ACHADO  PIC X(03) VALUE SPACES.
       77 WRK-BUSCA-ANO      PIC X(06) VALUE SPACES.
       77 WRK-BUSCA-TURMA    PIC X(05) VALUE SPACES.
      *    DURACAO DE UMA PROVA, EM MINUTOS, PARA O CHOQUE DE SALA.
       77 WRK-DURACAO-PROVA  PIC 9(03) VALUE 120.
       77 WRK-MIN-PROVA      PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-OUTRA      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-OCUPADA    PIC 9(03) VALUE ZEROS.
      *    WRK-MODO: 'C' = APENAS APONTAR CHOQUES NO CONSOLE,
      *              'R' = EMITIR COMPROVANTES EM CONVOCA.REL.

               10 WRK-PRV-HORA      PIC X(05).
               10 WRK-PRV-SALA      PIC X(05).

       01 WRK-HORA-PROVA     PIC X(05) VALUE SPACES.
       01 WRK-HORA-PROVA-R REDEFINES WRK-HORA-PROVA.
           05 WRK-PRV-HH         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-PRV-MM         PIC 9(02).

       01 WRK-HORA-OUTRA     PIC X(05) VALUE SPACES.
       01 WRK-HORA-OUTRA-R REDEFINES WRK-HORA-OUTRA.
           05 WRK-OUT-HH         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-OUT-MM         PIC 9(02).

       01 WRK-HORA-FIM       PIC X(05) VALUE SPACES.
       01 WRK-HORA-FIM-R REDEFINES WRK-HORA-FIM.
           05 WRK-FIM-HH         PIC 9(02).
           05 WRK-FIM-SEP        PIC X(01).
           05 WRK-FIM-MM         PIC 9(02).

      *    DISCIPLINAS DO ALUNO CORRENTE, ACUMULADAS NA QUEBRA DE
      *    MATRICULA DA VARREDURA DE MATRICULA.DAT.
       01 WRK-TABELA-DISC.
           05 LIN-SALA          PIC X(05).
           05 FILLER            PIC X(08) VALUE '  TURMA '.
           05 LIN-TURMA         PIC X(05).
           05 FILLER            PIC X(10) VALUE '  ASSENTO '.
           05 LIN-ASSENTO       PIC X(03).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF WRK-PRV-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '5'
               CLOSE PROVA-FILE
               IF WRK-TUR-STATUS = '00'
                   CLOSE TURMA-FILE
               END-IF
           END-IF
           GOBACK.

           IF WRK-PRV-STATUS NOT = '00'
               DISPLAY 'CALENDARIO DE PROVAS INDISPONIVEL: '
                       WRK-PRV-STATUS
           END-IF
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               DISPLAY 'MESTRE DE TURMAS INDISPONIVEL - CAMPUS DA '
                       'SALA NAO SERA VALIDADO.'
           END-IF.

       0200-MENU.
               ACCEPT WRK-HORA
               DISPLAY 'SALA: '
               ACCEPT WRK-SALA
               MOVE WRK-ANO-SEMESTRE TO WRK-BUSCA-ANO
               MOVE WRK-TURMA        TO WRK-BUSCA-TURMA
               PERFORM 0310-CAMPUS-DA-TURMA
               MOVE WRK-CAMPUS-ACHADO TO WRK-CAMPUS
               PERFORM 0320-VALIDAR-SALA
               IF WRK-SALA-OK = 'N'
                   DISPLAY 'SALA NAO ENCONTRADA EM SALAS.DAT NO '
                           'CAMPUS ' WRK-CAMPUS ' - PROVA NAO GRAVADA.'
               ELSE
                   PERFORM 0350-CONFERIR-SALA-OCUPADA
                   PERFORM 0400-GRAVAR-PROVA
               END-IF
           END-IF.

      *    CAMPUS DA TURMA WRK-BUSCA-TURMA NO PERIODO WRK-BUSCA-ANO,
      *    EM BRANCO SE A TURMA NAO ESTA EM TURMAS.DAT.
       0310-CAMPUS-DA-TURMA.
           MOVE SPACES TO WRK-CAMPUS-ACHADO.
           IF WRK-TUR-STATUS = '00'
               MOVE WRK-BUSCA-ANO   TO TUR-ANO-SEMESTRE
               MOVE WRK-BUSCA-TURMA TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-ACHADO
               END-READ
           END-IF.

       0320-VALIDAR-SALA.
           MOVE 'N' TO WRK-SALA-OK.
           MOVE 'N' TO WRK-FIM-SALAS.
                   MOVE 'S' TO WRK-FIM-SALAS
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA
                      AND (SALA-CAMPUS = WRK-CAMPUS
                           OR SALA-CAMPUS = SPACES
                           OR WRK-CAMPUS = SPACES)
                       MOVE 'S' TO WRK-SALA-OK
                       MOVE 'S' TO WRK-FIM-SALAS
                   END-IF
           END-READ.

      *    OUTRA PROVA NA MESMA SALA, NA MESMA DATA E COM HORARIO
      *    SOBREPOSTO, DESDE QUE A TURMA DELA SEJA DO MESMO CAMPUS. A
      *    VARREDURA REPOSICIONA EXAMES.DAT, MAS O 0400 RELE PELA
      *    CHAVE ANTES DE GRAVAR.
       0350-CONFERIR-SALA-OCUPADA.
           MOVE ZEROS TO WRK-QTD-OCUPADA.
           MOVE WRK-HORA TO WRK-HORA-PROVA.
           IF WRK-PRV-HH IS NUMERIC AND WRK-PRV-MM IS NUMERIC
               COMPUTE WRK-MIN-PROVA = WRK-PRV-HH * 60 + WRK-PRV-MM
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO PRV-CHAVE
               START PROVA-FILE KEY IS NOT LESS THAN PRV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0360-LER-PROVA-SALA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.
           IF WRK-QTD-OCUPADA > 0
               DISPLAY 'ATENCAO: SALA ' WRK-SALA ' JA OCUPADA POR '
                       WRK-QTD-OCUPADA ' PROVA(S) NO MESMO HORARIO.'
           END-IF.

       0360-LER-PROVA-SALA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-DATA = WRK-DATA
                      AND PRV-SALA = WRK-SALA
                      AND NOT (PRV-MATERIA = WRK-MATERIA
                               AND PRV-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                               AND PRV-TURMA = WRK-TURMA
                               AND PRV-TIPO = WRK-TIPO)
                       PERFORM 0370-COMPARAR-PROVA-SALA
                   END-IF
           END-READ.

       0370-COMPARAR-PROVA-SALA.
           MOVE PRV-HORA TO WRK-HORA-OUTRA.
           IF WRK-OUT-HH IS NUMERIC AND WRK-OUT-MM IS NUMERIC
               COMPUTE WRK-MIN-OUTRA = WRK-OUT-HH * 60 + WRK-OUT-MM
               IF WRK-MIN-OUTRA < WRK-MIN-PROVA + WRK-DURACAO-PROVA
                  AND WRK-MIN-OUTRA + WRK-DURACAO-PROVA > WRK-MIN-PROVA
                   MOVE PRV-ANO-SEMESTRE TO WRK-BUSCA-ANO
                   MOVE PRV-TURMA        TO WRK-BUSCA-TURMA
                   PERFORM 0310-CAMPUS-DA-TURMA
                   IF WRK-CAMPUS-ACHADO = WRK-CAMPUS
                      OR WRK-CAMPUS-ACHADO = SPACES
                      OR WRK-CAMPUS = SPACES
                       ADD 1 TO WRK-QTD-OCUPADA
                       DISPLAY '    ' PRV-TIPO ' ' PRV-MATERIA
                               ' TURMA ' PRV-TURMA ' AS ' PRV-HORA
                   END-IF
               END-IF
           END-IF.

       0400-GRAVAR-PROVA.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE WRK-MATERIA      TO PRV-MATERIA.
           ELSE
               IF WRK-MODO = 'R'
                   OPEN OUTPUT CONV-REL
                   MOVE 'N' TO WRK-ASN-ABERTO
                   OPEN INPUT ASSENTO-FILE
                   IF WRK-ASN-STATUS = '00'
                       MOVE 'S' TO WRK-ASN-ABERTO
                   END-IF
                   MOVE 'N' TO WRK-NEE-ABERTO
                   OPEN INPUT NEE-FILE
                   IF WRK-NEE-STATUS = '00'
                       MOVE 'S' TO WRK-NEE-ABERTO
                   END-IF
               END-IF
               MOVE ZEROS TO WRK-QTD-CHOQUES
               MOVE ZEROS TO WRK-QTD-ALUNOS
               CLOSE ENROLL-FILE
               IF WRK-MODO = 'R'
                   CLOSE CONV-REL
                   IF WRK-ASN-ABERTO = 'S'
                       CLOSE ASSENTO-FILE
                   END-IF
                   IF WRK-NEE-ABERTO = 'S'
                       CLOSE NEE-FILE
                   END-IF
                   DISPLAY 'CONVOCA.REL GERADO - ' WRK-QTD-ALUNOS
                           ' COMPROVANTES.'
               ELSE
                  ' - ' WRK-NOME-ANT
               DELIMITED BY SIZE INTO CONV-REC.
           WRITE CONV-REC.
           PERFORM 0740-ATENDIMENTO-DO-ALUNO.
           MOVE ZEROS TO WRK-QTD-IMPRESSAS.
           PERFORM 0710-PROVAS-DA-DISCIPLINA
               VARYING WRK-IND-D FROM 1 BY 1
               MOVE WRK-PRV-HORA(WRK-IND)    TO LIN-HORA
               MOVE WRK-PRV-SALA(WRK-IND)    TO LIN-SALA
               MOVE WRK-PRV-TURMA(WRK-IND)   TO LIN-TURMA
               MOVE SPACES                   TO LIN-ASSENTO
               PERFORM 0730-ASSENTO-DA-PROVA
               MOVE WRK-LINHA-PROVA TO CONV-REC
               WRITE CONV-REC
               IF WRK-ALU-NEE = 'S'
                   PERFORM 0750-ATENDIMENTO-NA-PROVA
               END-IF
           END-IF.

      *    SESSAO JA ENSALADA: SALA E CADEIRA DO ALUNO NA PROVA.
       0730-ASSENTO-DA-PROVA.
           MOVE 'N' TO WRK-ASN-ACHOU.
           IF WRK-ASN-ABERTO = 'S'
               MOVE WRK-ANO-SEMESTRE         TO ASN-ANO-SEMESTRE
               MOVE WRK-PRV-MATERIA(WRK-IND) TO ASN-MATERIA
               MOVE WRK-PRV-TURMA(WRK-IND)   TO ASN-TURMA
               MOVE WRK-PRV-TIPO(WRK-IND)    TO ASN-TIPO
               MOVE WRK-MATRICULA-ANT        TO ASN-MATRICULA
               READ ASSENTO-FILE KEY IS ASN-CHAVE
                   NOT INVALID KEY
                       MOVE 'S'         TO WRK-ASN-ACHOU
                       MOVE ASN-SALA    TO LIN-SALA
                       MOVE ASN-ASSENTO TO LIN-ASSENTO
               END-READ
           END-IF.

      *    CADASTRO DE NEE DO ALUNO, LIDO UMA VEZ POR COMPROVANTE; A
      *    VIGENCIA E CONFERIDA NA DATA DE CADA PROVA.
       0740-ATENDIMENTO-DO-ALUNO.
           MOVE 'N' TO WRK-ALU-NEE.
           IF WRK-NEE-ABERTO = 'S'
               MOVE WRK-MATRICULA-ANT TO NEE-MATRICULA
               READ NEE-FILE KEY IS NEE-MATRICULA
                   NOT INVALID KEY
                       IF NEE-SITUACAO = 'A'
                           MOVE 'S' TO WRK-ALU-NEE
                       END-IF
               END-READ
           END-IF.

      *    TERMINO: O GRAVADO PELO ENSALAMENTO; SESSAO AINDA NAO
      *    ENSALADA, A DURACAO DA PROVA ACRESCIDA DO TEMPO ADICIONAL.
       0750-ATENDIMENTO-NA-PROVA.
           IF NEE-VALIDADE-INI NOT > WRK-PRV-DATA(WRK-IND)
              AND (NEE-VALIDADE-FIM = SPACES
                   OR NEE-VALIDADE-FIM NOT < WRK-PRV-DATA(WRK-IND))
               IF WRK-ASN-ACHOU = 'S' AND ASN-HORA-FIM NOT = SPACES
                   MOVE ASN-HORA-FIM TO WRK-HORA-FIM
               ELSE
                   PERFORM 0760-CALCULAR-TERMINO
               END-IF
               MOVE SPACES TO WRK-NEE-RECURSOS
               IF NEE-SALA-SEPARADA = 'S'
                   MOVE 'SALA SEPARADA' TO WRK-NEE-RECURSOS(1:13)
               END-IF
               IF NEE-LEDOR = 'S'
                   MOVE 'LEDOR' TO WRK-NEE-RECURSOS(15:5)
               END-IF
               IF NEE-AMPLIADO = 'S'
                   MOVE 'PROVA AMPLIADA' TO WRK-NEE-RECURSOS(21:14)
               END-IF
               MOVE SPACES TO CONV-REC
               STRING '     NEE: TERMINO '
                      WRK-HORA-FIM ' - TEMPO +' NEE-TEMPO-EXTRA
                      '% ' WRK-NEE-RECURSOS
                   DELIMITED BY SIZE INTO CONV-REC
               WRITE CONV-REC
           END-IF.

       0760-CALCULAR-TERMINO.
           MOVE WRK-PRV-HORA(WRK-IND) TO WRK-HORA-PROVA.
           MOVE SPACES TO WRK-HORA-FIM.
           IF WRK-PRV-HH IS NUMERIC AND WRK-PRV-MM IS NUMERIC
              AND NEE-TEMPO-EXTRA IS NUMERIC
               COMPUTE WRK-MIN-FIM = WRK-PRV-HH * 60 + WRK-PRV-MM
                     + WRK-DURACAO-PROVA
                     + WRK-DURACAO-PROVA * NEE-TEMPO-EXTRA / 100
               DIVIDE WRK-MIN-FIM BY 60 GIVING WRK-FIM-HH
                   REMAINDER WRK-FIM-MM
               MOVE ':' TO WRK-FIM-SEP
           END-IF.

      *    CHOQUE: DUAS PROVAS DE DISCIPLINAS DIFERENTES DO MESMO
