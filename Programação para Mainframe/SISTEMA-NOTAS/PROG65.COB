      *          varre o periodo inteiro e lista todos os choques -
      *          o que hoje so aparece no primeiro dia de aula, com
      *          aluno em pe no corredor.
      *          Com varios campi, a sala tem de ser do campus da turma
      *          e o choque de sala so vale dentro do mesmo campus; o
      *          professor com aulas em dois campi no mesmo dia precisa
      *          do intervalo minimo de deslocamento entre os slots
      *          (CAM-DESLOCAMENTO do CAMPUS.DAT, o maior dos dois).
      *          Disciplina a distancia (modalidade E do catalogo, pelo
      *          MODALDIS) grava o slot sem sala e fica fora da
      *          conferencia de sala, capacidade e choques; a hibrida
      *          tem os encontros presenciais e passa por tudo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS WRK-CAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  CAMPUS-FILE.
           COPY CAMPUSREC.

       WORKING-STORAGE SECTION.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-QTD-SLOTS      PIC 9(03) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-IND2           PIC 9(03) VALUE ZEROS.
       77 WRK-CAM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-OUTRO   PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-ACHADO  PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-A       PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-B       PIC X(03) VALUE SPACES.
      *    DURACAO DE UMA AULA DO HORARIO E DESLOCAMENTO ENTRE CAMPI
      *    QUANDO NENHUM DOS DOIS TEM O SEU CADASTRADO, EM MINUTOS.
       77 WRK-DURACAO-AULA   PIC 9(03) VALUE 50.
       77 WRK-DESLOC-PADRAO  PIC 9(03) VALUE 60.
       77 WRK-DESLOC-MINIMO  PIC 9(03) VALUE ZEROS.
       77 WRK-MIN-A          PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-B          PIC 9(04) VALUE ZEROS.
       77 WRK-INTERVALO      PIC S9(05) VALUE ZEROS.
       77 WRK-DESLOC-CURTO   PIC X(01) VALUE 'N'.
       77 WRK-CURSO-TURMA    PIC X(10) VALUE SPACES.

       01 WRK-HORA-A         PIC X(05) VALUE SPACES.
       01 WRK-HORA-A-R REDEFINES WRK-HORA-A.
           05 WRK-HORA-A-HH      PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-A-MM      PIC 9(02).

       01 WRK-HORA-B         PIC X(05) VALUE SPACES.
       01 WRK-HORA-B-R REDEFINES WRK-HORA-B.
           05 WRK-HORA-B-HH      PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-B-MM      PIC 9(02).

      *    SLOTS DO PERIODO CARREGADOS EM TABELA PARA A VERIFICACAO
      *    DE CHOQUES COMPARAR TODOS CONTRA TODOS EM MEMORIA, COMO A
               10 WRK-SLT-MATERIA   PIC X(15).
               10 WRK-SLT-SALA      PIC X(05).
               10 WRK-SLT-PROFESSOR PIC X(06).
               10 WRK-SLT-CAMPUS    PIC X(03).

       COPY MODALREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               IF WRK-ATR-STATUS = '00'
                   CLOSE ATRIBUICAO-FILE
               END-IF
               IF WRK-CAM-STATUS = '00'
                   CLOSE CAMPUS-FILE
               END-IF
           END-IF
           GOBACK.

           IF WRK-ATR-STATUS NOT = '00'
               DISPLAY 'ATRIBUICOES INDISPONIVEIS - CONFLITO DE '
                       'PROFESSOR NAO SERA VERIFICADO.'
           END-IF
           OPEN INPUT CAMPUS-FILE.
           IF WRK-CAM-STATUS NOT = '00'
               DISPLAY 'MESTRE DE CAMPI INDISPONIVEL - DESLOCAMENTO '
                       'PADRAO DE ' WRK-DESLOC-PADRAO ' MINUTOS.'
           END-IF.

       0200-MENU.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'CODIGO DA TURMA: '.
           ACCEPT WRK-TURMA.
           MOVE SPACES TO WRK-CAMPUS.
           MOVE SPACES TO WRK-CURSO-TURMA.
           IF WRK-TUR-STATUS = '00'
               MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
               MOVE WRK-TURMA        TO TUR-TURMA
                       DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT '
                               '(PROG55) - SLOT NAO GRAVADO.'
                       MOVE SPACES TO WRK-TURMA
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS
                       MOVE TUR-CURSO  TO WRK-CURSO-TURMA
               END-READ
           END-IF
           IF WRK-TURMA NOT = SPACES
               ACCEPT WRK-HORA
               DISPLAY 'DISCIPLINA: '
               ACCEPT WRK-MATERIA
               PERFORM 0315-MODALIDADE-DISCIPLINA
               IF MDL-MODALIDADE = 'E'
                   DISPLAY 'DISCIPLINA A DISTANCIA - SLOT SEM SALA, '
                           'SEM CONFERENCIA DE CAPACIDADE E CHOQUES.'
                   MOVE SPACES TO WRK-SALA
                   PERFORM 0500-GRAVAR-SLOT
               ELSE
                   PERFORM 0318-CAPTURAR-SALA
               END-IF
           END-IF.

      *    MODALIDADE PELO CATALOGO DO CURSO DA TURMA; DISCIPLINA FORA
      *    DO CATALOGO VALE PRESENCIAL.
       0315-MODALIDADE-DISCIPLINA.
           MOVE SPACES          TO MDL-MATRICULA.
           MOVE WRK-CURSO-TURMA TO MDL-CURSO.
           MOVE WRK-MATERIA     TO MDL-MATERIA.
           CALL 'MODALDIS' USING MDL-PARM.

       0318-CAPTURAR-SALA.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA.
           PERFORM 0320-VALIDAR-SALA.
           IF WRK-SALA-OK = 'N'
               DISPLAY 'SALA NAO ENCONTRADA EM SALAS.DAT NO '
                       'CAMPUS ' WRK-CAMPUS ' - SLOT NAO GRAVADO.'
           ELSE
               PERFORM 0350-CONFERIR-CAPACIDADE
               PERFORM 0400-APONTAR-CONFLITOS
               PERFORM 0500-GRAVAR-SLOT
           END-IF.

       0320-VALIDAR-SALA.
           MOVE 'N' TO WRK-SALA-OK.
           MOVE 'N' TO WRK-FIM-SALAS.
               CLOSE SALAS-FILE
           END-IF.

      *    O CODIGO DA SALA SO E UNICO DENTRO DO CAMPUS; SALA OU
      *    TURMA AINDA SEM CAMPUS ACEITA A PRIMEIRA DE MESMO CODIGO.
       0330-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SALAS
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA
                      AND (SALA-CAMPUS = WRK-CAMPUS
                           OR SALA-CAMPUS = SPACES
                           OR WRK-CAMPUS = SPACES)
                       MOVE 'S' TO WRK-SALA-OK
                       MOVE SALA-CAPACIDADE TO WRK-CAPACIDADE
                       MOVE 'S' TO WRK-FIM-SALAS
                   END-IF
           END-READ.

      *    CHOQUES DO SLOT NOVO: MESMA SALA DO MESMO CAMPUS OU MESMO
      *    PROFESSOR JA RESERVADOS NO MESMO DIA/HORA DO PERIODO, EM
      *    OUTRA TURMA, E PROFESSOR EM OUTRO CAMPUS NO MESMO DIA SEM
      *    TEMPO PARA O DESLOCAMENTO.
       0400-APONTAR-CONFLITOS.
           PERFORM 0410-PROFESSOR-DO-SLOT.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
                   END-IF
           END-READ.

      *    SLOT SEM SALA E DE DISCIPLINA A DISTANCIA: NAO CHOCA.
       0440-COMPARAR-SLOT.
           IF HOR-TURMA NOT = WRK-TURMA
              AND HOR-DIA-SEMANA = WRK-DIA
              AND HOR-SALA NOT = SPACES
               MOVE HOR-TURMA TO WRK-BUSCA-TURMA
               PERFORM 0450-CAMPUS-DA-TURMA
               MOVE WRK-CAMPUS-ACHADO TO WRK-CAMPUS-OUTRO
               IF HOR-HORA = WRK-HORA
                   PERFORM 0445-COMPARAR-MESMA-HORA
               ELSE
                   PERFORM 0448-COMPARAR-DESLOCAMENTO
               END-IF
           END-IF.

       0445-COMPARAR-MESMA-HORA.
           IF HOR-SALA = WRK-SALA
              AND (WRK-CAMPUS-OUTRO = WRK-CAMPUS
                   OR WRK-CAMPUS-OUTRO = SPACES
                   OR WRK-CAMPUS = SPACES)
               DISPLAY 'CONFLITO DE SALA: ' WRK-SALA
                       ' JA RESERVADA PARA A TURMA ' HOR-TURMA
                       ' (' HOR-MATERIA ') NO MESMO HORARIO.'
           END-IF
      *    A BUSCA DO PROFESSOR DO OUTRO SLOT REPOSICIONA O CURSOR
      *    DE ATRIBUIC.DAT, MAS NAO O DE HORARIO.DAT, ENTAO A
      *    VARREDURA DO 0430 SEGUE INTACTA.
           IF WRK-PROF-SLOT NOT = SPACES
               MOVE HOR-MATERIA TO WRK-BUSCA-MATERIA
               MOVE HOR-TURMA   TO WRK-BUSCA-TURMA
               PERFORM 0415-BUSCAR-PROFESSOR
               MOVE WRK-PROF-ACHADO TO WRK-PROF-OUTRO
               IF WRK-PROF-OUTRO NOT = SPACES
                  AND WRK-PROF-OUTRO = WRK-PROF-SLOT
                   DISPLAY 'CONFLITO DE PROFESSOR: '
                           WRK-PROF-SLOT ' JA DA AULA PARA A '
                           'TURMA ' HOR-TURMA ' (' HOR-MATERIA
                           ') NO MESMO HORARIO.'
               END-IF
           END-IF.

      *    SO INTERESSA O MESMO PROFESSOR EM OUTRO CAMPUS NO DIA.
       0448-COMPARAR-DESLOCAMENTO.
           IF WRK-PROF-SLOT NOT = SPACES
              AND WRK-CAMPUS NOT = SPACES
              AND WRK-CAMPUS-OUTRO NOT = SPACES
              AND WRK-CAMPUS-OUTRO NOT = WRK-CAMPUS
               MOVE HOR-MATERIA TO WRK-BUSCA-MATERIA
               MOVE HOR-TURMA   TO WRK-BUSCA-TURMA
               PERFORM 0415-BUSCAR-PROFESSOR
               MOVE WRK-PROF-ACHADO TO WRK-PROF-OUTRO
               IF WRK-PROF-OUTRO = WRK-PROF-SLOT
                   MOVE WRK-HORA         TO WRK-HORA-A
                   MOVE HOR-HORA         TO WRK-HORA-B
                   MOVE WRK-CAMPUS       TO WRK-CAMPUS-A
                   MOVE WRK-CAMPUS-OUTRO TO WRK-CAMPUS-B
                   PERFORM 0470-CONFERIR-INTERVALO
                   IF WRK-DESLOC-CURTO = 'S'
                       DISPLAY 'DESLOCAMENTO INSUFICIENTE: '
                               WRK-PROF-SLOT ' TEM AULA NA TURMA '
                               HOR-TURMA ' AS ' HOR-HORA
                               ' NO CAMPUS ' WRK-CAMPUS-OUTRO
                       DISPLAY '    INTERVALO DE ' WRK-INTERVALO
                               ' MIN PARA ' WRK-DESLOC-MINIMO
                               ' MIN EXIGIDOS.'
                   END-IF
               END-IF
           END-IF.

      *    CAMPUS DA TURMA WRK-BUSCA-TURMA NO PERIODO, EM BRANCO SE A
      *    TURMA NAO ESTA EM TURMAS.DAT.
       0450-CAMPUS-DA-TURMA.
           MOVE SPACES TO WRK-CAMPUS-ACHADO.
           IF WRK-TUR-STATUS = '00'
               MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
               MOVE WRK-BUSCA-TURMA  TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-ACHADO
               END-READ
           END-IF.

      *    DESLOCAMENTO EXIGIDO ENTRE WRK-CAMPUS-A E WRK-CAMPUS-B: O
      *    MAIOR DOS DOIS CADASTRADOS, OU O PADRAO SE NENHUM TEM.
       0460-DESLOCAMENTO-MINIMO.
           MOVE ZEROS TO WRK-DESLOC-MINIMO.
           IF WRK-CAM-STATUS = '00'
               MOVE WRK-CAMPUS-A TO CAM-CODIGO
               READ CAMPUS-FILE KEY IS CAM-CODIGO
                   NOT INVALID KEY
                       MOVE CAM-DESLOCAMENTO TO WRK-DESLOC-MINIMO
               END-READ
               MOVE WRK-CAMPUS-B TO CAM-CODIGO
               READ CAMPUS-FILE KEY IS CAM-CODIGO
                   NOT INVALID KEY
                       IF CAM-DESLOCAMENTO > WRK-DESLOC-MINIMO
                           MOVE CAM-DESLOCAMENTO TO WRK-DESLOC-MINIMO
                       END-IF
               END-READ
           END-IF.
           IF WRK-DESLOC-MINIMO = ZEROS
               MOVE WRK-DESLOC-PADRAO TO WRK-DESLOC-MINIMO
           END-IF.

      *    INTERVALO LIVRE ENTRE O FIM DA PRIMEIRA AULA E O INICIO DA
      *    SEGUNDA (WRK-HORA-A E WRK-HORA-B, EM QUALQUER ORDEM).
       0470-CONFERIR-INTERVALO.
           MOVE 'N' TO WRK-DESLOC-CURTO.
           MOVE ZEROS TO WRK-INTERVALO.
           IF WRK-HORA-A-HH IS NUMERIC AND WRK-HORA-A-MM IS NUMERIC
              AND WRK-HORA-B-HH IS NUMERIC AND WRK-HORA-B-MM IS NUMERIC
               COMPUTE WRK-MIN-A = WRK-HORA-A-HH * 60 + WRK-HORA-A-MM
               COMPUTE WRK-MIN-B = WRK-HORA-B-HH * 60 + WRK-HORA-B-MM
               IF WRK-MIN-A < WRK-MIN-B
                   COMPUTE WRK-INTERVALO = WRK-MIN-B - WRK-MIN-A
                                         - WRK-DURACAO-AULA
               ELSE
                   COMPUTE WRK-INTERVALO = WRK-MIN-A - WRK-MIN-B
                                         - WRK-DURACAO-AULA
               END-IF
               PERFORM 0460-DESLOCAMENTO-MINIMO
               IF WRK-INTERVALO < WRK-DESLOC-MINIMO
                   MOVE 'S' TO WRK-DESLOC-CURTO
               END-IF
           END-IF.

       0500-GRAVAR-SLOT.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE.

      *    VERIFICACAO DO PERIODO INTEIRO: CARREGA OS SLOTS EM TABELA
      *    E COMPARA TODOS CONTRA TODOS, LISTANDO CADA CHOQUE DE SALA
      *    OU DE PROFESSOR UMA UNICA VEZ, E CADA PROFESSOR SEM TEMPO DE
      *    DESLOCAMENTO ENTRE DOIS CAMPI NO MESMO DIA.
       0700-VERIFICAR-PERIODO.
           DISPLAY 'ANO/SEMESTRE A VERIFICAR: '.
           ACCEPT WRK-ANO-SEMESTRE.
                           PERFORM 0415-BUSCAR-PROFESSOR
                           MOVE WRK-PROF-ACHADO
                               TO WRK-SLT-PROFESSOR(WRK-QTD-SLOTS)
                           PERFORM 0450-CAMPUS-DA-TURMA
                           MOVE WRK-CAMPUS-ACHADO
                               TO WRK-SLT-CAMPUS(WRK-QTD-SLOTS)
                       ELSE
                           DISPLAY 'MAIS DE 300 SLOTS NO PERIODO - '
                                   'VERIFICACAO PARCIAL.'
               VARYING WRK-IND2 FROM WRK-IND BY 1
               UNTIL WRK-IND2 > WRK-QTD-SLOTS.

      *    SLOT SEM SALA (DISCIPLINA A DISTANCIA) FICA FORA DOS PARES.
       0740-COMPARAR-PAR.
           IF WRK-IND2 > WRK-IND
              AND WRK-SLT-DIA(WRK-IND) = WRK-SLT-DIA(WRK-IND2)
              AND WRK-SLT-SALA(WRK-IND) NOT = SPACES
              AND WRK-SLT-SALA(WRK-IND2) NOT = SPACES
               IF WRK-SLT-HORA(WRK-IND) = WRK-SLT-HORA(WRK-IND2)
                   PERFORM 0745-COMPARAR-PAR-HORA
               ELSE
                   PERFORM 0750-COMPARAR-PAR-CAMPI
               END-IF
           END-IF.

       0745-COMPARAR-PAR-HORA.
           IF WRK-SLT-SALA(WRK-IND) = WRK-SLT-SALA(WRK-IND2)
              AND (WRK-SLT-CAMPUS(WRK-IND) = WRK-SLT-CAMPUS(WRK-IND2)
                   OR WRK-SLT-CAMPUS(WRK-IND) = SPACES
                   OR WRK-SLT-CAMPUS(WRK-IND2) = SPACES)
               ADD 1 TO WRK-QTD-CONFLITOS
               DISPLAY 'SALA ' WRK-SLT-SALA(WRK-IND)
                       ' CAMPUS ' WRK-SLT-CAMPUS(WRK-IND)
                       ' DIA ' WRK-SLT-DIA(WRK-IND)
                       ' ' WRK-SLT-HORA(WRK-IND)
                       ': TURMAS ' WRK-SLT-TURMA(WRK-IND)
                       ' E ' WRK-SLT-TURMA(WRK-IND2)
           END-IF
           IF WRK-SLT-PROFESSOR(WRK-IND) NOT = SPACES
              AND WRK-SLT-PROFESSOR(WRK-IND)
                  = WRK-SLT-PROFESSOR(WRK-IND2)
               ADD 1 TO WRK-QTD-CONFLITOS
               DISPLAY 'PROFESSOR ' WRK-SLT-PROFESSOR(WRK-IND)
                       ' DIA ' WRK-SLT-DIA(WRK-IND)
                       ' ' WRK-SLT-HORA(WRK-IND)
                       ': TURMAS ' WRK-SLT-TURMA(WRK-IND)
                       ' E ' WRK-SLT-TURMA(WRK-IND2)
           END-IF.

       0750-COMPARAR-PAR-CAMPI.
           IF WRK-SLT-PROFESSOR(WRK-IND) NOT = SPACES
              AND WRK-SLT-PROFESSOR(WRK-IND)
                  = WRK-SLT-PROFESSOR(WRK-IND2)
              AND WRK-SLT-CAMPUS(WRK-IND) NOT = SPACES
              AND WRK-SLT-CAMPUS(WRK-IND2) NOT = SPACES
              AND WRK-SLT-CAMPUS(WRK-IND)
                  NOT = WRK-SLT-CAMPUS(WRK-IND2)
               MOVE WRK-SLT-HORA(WRK-IND)    TO WRK-HORA-A
               MOVE WRK-SLT-HORA(WRK-IND2)   TO WRK-HORA-B
               MOVE WRK-SLT-CAMPUS(WRK-IND)  TO WRK-CAMPUS-A
               MOVE WRK-SLT-CAMPUS(WRK-IND2) TO WRK-CAMPUS-B
               PERFORM 0470-CONFERIR-INTERVALO
               IF WRK-DESLOC-CURTO = 'S'
                   ADD 1 TO WRK-QTD-CONFLITOS
                   DISPLAY 'DESLOCAMENTO ' WRK-SLT-PROFESSOR(WRK-IND)
                           ' DIA ' WRK-SLT-DIA(WRK-IND)
                           ': ' WRK-SLT-TURMA(WRK-IND)
                           ' ' WRK-SLT-HORA(WRK-IND)
                           ' ' WRK-CAMPUS-A
                           ' E ' WRK-SLT-TURMA(WRK-IND2)
                           ' ' WRK-SLT-HORA(WRK-IND2)
                           ' ' WRK-CAMPUS-B
                           ' - INTERVALO ' WRK-INTERVALO
                           ' MIN, EXIGIDOS ' WRK-DESLOC-MINIMO
               END-IF
           END-IF.

