       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG126.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transferencia e divisao de turma - move, dentro de um
      *          ano/semestre, um aluno, uma lista digitada ou uma
      *          faixa de matriculas da turma de origem para a turma
      *          de destino, ou divide uma turma lotada (em ordem
      *          alfabetica, ficando na origem a quantidade pedida, ou
      *          pela lista escolhida). A turma de destino tem de
      *          existir em TURMAS.DAT, ter vaga na capacidade da sala
      *          (SALAS.DAT, ocupacao contada em GRADES.DAT como no
      *          PROG34) e nao pode dar choque no HORARIO.DAT com as
      *          outras turmas que o aluno cursa no periodo. Cada aluno
      *          movido tem GR-TURMA trocado em GRADES.DAT e CHM-TURMA
      *          em CHAMADA.DAT, com registro no MANUT.LOG encadeado
      *          e a imagem de cada nota alterada no GRADEJRN.DAT.
      *          COMPNOTA.DAT nao carrega turma (mesma chave de
      *          GRADES.DAT) e a ocupacao das turmas e sempre apurada
      *          de GR-TURMA, entao nao ha outro arquivo a acertar -
      *          acabou a edicao a mao em que um arquivo sempre ficava
      *          esquecido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT LOG-FILE ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO "LOGSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "GRADEJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  SALAS-FILE.
           COPY SALAREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  JORNAL-FILE.
           COPY JRNLREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

      *    ALUNOS DA TURMA DE ORIGEM EM ORDEM DE NOME, PARA A DIVISAO
      *    ALFABETICA.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-NOME          PIC X(30).
           05 SRT-IND           PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-IMAGEM-ANTES   PIC X(120) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-MODO-DIVISAO   PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-TURMA-ORIGEM   PIC X(05) VALUE SPACES.
       77 WRK-TURMA-DESTINO  PIC X(05) VALUE SPACES.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-CAPACIDADE     PIC 9(03) VALUE ZEROS.
       77 WRK-OCUPACAO       PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SALA     PIC X(01) VALUE 'N'.
       77 WRK-PREPARADO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALAS      PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-FIM-LISTA      PIC X(01) VALUE 'N'.
       77 WRK-CHOQUE         PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-MATRICULA-DE   PIC X(10) VALUE SPACES.
       77 WRK-MATRICULA-ATE  PIC X(10) VALUE SPACES.
       77 WRK-ULTIMA-DESTINO PIC X(10) VALUE SPACES.
       77 WRK-QTD-ORIGEM     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SELECIONADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FICAM      PIC 9(03) VALUE ZEROS.
       77 WRK-POSICAO        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MOVIDOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-VAGA   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CHOQUES    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRADES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CHAMADA    PIC 9(05) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-IND-BUSCA      PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-QTD-DISC       PIC 9(02) VALUE ZEROS.
       77 WRK-IND-DISC       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SLOTS      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-SLOT       PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.

      *    ALUNOS DISTINTOS DA TURMA DE ORIGEM NO PERIODO.
       01 WRK-TABELA-ALUNOS.
           05 WRK-ALU-ITEM OCCURS 300 TIMES.
               10 WRK-ALU-MATRICULA PIC X(10).
               10 WRK-ALU-NOME      PIC X(30).
               10 WRK-ALU-SEL       PIC X(01).

      *    DISCIPLINAS DO ALUNO NO PERIODO, COM A TURMA DE CADA UMA.
       01 WRK-TABELA-DISC.
           05 WRK-DSC-ITEM OCCURS 30 TIMES.
               10 WRK-DSC-MATERIA   PIC X(15).
               10 WRK-DSC-TURMA     PIC X(05).

      *    AULAS DA TURMA DE DESTINO NO HORARIO DO PERIODO.
       01 WRK-TABELA-SLOTS.
           05 WRK-SLT-ITEM OCCURS 60 TIMES.
               10 WRK-SLT-DIA       PIC 9(01).
               10 WRK-SLT-HORA      PIC X(05).
               10 WRK-SLT-MATERIA   PIC X(15).
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0200-MENU UNTIL WRK-OPCAO = '5'
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'DIGITE SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'TRANSFERENCIA E DIVISAO DE TURMA'.
           DISPLAY '1 - MOVER UM ALUNO'.
           DISPLAY '2 - MOVER LISTA DE ALUNOS'.
           DISPLAY '3 - MOVER FAIXA DE MATRICULAS'.
           DISPLAY '4 - DIVIDIR TURMA LOTADA'.
           DISPLAY '5 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
               WHEN '2'
               WHEN '3'
               WHEN '4'
                   PERFORM 0300-PREPARAR
                   IF WRK-PREPARADO = 'S'
                       PERFORM 0500-SELECIONAR
                       PERFORM 0600-EXECUTAR-MOVIMENTOS
                   END-IF
                   PERFORM 0690-FECHAR-ARQUIVOS
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    PERIODO, ORIGEM E DESTINO; O DESTINO TEM DE EXISTIR NO
      *    MESTRE DE TURMAS COM SALA E CAPACIDADE CONHECIDAS.
       0300-PREPARAR.
           MOVE 'N' TO WRK-PREPARADO.
           DISPLAY 'ANO/SEMESTRE (EX: 2025-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'TURMA DE ORIGEM: '.
           ACCEPT WRK-TURMA-ORIGEM.
           DISPLAY 'TURMA DE DESTINO: '.
           ACCEPT WRK-TURMA-DESTINO.
           OPEN INPUT TURMA-FILE.
           OPEN I-O GRADE-FILE.
           OPEN I-O CHAMADA-FILE.
           OPEN INPUT HORARIO-FILE.
           EVALUATE TRUE
               WHEN WRK-TURMA-ORIGEM = WRK-TURMA-DESTINO
                   DISPLAY 'ORIGEM E DESTINO IGUAIS - NADA A MOVER.'
               WHEN WRK-TUR-STATUS NOT = '00'
                   DISPLAY 'TURMAS.DAT INDISPONIVEL: ' WRK-TUR-STATUS
               WHEN WRK-FILE-STATUS NOT = '00'
                   DISPLAY 'GRADES.DAT INDISPONIVEL: '
                           WRK-FILE-STATUS
               WHEN WRK-CHM-STATUS NOT = '00'
                    AND WRK-CHM-STATUS NOT = '35'
                   DISPLAY 'CHAMADA.DAT INDISPONIVEL: '
                           WRK-CHM-STATUS
               WHEN OTHER
                   PERFORM 0320-CONFERIR-DESTINO
           END-EVALUATE.
           IF WRK-PREPARADO = 'S'
               PERFORM 0400-CARREGAR-TURMAS
               IF WRK-QTD-ORIGEM = 0
                   DISPLAY 'NENHUM ALUNO NA TURMA ' WRK-TURMA-ORIGEM
                           ' EM ' WRK-ANO-SEMESTRE '.'
                   MOVE 'N' TO WRK-PREPARADO
               ELSE
                   DISPLAY 'ORIGEM ' WRK-TURMA-ORIGEM ': '
                           WRK-QTD-ORIGEM ' ALUNOS - DESTINO '
                           WRK-TURMA-DESTINO ': ' WRK-OCUPACAO
                           ' ALUNOS (SALA ' WRK-SALA ', CAP. '
                           WRK-CAPACIDADE ')'
               END-IF
           END-IF.

       0320-CONFERIR-DESTINO.
           MOVE WRK-ANO-SEMESTRE  TO TUR-ANO-SEMESTRE.
           MOVE WRK-TURMA-DESTINO TO TUR-TURMA.
           READ TURMA-FILE KEY IS TUR-CHAVE
               INVALID KEY
                   DISPLAY 'TURMA ' WRK-TURMA-DESTINO
                           ' NAO CADASTRADA EM TURMAS.DAT PARA '
                           WRK-ANO-SEMESTRE '.'
               NOT INVALID KEY
                   MOVE TUR-SALA TO WRK-SALA
                   PERFORM 0370-BUSCAR-CAPACIDADE
                   IF WRK-ACHOU-SALA = 'N' OR WRK-CAPACIDADE = 0
                       DISPLAY 'TURMA ' WRK-TURMA-DESTINO
                               ' SEM SALA COM CAPACIDADE EM '
                               'SALAS.DAT - ACERTE NO PROG55.'
                   ELSE
                       MOVE 'S' TO WRK-PREPARADO
                   END-IF
           END-READ.

       0370-BUSCAR-CAPACIDADE.
           MOVE 'N' TO WRK-ACHOU-SALA WRK-FIM-SALAS.
           MOVE ZEROS TO WRK-CAPACIDADE.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS = '00'
               PERFORM 0380-LER-SALA UNTIL WRK-FIM-SALAS = 'S'
               CLOSE SALAS-FILE
           END-IF.

       0380-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SALAS
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA
                       MOVE 'S' TO WRK-ACHOU-SALA
                       MOVE SALA-CAPACIDADE TO WRK-CAPACIDADE
                       MOVE 'S' TO WRK-FIM-SALAS
                   END-IF
           END-READ.

      *    UMA PASSADA EM GRADES.DAT: ALUNOS DISTINTOS DA ORIGEM E
      *    OCUPACAO ATUAL DO DESTINO (O ARQUIVO VEM POR MATRICULA).
       0400-CARREGAR-TURMAS.
           MOVE ZEROS  TO WRK-QTD-ORIGEM WRK-OCUPACAO.
           MOVE SPACES TO WRK-ULTIMA-DESTINO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO GR-CHAVE.
           START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0410-LER-GRADE UNTIL WRK-FIM-ARQUIVO = 'S'.

       0410-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       IF GR-TURMA = WRK-TURMA-ORIGEM
                           PERFORM 0420-INCLUIR-ORIGEM
                       END-IF
                       IF GR-TURMA = WRK-TURMA-DESTINO
                          AND GR-MATRICULA NOT = WRK-ULTIMA-DESTINO
                           MOVE GR-MATRICULA TO WRK-ULTIMA-DESTINO
                           ADD 1 TO WRK-OCUPACAO
                       END-IF
                   END-IF
           END-READ.

       0420-INCLUIR-ORIGEM.
           IF WRK-QTD-ORIGEM = 0
              OR GR-MATRICULA NOT = WRK-ALU-MATRICULA(WRK-QTD-ORIGEM)
               IF WRK-QTD-ORIGEM < 300
                   ADD 1 TO WRK-QTD-ORIGEM
                   MOVE GR-MATRICULA
                       TO WRK-ALU-MATRICULA(WRK-QTD-ORIGEM)
                   MOVE GR-NOME      TO WRK-ALU-NOME(WRK-QTD-ORIGEM)
                   MOVE 'N'          TO WRK-ALU-SEL(WRK-QTD-ORIGEM)
               ELSE
                   DISPLAY 'MAIS DE 300 ALUNOS NA ORIGEM - '
                           GR-MATRICULA ' FICA DE FORA.'
               END-IF
           END-IF.

       0500-SELECIONAR.
           MOVE ZEROS TO WRK-QTD-SELECIONADOS.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   DISPLAY 'MATRICULA DO ALUNO: '
                   ACCEPT WRK-MATRICULA
                   PERFORM 0530-MARCAR-MATRICULA
               WHEN '2'
                   PERFORM 0520-SELECIONAR-LISTA
               WHEN '3'
                   DISPLAY 'DA MATRICULA: '
                   ACCEPT WRK-MATRICULA-DE
                   DISPLAY 'ATE A MATRICULA: '
                   ACCEPT WRK-MATRICULA-ATE
                   PERFORM 0540-MARCAR-FAIXA
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-ORIGEM
               WHEN '4'
                   DISPLAY 'DIVIDIR EM ORDEM ALFABETICA (A) OU PELA '
                           'LISTA DIGITADA (L)? '
                   ACCEPT WRK-MODO-DIVISAO
                   IF WRK-MODO-DIVISAO = 'L' OR WRK-MODO-DIVISAO = 'l'
                       PERFORM 0520-SELECIONAR-LISTA
                   ELSE
                       PERFORM 0550-DIVIDIR-ALFABETICA
                   END-IF
           END-EVALUATE.

       0520-SELECIONAR-LISTA.
           DISPLAY 'DIGITE AS MATRICULAS, UMA POR LINHA (EM BRANCO '
                   'ENCERRA):'.
           MOVE 'N' TO WRK-FIM-LISTA.
           PERFORM 0525-ACEITAR-DA-LISTA UNTIL WRK-FIM-LISTA = 'S'.

       0525-ACEITAR-DA-LISTA.
           MOVE SPACES TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA.
           IF WRK-MATRICULA = SPACES
               MOVE 'S' TO WRK-FIM-LISTA
           ELSE
               PERFORM 0530-MARCAR-MATRICULA
           END-IF.

       0530-MARCAR-MATRICULA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0535-COMPARAR-MATRICULA
               VARYING WRK-IND-BUSCA FROM 1 BY 1
               UNTIL WRK-IND-BUSCA > WRK-QTD-ORIGEM
                  OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'N'
               DISPLAY WRK-MATRICULA ' NAO ESTA NA TURMA '
                       WRK-TURMA-ORIGEM ' - IGNORADA.'
           END-IF.

       0535-COMPARAR-MATRICULA.
           IF WRK-ALU-MATRICULA(WRK-IND-BUSCA) = WRK-MATRICULA
               MOVE 'S' TO WRK-ACHOU
               IF WRK-ALU-SEL(WRK-IND-BUSCA) NOT = 'S'
                   MOVE 'S' TO WRK-ALU-SEL(WRK-IND-BUSCA)
                   ADD 1 TO WRK-QTD-SELECIONADOS
               END-IF
           END-IF.

       0540-MARCAR-FAIXA.
           IF WRK-ALU-MATRICULA(WRK-IND) >= WRK-MATRICULA-DE
              AND WRK-ALU-MATRICULA(WRK-IND) <= WRK-MATRICULA-ATE
               MOVE 'S' TO WRK-ALU-SEL(WRK-IND)
               ADD 1 TO WRK-QTD-SELECIONADOS
           END-IF.

      *    DIVISAO ALFABETICA: OS PRIMEIROS NA ORDEM DO NOME FICAM NA
      *    ORIGEM (PADRAO = METADE, ARREDONDADA PARA CIMA) E OS
      *    DEMAIS VAO PARA O DESTINO.
       0550-DIVIDIR-ALFABETICA.
           COMPUTE WRK-QTD-FICAM = (WRK-QTD-ORIGEM + 1) / 2.
           DISPLAY 'QUANTOS FICAM NA TURMA ' WRK-TURMA-ORIGEM
                   ' (EM BRANCO = ' WRK-QTD-FICAM ')? '.
           ACCEPT WRK-POSICAO.
           IF WRK-POSICAO > 0 AND WRK-POSICAO < WRK-QTD-ORIGEM
               MOVE WRK-POSICAO TO WRK-QTD-FICAM
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-NOME
               INPUT PROCEDURE IS 0560-LIBERAR-ALUNOS
               OUTPUT PROCEDURE IS 0570-MARCAR-EXCEDENTES.

       0560-LIBERAR-ALUNOS.
           PERFORM 0565-LIBERAR-ALUNO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ORIGEM.

       0565-LIBERAR-ALUNO.
           MOVE WRK-ALU-NOME(WRK-IND) TO SRT-NOME.
           MOVE WRK-IND               TO SRT-IND.
           RELEASE SORT-REC.

       0570-MARCAR-EXCEDENTES.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0575-RETORNAR-ALUNO UNTIL WRK-FIM-SORT = 'S'.

       0575-RETORNAR-ALUNO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   ADD 1 TO WRK-POSICAO
                   IF WRK-POSICAO > WRK-QTD-FICAM
                       MOVE 'S' TO WRK-ALU-SEL(SRT-IND)
                       ADD 1 TO WRK-QTD-SELECIONADOS
                   END-IF
           END-RETURN.

       0600-EXECUTAR-MOVIMENTOS.
           IF WRK-QTD-SELECIONADOS = 0
               DISPLAY 'NENHUM ALUNO SELECIONADO.'
           ELSE
               DISPLAY 'MOVER ' WRK-QTD-SELECIONADOS ' ALUNO(S) DE '
                       WRK-TURMA-ORIGEM ' PARA ' WRK-TURMA-DESTINO
                       ' EM ' WRK-ANO-SEMESTRE '? S/N: '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE ZEROS TO WRK-QTD-MOVIDOS WRK-QTD-SEM-VAGA
                                 WRK-QTD-CHOQUES WRK-QTD-GRADES
                                 WRK-QTD-CHAMADA
                   PERFORM 0605-CARREGAR-HORARIO-DESTINO
                   PERFORM 0610-MOVER-ALUNO
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-ORIGEM
                   DISPLAY '----------------------------------------'
                   DISPLAY 'ALUNOS MOVIDOS........: ' WRK-QTD-MOVIDOS
                   DISPLAY 'RECUSADOS SEM VAGA....: ' WRK-QTD-SEM-VAGA
                   DISPLAY 'RECUSADOS POR CHOQUE..: ' WRK-QTD-CHOQUES
                   DISPLAY 'GRADES.DAT ATUALIZADOS: ' WRK-QTD-GRADES
                   DISPLAY 'CHAMADA.DAT ATUALIZ...: ' WRK-QTD-CHAMADA
                   DISPLAY 'OCUPACAO DO DESTINO...: ' WRK-OCUPACAO
                           ' DE ' WRK-CAPACIDADE
               ELSE
                   DISPLAY 'MOVIMENTACAO CANCELADA.'
               END-IF
           END-IF.

      *    AULAS DO DESTINO CARREGADAS UMA VEZ; O CHOQUE DE CADA ALUNO
      *    E CONFERIDO COM LEITURAS DIRETAS NO HORARIO DAS OUTRAS
      *    TURMAS DELE. SEM HORARIO.DAT NAO HA CHOQUE A APONTAR.
       0605-CARREGAR-HORARIO-DESTINO.
           MOVE ZEROS TO WRK-QTD-SLOTS.
           IF WRK-HOR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE  TO HOR-ANO-SEMESTRE
               MOVE WRK-TURMA-DESTINO TO HOR-TURMA
               MOVE ZEROS             TO HOR-DIA-SEMANA
               MOVE LOW-VALUES        TO HOR-HORA
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0607-LER-SLOT-DESTINO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.

       0607-LER-SLOT-DESTINO.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR HOR-TURMA NOT = WRK-TURMA-DESTINO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF WRK-QTD-SLOTS < 60
                           ADD 1 TO WRK-QTD-SLOTS
                           MOVE HOR-DIA-SEMANA
                               TO WRK-SLT-DIA(WRK-QTD-SLOTS)
                           MOVE HOR-HORA
                               TO WRK-SLT-HORA(WRK-QTD-SLOTS)
                           MOVE HOR-MATERIA
                               TO WRK-SLT-MATERIA(WRK-QTD-SLOTS)
                       END-IF
                   END-IF
           END-READ.

       0610-MOVER-ALUNO.
           IF WRK-ALU-SEL(WRK-IND) = 'S'
               MOVE WRK-ALU-MATRICULA(WRK-IND) TO WRK-MATRICULA
               IF WRK-OCUPACAO NOT < WRK-CAPACIDADE
                   ADD 1 TO WRK-QTD-SEM-VAGA
                   DISPLAY WRK-MATRICULA ' - TURMA '
                           WRK-TURMA-DESTINO ' LOTADA - NAO MOVIDO.'
               ELSE
                   PERFORM 0620-CARREGAR-DISCIPLINAS
                   PERFORM 0640-VERIFICAR-CHOQUE
                   IF WRK-CHOQUE = 'S'
                       ADD 1 TO WRK-QTD-CHOQUES
                   ELSE
                       PERFORM 0660-ATUALIZAR-GRADES
                       PERFORM 0680-ATUALIZAR-CHAMADA
                       PERFORM 0900-GRAVAR-LOG
                       ADD 1 TO WRK-OCUPACAO
                       ADD 1 TO WRK-QTD-MOVIDOS
                       DISPLAY WRK-MATRICULA ' '
                               WRK-ALU-NOME(WRK-IND) ' - MOVIDO.'
                   END-IF
               END-IF
           END-IF.

       0620-CARREGAR-DISCIPLINAS.
           MOVE ZEROS TO WRK-QTD-DISC.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO GR-MATRICULA.
           MOVE LOW-VALUES    TO GR-MATERIA-PERIODO.
           START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0625-LER-DISCIPLINA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0625-LER-DISCIPLINA.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND WRK-QTD-DISC < 30
                           ADD 1 TO WRK-QTD-DISC
                           MOVE GR-MATERIA
                               TO WRK-DSC-MATERIA(WRK-QTD-DISC)
                           MOVE GR-TURMA
                               TO WRK-DSC-TURMA(WRK-QTD-DISC)
                       END-IF
                   END-IF
           END-READ.

      *    CHOQUE: AULA DO DESTINO DE UMA DISCIPLINA QUE O ALUNO LEVA
      *    DA ORIGEM, NO MESMO DIA E HORA DE UMA AULA QUE ELE TEM EM
      *    OUTRA TURMA (DE OUTRA DISCIPLINA QUE ELE CURSA).
       0640-VERIFICAR-CHOQUE.
           MOVE 'N' TO WRK-CHOQUE.
           IF WRK-HOR-STATUS = '00'
               PERFORM 0645-CONFERIR-SLOT
                   VARYING WRK-IND-SLOT FROM 1 BY 1
                   UNTIL WRK-IND-SLOT > WRK-QTD-SLOTS
                      OR WRK-CHOQUE = 'S'
           END-IF.

       0645-CONFERIR-SLOT.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0647-LEVA-DA-ORIGEM
               VARYING WRK-IND-DISC FROM 1 BY 1
               UNTIL WRK-IND-DISC > WRK-QTD-DISC.
           IF WRK-ACHOU = 'S'
               PERFORM 0650-CONFERIR-OUTRA-TURMA
                   VARYING WRK-IND-DISC FROM 1 BY 1
                   UNTIL WRK-IND-DISC > WRK-QTD-DISC
                      OR WRK-CHOQUE = 'S'
           END-IF.

       0647-LEVA-DA-ORIGEM.
           IF WRK-DSC-TURMA(WRK-IND-DISC) = WRK-TURMA-ORIGEM
              AND WRK-DSC-MATERIA(WRK-IND-DISC)
                  = WRK-SLT-MATERIA(WRK-IND-SLOT)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       0650-CONFERIR-OUTRA-TURMA.
           IF WRK-DSC-TURMA(WRK-IND-DISC) NOT = WRK-TURMA-ORIGEM
              AND WRK-DSC-TURMA(WRK-IND-DISC) NOT = SPACES
               MOVE WRK-ANO-SEMESTRE            TO HOR-ANO-SEMESTRE
               MOVE WRK-DSC-TURMA(WRK-IND-DISC) TO HOR-TURMA
               MOVE WRK-SLT-DIA(WRK-IND-SLOT)   TO HOR-DIA-SEMANA
               MOVE WRK-SLT-HORA(WRK-IND-SLOT)  TO HOR-HORA
               READ HORARIO-FILE KEY IS HOR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOR-MATERIA = WRK-DSC-MATERIA(WRK-IND-DISC)
                           MOVE 'S' TO WRK-CHOQUE
                           DISPLAY WRK-MATRICULA ' - CHOQUE: DIA '
                                   HOR-DIA-SEMANA ' ' HOR-HORA ' '
                                   HOR-MATERIA ' (TURMA ' HOR-TURMA
                                   ') - NAO MOVIDO.'
                       END-IF
               END-READ
           END-IF.

       0660-ATUALIZAR-GRADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO GR-MATRICULA.
           MOVE LOW-VALUES    TO GR-MATERIA-PERIODO.
           START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0665-TROCAR-TURMA-GRADE
               UNTIL WRK-FIM-ARQUIVO = 'S'.

       0665-TROCAR-TURMA-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND GR-TURMA = WRK-TURMA-ORIGEM
                           MOVE GRADE-REC TO WRK-IMAGEM-ANTES
                           MOVE WRK-TURMA-DESTINO TO GR-TURMA
                           MOVE FUNCTION CURRENT-DATE(1:14)
                               TO GR-DATA-ATUALIZACAO
                           REWRITE GRADE-REC
                           PERFORM 0920-GRAVAR-JORNAL
                           PERFORM 0925-MARCAR-RESUMO
                           ADD 1 TO WRK-QTD-GRADES
                       END-IF
                   END-IF
           END-READ.

       0680-ATUALIZAR-CHAMADA.
           IF WRK-CHM-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATRICULA TO CHM-MATRICULA
               MOVE LOW-VALUES    TO CHM-MATERIA CHM-DATA
               START CHAMADA-FILE KEY IS NOT LESS THAN CHM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0685-TROCAR-TURMA-CHAMADA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.

       0685-TROCAR-TURMA-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CHM-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF CHM-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND CHM-TURMA = WRK-TURMA-ORIGEM
                           MOVE WRK-TURMA-DESTINO TO CHM-TURMA
                           REWRITE CHAMADA-REC
                           ADD 1 TO WRK-QTD-CHAMADA
                       END-IF
                   END-IF
           END-READ.

       0690-FECHAR-ARQUIVOS.
           IF WRK-TUR-STATUS = '00'
               CLOSE TURMA-FILE
           END-IF.
           IF WRK-FILE-STATUS = '00'
               CLOSE GRADE-FILE
           END-IF.
           IF WRK-CHM-STATUS = '00'
               CLOSE CHAMADA-FILE
           END-IF.
           IF WRK-HOR-STATUS = '00'
               CLOSE HORARIO-FILE
           END-IF.
           PERFORM 0930-GRAVAR-RESUMO.

      *    MANUT.LOG ENCADEADO COMO NO PROG50: UM REGISTRO POR ALUNO
      *    MOVIDO, COM ORIGEM E DESTINO NO DETALHE.
       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA     TO LOG-DATA-HORA
           MOVE 'TURMA'           TO LOG-TIPO
           MOVE WRK-OPERADOR      TO LOG-OPERADOR
           MOVE WRK-MATRICULA     TO LOG-MATRICULA
           MOVE SPACES            TO LOG-MATERIA
           MOVE ZEROS             TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO
           MOVE SPACES            TO LOG-DETALHE
           STRING 'TURMA ' WRK-TURMA-ORIGEM ' PARA '
                  WRK-TURMA-DESTINO ' EM ' WRK-ANO-SEMESTRE
               DELIMITED BY SIZE INTO LOG-DETALHE
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

       0905-ENCADEAR-LOG.
           MOVE 0 TO WRK-SEQ-ANTERIOR WRK-CHECK-ANTERIOR
           OPEN INPUT SEQCTL-FILE
           IF WRK-SEQCTL-STATUS = '00'
               READ SEQCTL-FILE
                   NOT AT END
                       MOVE LSQ-SEQ   TO WRK-SEQ-ANTERIOR
                       MOVE LSQ-CHECK TO WRK-CHECK-ANTERIOR
               END-READ
               CLOSE SEQCTL-FILE
           END-IF
           COMPUTE LOG-SEQ = WRK-SEQ-ANTERIOR + 1
           CALL 'LOGCHK' USING LOG-CONTEUDO WRK-CHECK-ANTERIOR
                               LOG-CHECK
           OPEN OUTPUT SEQCTL-FILE
           MOVE LOG-SEQ   TO LSQ-SEQ
           MOVE LOG-CHECK TO LSQ-CHECK
           WRITE SEQCTL-REC
           CLOSE SEQCTL-FILE.

      *    IMAGEM ANTES/DEPOIS DE CADA REGISTRO DE NOTAS ALTERADO,
      *    PARA A RECONSTRUCAO DO PROG64.
       0920-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE
           IF WRK-JRN-STATUS NOT = '00'
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG126'       TO JRN-PROGRAMA
           MOVE 'A'             TO JRN-OPERACAO
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES
           MOVE GRADE-REC       TO JRN-DEPOIS
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG126'       TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG126'       TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG126.
