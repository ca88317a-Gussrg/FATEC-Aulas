       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG148.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do conteudo ministrado (CONTEUDO.DAT) - o
      *          professor informa, por materia/turma/data de aula, o
      *          assunto dado e o numero de horas-aula, em vez do
      *          caderno de papel que se perdia. A data tem de ser dia
      *          letivo (DIASLET.DAT, PROG68) e ter aula da materia na
      *          turma naquele dia da semana (HORARIO.DAT, PROG65) ou
      *          reposicao agendada (AUSENCIA.DAT, PROG141); aula com
      *          falta do professor nao conta. As horas nao passam do
      *          numero de aulas do dia. Operador ligado a professor so
      *          registra nas materias/turmas atribuidas a ele, como na
      *          chamada (PROG33). A listagem soma as horas contra a
      *          carga horaria do catalogo; o diario completo sai no
      *          PROG149.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEUDO-FILE ASSIGN TO "CONTEUDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS WRK-CNT-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT DIALET-FILE ASSIGN TO "DIASLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLE-STATUS.
           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUS-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO "ATRIBUIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT SUBST-FILE ASSIGN TO "SUBSTIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTEUDO-FILE.
           COPY CONTEREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  AUSENCIA-FILE.
           COPY AUSENREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  SUBST-FILE.
           COPY SUBSTREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-CNT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AUS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPER-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-PROF-SESSAO    PIC X(06) VALUE SPACES.
       77 WRK-ESCOPO-OK      PIC X(01) VALUE 'N'.
       77 WRK-FIM-SUB-ESC    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE-ESC  PIC X(08) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-DATA-AULA      PIC X(08) VALUE SPACES.
       77 WRK-TOPICO         PIC X(60) VALUE SPACES.
       77 WRK-HORAS-ENTRADA  PIC X(02) VALUE SPACES.
       77 WRK-HORAS          PIC 9(02) VALUE ZEROS.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-DIA-OK         PIC X(01) VALUE 'S'.
       77 WRK-FIM-DIALET     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-TEM-HORARIO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-SLOTS      PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-FALTAS     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REPOSICOES PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-HORAS      PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-HORAS    PIC 9(04) VALUE ZEROS.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
      *    SEM HORARIO CADASTRADO PARA A TURMA NO PERIODO, O DIA NAO
      *    TEM LIMITE CONHECIDO DE AULAS; VALE ESTE TETO.
       77 WRK-HORAS-TETO     PIC 9(02) VALUE 06.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0007-PROF-DA-SESSAO
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-CNT-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE CONTEUDO-FILE
           END-IF
           GOBACK.

      *    OPERADOR LIGADO A UM PROFESSOR (OP-PROF-ID) SO REGISTRA
      *    CONTEUDO NAS MATERIAS/TURMAS QUE ATRIBUIC.DAT ATRIBUI A ELE
      *    OU DE QUE E SUBSTITUTO VIGENTE, COMO NA CHAMADA (PROG33).
       0007-PROF-DA-SESSAO.
           MOVE SPACES TO WRK-PROF-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR NOT = SPACES
               OPEN INPUT OPERADOR-FILE
               IF WRK-OPER-STATUS = '00'
                   MOVE WRK-OPERADOR TO OP-ID
                   READ OPERADOR-FILE KEY IS OP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OP-PROF-ID TO WRK-PROF-SESSAO
                   END-READ
                   CLOSE OPERADOR-FILE
               END-IF
           END-IF.

       0008-CONFERIR-ESCOPO.
           MOVE 'S' TO WRK-ESCOPO-OK.
           IF WRK-PROF-SESSAO NOT = SPACES
               MOVE 'N' TO WRK-ESCOPO-OK
               OPEN INPUT ATRIBUICAO-FILE
               IF WRK-ATR-STATUS = '00'
                   MOVE WRK-PROF-SESSAO  TO ATR-PROFESSOR
                   MOVE WRK-MATERIA      TO ATR-MATERIA
                   MOVE WRK-ANO-SEMESTRE TO ATR-ANO-SEMESTRE
                   MOVE WRK-TURMA        TO ATR-TURMA
                   READ ATRIBUICAO-FILE KEY IS ATR-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-ESCOPO-OK
                   END-READ
                   CLOSE ATRIBUICAO-FILE
               END-IF
               IF WRK-ESCOPO-OK = 'N'
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WRK-DATA-HOJE-ESC
                   MOVE 'N' TO WRK-FIM-SUB-ESC
                   OPEN INPUT SUBST-FILE
                   IF WRK-SUB-STATUS = '00'
                       MOVE ZEROS TO SUB-SEQ
                       START SUBST-FILE
                           KEY IS NOT LESS THAN SUB-SEQ
                           INVALID KEY
                               MOVE 'S' TO WRK-FIM-SUB-ESC
                       END-START
                       PERFORM 0019-LER-SUBSTITUICAO
                           UNTIL WRK-FIM-SUB-ESC = 'S'
                       CLOSE SUBST-FILE
                   END-IF
               END-IF
               IF WRK-ESCOPO-OK = 'N'
                   DISPLAY 'MATERIA/TURMA FORA DAS ATRIBUICOES DO '
                           'PROFESSOR ' WRK-PROF-SESSAO
                           ' - CONTEUDO RECUSADO.'
               END-IF
           END-IF.

       0019-LER-SUBSTITUICAO.
           READ SUBST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SUB-ESC
               NOT AT END
                   IF SUB-STATUS = 'A'
                      AND SUB-SUBSTITUTO = WRK-PROF-SESSAO
                      AND SUB-MATERIA = WRK-MATERIA
                      AND SUB-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND SUB-TURMA = WRK-TURMA
                      AND SUB-DATA-INICIO <= WRK-DATA-HOJE-ESC
                      AND SUB-DATA-FIM >= WRK-DATA-HOJE-ESC
                       MOVE 'S' TO WRK-ESCOPO-OK
                       MOVE 'S' TO WRK-FIM-SUB-ESC
                   END-IF
           END-READ.

       0100-ABRIR-ARQUIVO.
           OPEN I-O CONTEUDO-FILE.
           IF WRK-CNT-STATUS = '35' OR WRK-CNT-STATUS = '05'
               OPEN OUTPUT CONTEUDO-FILE
               CLOSE CONTEUDO-FILE
               OPEN I-O CONTEUDO-FILE
           END-IF
           IF WRK-CNT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE CONTEUDO INDISPONIVEL: '
                       WRK-CNT-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CONTEUDO MINISTRADO'.
           DISPLAY '1 - REGISTRAR CONTEUDO DE UMA AULA'.
           DISPLAY '2 - LISTAR CONTEUDO DA TURMA'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-REGISTRAR-CONTEUDO
               WHEN '2'
                   PERFORM 0500-LISTAR-CONTEUDO
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-REGISTRAR-CONTEUDO.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           DISPLAY 'DATA DA AULA (AAAAMMDD): '.
           ACCEPT WRK-DATA-AULA.
           PERFORM 0008-CONFERIR-ESCOPO.
           IF WRK-ESCOPO-OK = 'N'
               MOVE 'N' TO WRK-DIA-OK
           ELSE
               PERFORM 0320-VALIDAR-DIA-LETIVO
           END-IF.
           IF WRK-DIA-OK = 'S'
               PERFORM 0360-AULAS-DO-DIA
           END-IF.
           IF WRK-DIA-OK = 'N'
               DISPLAY 'CONTEUDO NAO REGISTRADO.'
           ELSE
               PERFORM 0380-CAPTURAR-CONTEUDO
           END-IF.

      *    CONFERE A DATA CONTRA O CALENDARIO DE DIAS LETIVOS
      *    (DIASLET.DAT, PROG68), COMO A CHAMADA: FERIADO/RECESSO OU
      *    DIA DA SEMANA SEM AULA NO PADRAO RECUSA; PERIODO SEM
      *    CALENDARIO SEGUE SEM VALIDACAO.
       0320-VALIDAR-DIA-LETIVO.
           MOVE 'S' TO WRK-DIA-OK.
           MOVE 'N' TO WRK-FIM-DIALET.
           PERFORM 0340-DIA-DA-SEMANA.
           IF WRK-DIA-OK = 'S'
               OPEN INPUT DIALET-FILE
               IF WRK-DLE-STATUS = '00'
                   PERFORM 0330-CONFERIR-DIALET
                       UNTIL WRK-FIM-DIALET = 'S'
                   CLOSE DIALET-FILE
               END-IF
           END-IF.

       0330-CONFERIR-DIALET.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-DIALET
               NOT AT END
                   IF DLE-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       IF DLE-TIPO = 'F'
                          AND WRK-DATA-AULA >= DLE-DATA-INICIO
                          AND WRK-DATA-AULA <= DLE-DATA-FIM
                           MOVE 'N' TO WRK-DIA-OK
                           DISPLAY 'DATA EM FERIADO/RECESSO: '
                                   DLE-DESCRICAO
                           MOVE 'S' TO WRK-FIM-DIALET
                       END-IF
                       IF DLE-TIPO = 'P' AND WRK-DIA-OK = 'S'
                           IF WRK-DIA-SEMANA = 7
                              OR DLE-DIAS-SEMANA
                                 (WRK-DIA-SEMANA:1) NOT = 'S'
                               MOVE 'N' TO WRK-DIA-OK
                               DISPLAY 'DIA DA SEMANA SEM AULA NO '
                                       'PADRAO DO PERIODO.'
                               MOVE 'S' TO WRK-FIM-DIALET
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    DIA DA SEMANA PELA CONTAGEM DE DIAS DESDE 31/12/1600
      *    (INTEGER-OF-DATE): 1 = SEGUNDA ... 7 = DOMINGO.
       0340-DIA-DA-SEMANA.
           MOVE ZEROS TO WRK-DIA-SEMANA.
           IF WRK-DATA-AULA IS NUMERIC
               MOVE WRK-DATA-AULA TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) = 0
                   COMPUTE WRK-DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   COMPUTE WRK-DIA-SEMANA =
                       FUNCTION MOD(WRK-DIAS-CORRIDOS - 1, 7) + 1
               END-IF
           END-IF.
           IF WRK-DIA-SEMANA = 0
               MOVE 'N' TO WRK-DIA-OK
               DISPLAY 'DATA DA AULA INVALIDA.'
           END-IF.

      *    AULAS DA MATERIA NO DIA = SLOTS DO HORARIO NAQUELE DIA DA
      *    SEMANA, MENOS FALTAS DO PROFESSOR NA DATA, MAIS REPOSICOES
      *    AGENDADAS PARA A DATA. TURMA SEM HORARIO NO PERIODO NAO TEM
      *    CONFERENCIA DE SLOT.
       0360-AULAS-DO-DIA.
           MOVE ZEROS TO WRK-QTD-SLOTS WRK-QTD-FALTAS
               WRK-QTD-REPOSICOES.
           MOVE 'N' TO WRK-TEM-HORARIO.
           OPEN INPUT HORARIO-FILE.
           IF WRK-HOR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
               MOVE WRK-TURMA        TO HOR-TURMA
               MOVE ZEROS            TO HOR-DIA-SEMANA
               MOVE LOW-VALUES       TO HOR-HORA
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0365-LER-SLOT UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.
           OPEN INPUT AUSENCIA-FILE.
           IF WRK-AUS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE
               MOVE WRK-TURMA        TO AUS-TURMA
               MOVE LOW-VALUES       TO AUS-DATA AUS-HORA
               START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0370-LER-AUSENCIA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE AUSENCIA-FILE
           END-IF.
           IF WRK-TEM-HORARIO = 'N'
               MOVE WRK-HORAS-TETO TO WRK-MAX-HORAS
           ELSE
               IF WRK-QTD-FALTAS > WRK-QTD-SLOTS
                   MOVE WRK-QTD-SLOTS TO WRK-QTD-FALTAS
               END-IF
               COMPUTE WRK-MAX-HORAS = WRK-QTD-SLOTS
                       - WRK-QTD-FALTAS + WRK-QTD-REPOSICOES
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MAX-HORAS > 0
                   CONTINUE
               WHEN WRK-QTD-FALTAS > 0
                   MOVE 'N' TO WRK-DIA-OK
                   DISPLAY 'FALTA DO PROFESSOR REGISTRADA NESTA '
                           'DATA - AULA SERA REPOSTA.'
               WHEN OTHER
                   MOVE 'N' TO WRK-DIA-OK
                   DISPLAY 'A TURMA NAO TEM AULA DE ' WRK-MATERIA
                           ' NESTE DIA DA SEMANA (HORARIO.DAT).'
           END-EVALUATE.

       0365-LER-SLOT.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR HOR-TURMA NOT = WRK-TURMA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE 'S' TO WRK-TEM-HORARIO
                       IF HOR-DIA-SEMANA = WRK-DIA-SEMANA
                          AND HOR-MATERIA = WRK-MATERIA
                           ADD 1 TO WRK-QTD-SLOTS
                       END-IF
                   END-IF
           END-READ.

       0370-LER-AUSENCIA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AUS-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR AUS-TURMA NOT = WRK-TURMA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF AUS-MATERIA = WRK-MATERIA
                           IF AUS-DATA = WRK-DATA-AULA
                               ADD 1 TO WRK-QTD-FALTAS
                           END-IF
                           IF AUS-REP-STATUS = 'A'
                              AND AUS-REP-DATA = WRK-DATA-AULA
                               ADD 1 TO WRK-QTD-REPOSICOES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0380-CAPTURAR-CONTEUDO.
           MOVE WRK-MATERIA      TO CNT-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO CNT-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO CNT-TURMA.
           MOVE WRK-DATA-AULA    TO CNT-DATA.
           MOVE 'N' TO WRK-JA-EXISTE.
           READ CONTEUDO-FILE KEY IS CNT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
                   DISPLAY 'JA REGISTRADO: ' CNT-HORAS-AULA 'H - '
                           CNT-TOPICO
                   DISPLAY 'O REGISTRO SERA SUBSTITUIDO.'
           END-READ.
           DISPLAY 'CONTEUDO MINISTRADO: '.
           ACCEPT WRK-TOPICO.
           DISPLAY 'HORAS-AULA (1 A ' WRK-MAX-HORAS
                   '; EM BRANCO = ' WRK-MAX-HORAS '): '.
           ACCEPT WRK-HORAS-ENTRADA.
           MOVE WRK-MAX-HORAS TO WRK-HORAS.
           IF WRK-HORAS-ENTRADA NOT = SPACES
               IF WRK-HORAS-ENTRADA(2:1) = SPACE
                   MOVE WRK-HORAS-ENTRADA(1:1) TO WRK-HORAS-ENTRADA(2:1)
                   MOVE '0' TO WRK-HORAS-ENTRADA(1:1)
               END-IF
               IF WRK-HORAS-ENTRADA IS NUMERIC
                   MOVE WRK-HORAS-ENTRADA TO WRK-HORAS
               ELSE
                   MOVE ZEROS TO WRK-HORAS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TOPICO = SPACES
                   DISPLAY 'CONTEUDO OBRIGATORIO - NADA GRAVADO.'
               WHEN WRK-HORAS = 0 OR WRK-HORAS > WRK-MAX-HORAS
                   DISPLAY 'HORAS-AULA INVALIDAS - A DATA TEM '
                           WRK-MAX-HORAS ' AULA(S) DA MATERIA.'
               WHEN OTHER
                   PERFORM 0390-GRAVAR-CONTEUDO
           END-EVALUATE.

       0390-GRAVAR-CONTEUDO.
           MOVE WRK-MATERIA      TO CNT-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO CNT-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO CNT-TURMA.
           MOVE WRK-DATA-AULA    TO CNT-DATA.
           MOVE WRK-HORAS        TO CNT-HORAS-AULA.
           MOVE WRK-TOPICO       TO CNT-TOPICO.
           IF WRK-OPERADOR = SPACES
               MOVE '(ANONIMO)' TO CNT-OPERADOR
           ELSE
               MOVE WRK-OPERADOR TO CNT-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CNT-DATA-REGISTRO.
           IF WRK-JA-EXISTE = 'S'
               REWRITE CONTEUDO-REC
           ELSE
               WRITE CONTEUDO-REC
           END-IF.
           IF WRK-CNT-STATUS = '00'
               DISPLAY 'CONTEUDO REGISTRADO.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR CONTEUDO.DAT: ' WRK-CNT-STATUS
           END-IF.

       0500-LISTAR-CONTEUDO.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           MOVE ZEROS TO WRK-QTD-LISTADAS WRK-TOTAL-HORAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATERIA      TO CNT-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO CNT-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO CNT-TURMA.
           MOVE LOW-VALUES       TO CNT-DATA.
           START CONTEUDO-FILE KEY IS NOT LESS THAN CNT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0510-LER-CONTEUDO UNTIL WRK-FIM-ARQUIVO = 'S'.
           PERFORM 0520-CARGA-DA-MATERIA.
           DISPLAY 'AULAS REGISTRADAS: ' WRK-QTD-LISTADAS
                   ' - HORAS-AULA: ' WRK-TOTAL-HORAS
                   ' DE ' WRK-CARGA ' PREVISTAS NO CATALOGO'.

       0510-LER-CONTEUDO.
           READ CONTEUDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CNT-MATERIA NOT = WRK-MATERIA
                      OR CNT-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR CNT-TURMA NOT = WRK-TURMA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADAS
                       ADD CNT-HORAS-AULA TO WRK-TOTAL-HORAS
                       DISPLAY CNT-DATA(7:2) '/' CNT-DATA(5:2) '/'
                               CNT-DATA(1:4) ' ' CNT-HORAS-AULA 'H '
                               CNT-TOPICO
                   END-IF
           END-READ.

      *    CARGA HORARIA DA MATERIA NO CATALOGO CORRENTE (PRIMEIRA
      *    DISCIPLINA COM O NOME; SEM CARGA, O PADRAO DE 40 HORAS).
       0520-CARGA-DA-MATERIA.
           MOVE 40 TO WRK-CARGA.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATALOGO
               END-START
               PERFORM 0530-LER-CATALOGO UNTIL WRK-FIM-CATALOGO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0530-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF CAT-DISCIPLINA(1:15) = WRK-MATERIA
                       IF CAT-CARGA-HORARIA IS NUMERIC
                          AND CAT-CARGA-HORARIA > 0
                           MOVE CAT-CARGA-HORARIA TO WRK-CARGA
                       END-IF
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   END-IF
           END-READ.

       END PROGRAM PROG148.
