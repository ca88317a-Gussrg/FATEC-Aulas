       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG128.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monitoria - selecao, horas e credito. A coordenacao
      *          abre a vaga de monitoria por materia/turma no
      *          ano/semestre (MONVAGA.DAT) com a quantidade de
      *          monitores, a nota minima na disciplina, a carga
      *          semanal e o valor da hora. O aluno se inscreve
      *          (MONCAND.DAT) se nao estiver em observacao academica
      *          (AL-PROBATION) e tiver sido aprovado na materia com a
      *          nota minima (melhor aprovacao em GRADES.DAT, GRADES.
      *          HIST ou GRADESA.HIST). A classificacao ordena pela
      *          nota na materia, depois pelo coeficiente de
      *          rendimento (COEFREND) e pelos creditos concluidos; os
      *          primeiros ate a quantidade de vagas ficam
      *          selecionados e a selecao vai para o MANUT.LOG. O
      *          monitor lanca as horas de cada semana (MONHORAS.DAT,
      *          que o PROG129 soma por mes para a bolsa) e no
      *          encerramento do semestre as horas de cada monitor sao
      *          creditadas como atividade complementar em
      *          ATIVCOMP.DAT. Acaba com a escolha "perguntando por
      *          ai".
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAGA-FILE ASSIGN TO "MONVAGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVG-SEQ
               FILE STATUS IS WRK-MVG-STATUS.
           SELECT CAND-FILE ASSIGN TO "MONCAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCD-CHAVE
               FILE STATUS IS WRK-MCD-STATUS.
           SELECT HORAS-FILE ASSIGN TO "MONHORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHR-CHAVE
               FILE STATUS IS WRK-MHR-STATUS.
           SELECT ATIVIDADE-FILE ASSIGN TO "ATIVCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-SEQ
               FILE STATUS IS WRK-ATV-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "GRADES.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO "GRADESA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT LOG-FILE ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO "LOGSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  VAGA-FILE.
           COPY MONVREC.

       FD  CAND-FILE.
           COPY MONCREC.

       FD  HORAS-FILE.
           COPY MONHREC.

       FD  ATIVIDADE-FILE.
           COPY ATIVREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  HIST-FILE.
       01  HIST-REC.
           05 HIST-TIPO          PIC X(10).
           05 HIST-DETALHE.
               10 HIST-MATRICULA     PIC X(10).
               10 HIST-MATERIA       PIC X(15).
               10 HIST-ANO-SEMESTRE  PIC X(06).
               10 HIST-NOME          PIC X(30).
               10 HIST-TURMA         PIC X(05).
               10 HIST-NOTA          PIC 99V9.
               10 HIST-SITUACAO      PIC X(20).

      *    ARQUIVO ANUAL CONSOLIDADO (PROG46): MESMOS REGISTROS DO
      *    HISTORICO, LIDOS PELA IMAGEM E TRATADOS PELO MESMO LAYOUT.
       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(99).

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

      *    CANDIDATOS DA VAGA NA ORDEM DA CLASSIFICACAO.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-NOTA          PIC 99V9.
           05 SRT-COEFICIENTE   PIC 99V9.
           05 SRT-CREDITOS      PIC 9(05).
           05 SRT-MATRICULA     PIC X(10).

       WORKING-STORAGE SECTION.
       77 WRK-MVG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MCD-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MHR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-PROBATION      PIC X(01) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-QTD-VAGAS      PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA-MINIMA    PIC 99V9  VALUE ZEROS.
       77 WRK-HORAS-SEMANA   PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-HORA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SEQ-ESCOLHIDO  PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-SEQ     PIC 9(05) VALUE ZEROS.
       77 WRK-PROXIMO-ATV    PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-VAGAS      PIC X(01) VALUE 'N'.
       77 WRK-FIM-CAND       PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-MELHOR-NOTA    PIC 99V9  VALUE ZEROS.
       77 WRK-APROVADO       PIC X(01) VALUE 'N'.
       77 WRK-COEFICIENTE    PIC 99V9  VALUE ZEROS.
       77 WRK-CREDITOS       PIC 9(05) VALUE ZEROS.
       77 WRK-POSICAO        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CANDIDATOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SELECIONADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CREDITADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-VAGAS-ENC  PIC 9(03) VALUE ZEROS.
       77 WRK-SEMANA         PIC X(08) VALUE SPACES.
       77 WRK-HORAS          PIC 9(02) VALUE ZEROS.
       77 WRK-ATIVIDADE      PIC X(40) VALUE SPACES.
       77 WRK-HORAS-CREDITO  PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-NOTA-EDITADA   PIC Z9,9.
       77 WRK-COEF-EDITADO   PIC Z9,9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-MVG-STATUS = '00' AND WRK-MCD-STATUS = '00'
              AND WRK-MHR-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '7'
           END-IF
           PERFORM 0190-FECHAR-ARQUIVOS
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

       0100-ABRIR-ARQUIVOS.
           OPEN I-O VAGA-FILE.
           IF WRK-MVG-STATUS = '35' OR WRK-MVG-STATUS = '05'
               OPEN OUTPUT VAGA-FILE
               CLOSE VAGA-FILE
               OPEN I-O VAGA-FILE
           END-IF
           OPEN I-O CAND-FILE.
           IF WRK-MCD-STATUS = '35' OR WRK-MCD-STATUS = '05'
               OPEN OUTPUT CAND-FILE
               CLOSE CAND-FILE
               OPEN I-O CAND-FILE
           END-IF
           OPEN I-O HORAS-FILE.
           IF WRK-MHR-STATUS = '35' OR WRK-MHR-STATUS = '05'
               OPEN OUTPUT HORAS-FILE
               CLOSE HORAS-FILE
               OPEN I-O HORAS-FILE
           END-IF
           IF WRK-MVG-STATUS NOT = '00' OR WRK-MCD-STATUS NOT = '00'
              OR WRK-MHR-STATUS NOT = '00'
               DISPLAY 'ARQUIVOS DE MONITORIA INDISPONIVEIS: '
                       WRK-MVG-STATUS ' ' WRK-MCD-STATUS ' '
                       WRK-MHR-STATUS
           END-IF.

       0190-FECHAR-ARQUIVOS.
           IF WRK-MVG-STATUS = '00'
               CLOSE VAGA-FILE
           END-IF.
           IF WRK-MCD-STATUS = '00'
               CLOSE CAND-FILE
           END-IF.
           IF WRK-MHR-STATUS = '00'
               CLOSE HORAS-FILE
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'MONITORIA'.
           DISPLAY '1 - ABRIR VAGA DE MONITORIA'.
           DISPLAY '2 - INSCREVER CANDIDATO'.
           DISPLAY '3 - CLASSIFICAR E REGISTRAR A SELECAO'.
           DISPLAY '4 - LANCAR HORAS DA SEMANA'.
           DISPLAY '5 - CONSULTAR VAGA'.
           DISPLAY '6 - ENCERRAR SEMESTRE (CREDITAR ATIVIDADES)'.
           DISPLAY '7 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-ABRIR-VAGA
               WHEN '2'
                   PERFORM 0400-INSCREVER-CANDIDATO
               WHEN '3'
                   PERFORM 0500-CLASSIFICAR
               WHEN '4'
                   PERFORM 0600-LANCAR-HORAS
               WHEN '5'
                   PERFORM 0700-CONSULTAR-VAGA
               WHEN '6'
                   PERFORM 0800-ENCERRAR-SEMESTRE
               WHEN '7'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-ABRIR-VAGA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           DISPLAY 'QUANTIDADE DE MONITORES (EX: 02): '.
           ACCEPT WRK-QTD-VAGAS.
           DISPLAY 'NOTA MINIMA NA MATERIA (EX: 08,0): '.
           ACCEPT WRK-NOTA-MINIMA.
           DISPLAY 'CARGA SEMANAL MAXIMA EM HORAS (EX: 12): '.
           ACCEPT WRK-HORAS-SEMANA.
           DISPLAY 'VALOR DA HORA DA BOLSA (EX: 015,00): '.
           ACCEPT WRK-VALOR-HORA.
           EVALUATE TRUE
               WHEN WRK-ANO-SEMESTRE = SPACES OR WRK-MATERIA = SPACES
                   DISPLAY 'PERIODO E MATERIA SAO OBRIGATORIOS.'
               WHEN WRK-QTD-VAGAS = 0 OR WRK-HORAS-SEMANA = 0
                   DISPLAY 'QUANTIDADE E CARGA SEMANAL DEVEM SER '
                           'MAIORES QUE ZERO.'
               WHEN WRK-NOTA-MINIMA > 10
                   DISPLAY 'NOTA MINIMA INVALIDA.'
               WHEN OTHER
                   PERFORM 0350-GRAVAR-VAGA
           END-EVALUATE.

       0350-GRAVAR-VAGA.
           PERFORM 0360-PROXIMO-SEQ.
           MOVE WRK-ULTIMO-SEQ     TO MVG-SEQ.
           MOVE 'A'                TO MVG-STATUS.
           MOVE WRK-ANO-SEMESTRE   TO MVG-ANO-SEMESTRE.
           MOVE WRK-MATERIA        TO MVG-MATERIA.
           MOVE WRK-TURMA          TO MVG-TURMA.
           MOVE WRK-QTD-VAGAS      TO MVG-QTD-VAGAS.
           MOVE WRK-NOTA-MINIMA    TO MVG-NOTA-MINIMA.
           MOVE WRK-HORAS-SEMANA   TO MVG-HORAS-SEMANA.
           MOVE WRK-VALOR-HORA     TO MVG-VALOR-HORA.
           MOVE WRK-OPERADOR       TO MVG-COORDENADOR.
           MOVE WRK-DATA-HORA(1:8) TO MVG-DATA-ABERTURA.
           MOVE SPACES             TO MVG-DATA-SELECAO
                                      MVG-DATA-ENCERRAMENTO.
           WRITE MONVAGA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A VAGA: ' WRK-MVG-STATUS
               NOT INVALID KEY
                   DISPLAY 'VAGA DE MONITORIA ABERTA COM O NUMERO '
                           MVG-SEQ '.'
           END-WRITE.

       0360-PROXIMO-SEQ.
           MOVE ZEROS TO WRK-ULTIMO-SEQ.
           MOVE 'N' TO WRK-FIM-VAGAS.
           MOVE ZEROS TO MVG-SEQ.
           START VAGA-FILE KEY IS NOT LESS THAN MVG-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-VAGAS
           END-START.
           PERFORM 0370-LER-SEQ UNTIL WRK-FIM-VAGAS = 'S'.
           ADD 1 TO WRK-ULTIMO-SEQ.

       0370-LER-SEQ.
           READ VAGA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-VAGAS
               NOT AT END
                   MOVE MVG-SEQ TO WRK-ULTIMO-SEQ
           END-READ.

       0380-LER-VAGA.
           DISPLAY 'NUMERO DA VAGA: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           MOVE WRK-SEQ-ESCOLHIDO TO MVG-SEQ.
           READ VAGA-FILE KEY IS MVG-SEQ
               INVALID KEY
                   MOVE SPACES TO MVG-STATUS
                   DISPLAY 'VAGA NAO ENCONTRADA.'
           END-READ.

      *    INSCRICAO: SO COM A VAGA ABERTA, ALUNO FORA DE OBSERVACAO
      *    ACADEMICA E APROVADO NA MATERIA COM A NOTA MINIMA.
       0400-INSCREVER-CANDIDATO.
           PERFORM 0380-LER-VAGA.
           IF MVG-STATUS NOT = SPACES AND MVG-STATUS NOT = 'A'
               DISPLAY 'INSCRICOES ENCERRADAS PARA A VAGA ' MVG-SEQ '.'
           END-IF.
           IF MVG-STATUS = 'A'
               MOVE 'N' TO WRK-DV-OK
               PERFORM 0405-OBTER-MATRICULA UNTIL WRK-DV-OK = 'S'
               PERFORM 0410-LER-ALUNO
               EVALUATE TRUE
                   WHEN WRK-NOME = SPACES
                       DISPLAY 'ALUNO NAO CADASTRADO EM CADALUNO.DAT.'
                   WHEN WRK-PROBATION = 'S'
                       DISPLAY 'ALUNO EM OBSERVACAO ACADEMICA - NAO '
                               'PODE SER MONITOR.'
                   WHEN OTHER
                       PERFORM 0420-APURAR-NOTA
                       IF WRK-APROVADO = 'N'
                           DISPLAY 'ALUNO SEM APROVACAO EM '
                                   MVG-MATERIA '.'
                       ELSE
                           IF WRK-MELHOR-NOTA < MVG-NOTA-MINIMA
                               MOVE WRK-MELHOR-NOTA
                                   TO WRK-NOTA-EDITADA
                               DISPLAY 'NOTA ' WRK-NOTA-EDITADA
                                       ' ABAIXO DA MINIMA DA VAGA.'
                           ELSE
                               PERFORM 0450-GRAVAR-CANDIDATO
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       0405-OBTER-MATRICULA.
           DISPLAY 'MATRICULA DO CANDIDATO: '.
           ACCEPT WRK-MATRICULA.
           CALL 'MATRDV' USING WRK-MATRICULA WRK-DV-OK.
           IF WRK-DV-OK = 'N'
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO - '
                       'DIGITE NOVAMENTE.'
           END-IF.

       0410-LER-ALUNO.
           MOVE SPACES TO WRK-NOME WRK-PROBATION.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-NOME      TO WRK-NOME
                       MOVE AL-PROBATION TO WRK-PROBATION
               END-READ
               CLOSE ALUNO-FILE
           END-IF.

      *    MELHOR NOTA APROVADA NA MATERIA EM QUALQUER PERIODO: NOTAS
      *    CORRENTES, HISTORICO E ARQUIVO ANUAL.
       0420-APURAR-NOTA.
           MOVE 'N' TO WRK-APROVADO.
           MOVE ZEROS TO WRK-MELHOR-NOTA.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATRICULA TO GR-MATRICULA
               MOVE MVG-MATERIA   TO GR-MATERIA
               MOVE LOW-VALUES    TO GR-ANO-SEMESTRE
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0425-LER-GRADE UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE GRADE-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0430-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HIST-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ANUAL-FILE.
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0435-LER-ANUAL UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ANUAL-FILE
           END-IF.

       0425-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                      OR GR-MATERIA NOT = MVG-MATERIA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF GR-SITUACAO = 'APROVADO'
                           MOVE 'S' TO WRK-APROVADO
                           IF GR-NOTA > WRK-MELHOR-NOTA
                               MOVE GR-NOTA TO WRK-MELHOR-NOTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0430-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   PERFORM 0440-AVALIAR-HISTORICO
           END-READ.

       0435-LER-ANUAL.
           READ ANUAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE ANUAL-REC TO HIST-REC
                   PERFORM 0440-AVALIAR-HISTORICO
           END-READ.

       0440-AVALIAR-HISTORICO.
           IF HIST-TIPO = 'DETALHE'
              AND HIST-MATRICULA = WRK-MATRICULA
              AND HIST-MATERIA = MVG-MATERIA
              AND HIST-SITUACAO = 'APROVADO'
               MOVE 'S' TO WRK-APROVADO
               IF HIST-NOTA > WRK-MELHOR-NOTA
                   MOVE HIST-NOTA TO WRK-MELHOR-NOTA
               END-IF
           END-IF.

       0450-GRAVAR-CANDIDATO.
           CALL 'COEFREND' USING WRK-MATRICULA WRK-COEFICIENTE
                                 WRK-CREDITOS.
           MOVE MVG-SEQ            TO MCD-VAGA.
           MOVE WRK-MATRICULA      TO MCD-MATRICULA.
           MOVE WRK-NOME           TO MCD-NOME.
           MOVE 'I'                TO MCD-STATUS.
           MOVE WRK-MELHOR-NOTA    TO MCD-NOTA.
           MOVE WRK-COEFICIENTE    TO MCD-COEFICIENTE.
           MOVE WRK-CREDITOS       TO MCD-CREDITOS.
           MOVE ZEROS              TO MCD-CLASSIFICACAO
                                      MCD-HORAS-TOTAL.
           MOVE WRK-DATA-HORA(1:8) TO MCD-DATA-INSCRICAO.
           MOVE 'N'                TO MCD-CREDITADO.
           WRITE MONCAND-REC
               INVALID KEY
                   DISPLAY 'ALUNO JA INSCRITO NESTA VAGA.'
               NOT INVALID KEY
                   MOVE MCD-NOTA TO WRK-NOTA-EDITADA
                   MOVE MCD-COEFICIENTE TO WRK-COEF-EDITADO
                   DISPLAY 'INSCRICAO REGISTRADA - NOTA '
                           WRK-NOTA-EDITADA ' COEFICIENTE '
                           WRK-COEF-EDITADO '.'
           END-WRITE.

      *    CLASSIFICACAO: NOTA NA MATERIA, DEPOIS COEFICIENTE, DEPOIS
      *    CREDITOS CONCLUIDOS (TODOS DECRESCENTES). OS PRIMEIROS ATE
      *    A QUANTIDADE DE VAGAS FICAM SELECIONADOS; A VAGA FECHA AS
      *    INSCRICOES.
       0500-CLASSIFICAR.
           PERFORM 0380-LER-VAGA.
           IF MVG-STATUS NOT = SPACES AND MVG-STATUS NOT = 'A'
               DISPLAY 'SELECAO JA REGISTRADA EM ' MVG-DATA-SELECAO
                       ' PARA A VAGA ' MVG-SEQ '.'
           END-IF.
           IF MVG-STATUS = 'A'
               DISPLAY 'VAGA ' MVG-SEQ ' - ' MVG-MATERIA ' '
                       MVG-TURMA ' ' MVG-ANO-SEMESTRE ' - '
                       MVG-QTD-VAGAS ' MONITOR(ES)'
               DISPLAY 'CLASSIFICAR E REGISTRAR A SELECAO? S/N: '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE ZEROS TO WRK-QTD-CANDIDATOS
                                 WRK-QTD-SELECIONADOS
                   SORT SORT-FILE
                       ON DESCENDING KEY SRT-NOTA SRT-COEFICIENTE
                                         SRT-CREDITOS
                       ON ASCENDING KEY SRT-MATRICULA
                       INPUT PROCEDURE IS 0510-LIBERAR-CANDIDATOS
                       OUTPUT PROCEDURE IS 0530-REGISTRAR-COLOCACAO
                   IF WRK-QTD-CANDIDATOS = 0
                       DISPLAY 'NENHUM CANDIDATO INSCRITO - VAGA '
                               'CONTINUA ABERTA.'
                   ELSE
                       MOVE 'S' TO MVG-STATUS
                       MOVE WRK-DATA-HORA(1:8) TO MVG-DATA-SELECAO
                       REWRITE MONVAGA-REC
                       DISPLAY WRK-QTD-SELECIONADOS ' MONITOR(ES) '
                               'SELECIONADO(S) ENTRE '
                               WRK-QTD-CANDIDATOS ' CANDIDATO(S).'
                   END-IF
               END-IF
           END-IF.

       0510-LIBERAR-CANDIDATOS.
           MOVE 'N' TO WRK-FIM-CAND.
           MOVE MVG-SEQ    TO MCD-VAGA.
           MOVE LOW-VALUES TO MCD-MATRICULA.
           START CAND-FILE KEY IS NOT LESS THAN MCD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CAND
           END-START.
           PERFORM 0520-LIBERAR-CANDIDATO UNTIL WRK-FIM-CAND = 'S'.

       0520-LIBERAR-CANDIDATO.
           READ CAND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CAND
               NOT AT END
                   IF MCD-VAGA NOT = MVG-SEQ
                       MOVE 'S' TO WRK-FIM-CAND
                   ELSE
                       MOVE MCD-NOTA        TO SRT-NOTA
                       MOVE MCD-COEFICIENTE TO SRT-COEFICIENTE
                       MOVE MCD-CREDITOS    TO SRT-CREDITOS
                       MOVE MCD-MATRICULA   TO SRT-MATRICULA
                       RELEASE SORT-REC
                       ADD 1 TO WRK-QTD-CANDIDATOS
                   END-IF
           END-READ.

       0530-REGISTRAR-COLOCACAO.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0540-COLOCAR-CANDIDATO UNTIL WRK-FIM-SORT = 'S'.

       0540-COLOCAR-CANDIDATO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   ADD 1 TO WRK-POSICAO
                   MOVE MVG-SEQ       TO MCD-VAGA
                   MOVE SRT-MATRICULA TO MCD-MATRICULA
                   READ CAND-FILE KEY IS MCD-CHAVE
                       NOT INVALID KEY
                           PERFORM 0550-GRAVAR-COLOCACAO
                   END-READ
           END-RETURN.

       0550-GRAVAR-COLOCACAO.
           MOVE WRK-POSICAO TO MCD-CLASSIFICACAO.
           IF WRK-POSICAO NOT > MVG-QTD-VAGAS
               MOVE 'S' TO MCD-STATUS
               ADD 1 TO WRK-QTD-SELECIONADOS
               MOVE MCD-MATRICULA TO WRK-MATRICULA
               PERFORM 0900-GRAVAR-LOG
           ELSE
               MOVE 'N' TO MCD-STATUS
           END-IF.
           REWRITE MONCAND-REC.
           MOVE MCD-NOTA        TO WRK-NOTA-EDITADA.
           MOVE MCD-COEFICIENTE TO WRK-COEF-EDITADO.
           DISPLAY MCD-CLASSIFICACAO 'O ' MCD-MATRICULA ' '
                   MCD-NOME ' NOTA ' WRK-NOTA-EDITADA ' CR '
                   WRK-COEF-EDITADO ' ' MCD-STATUS.

      *    HORAS DA SEMANA: UM LANCAMENTO POR MONITOR POR SEMANA,
      *    LIMITADO A CARGA SEMANAL DA VAGA.
       0600-LANCAR-HORAS.
           PERFORM 0380-LER-VAGA.
           IF MVG-STATUS NOT = SPACES AND MVG-STATUS NOT = 'S'
               DISPLAY 'VAGA SEM MONITORES EM ATIVIDADE (STATUS '
                       MVG-STATUS ').'
           END-IF.
           IF MVG-STATUS = 'S'
               DISPLAY 'MATRICULA DO MONITOR: '
               ACCEPT WRK-MATRICULA
               MOVE MVG-SEQ       TO MCD-VAGA
               MOVE WRK-MATRICULA TO MCD-MATRICULA
               READ CAND-FILE KEY IS MCD-CHAVE
                   INVALID KEY
                       DISPLAY 'ALUNO NAO INSCRITO NESTA VAGA.'
                   NOT INVALID KEY
                       IF MCD-STATUS NOT = 'S'
                           DISPLAY 'ALUNO NAO E MONITOR DESTA VAGA.'
                       ELSE
                           PERFORM 0650-GRAVAR-HORAS
                       END-IF
               END-READ
           END-IF.

       0650-GRAVAR-HORAS.
           DISPLAY 'PRIMEIRO DIA DA SEMANA (AAAAMMDD): '.
           ACCEPT WRK-SEMANA.
           DISPLAY 'HORAS NA SEMANA (ATE ' MVG-HORAS-SEMANA '): '.
           ACCEPT WRK-HORAS.
           DISPLAY 'ATIVIDADES DA SEMANA: '.
           ACCEPT WRK-ATIVIDADE.
           EVALUATE TRUE
               WHEN WRK-SEMANA IS NOT NUMERIC
                   DISPLAY 'DATA INVALIDA - NADA GRAVADO.'
               WHEN WRK-HORAS = 0 OR WRK-HORAS > MVG-HORAS-SEMANA
                   DISPLAY 'HORAS FORA DA CARGA SEMANAL - NADA '
                           'GRAVADO.'
               WHEN OTHER
                   MOVE MVG-SEQ            TO MHR-VAGA
                   MOVE WRK-MATRICULA      TO MHR-MATRICULA
                   MOVE WRK-SEMANA         TO MHR-SEMANA
                   MOVE WRK-HORAS          TO MHR-HORAS
                   MOVE WRK-ATIVIDADE      TO MHR-ATIVIDADE
                   MOVE WRK-OPERADOR       TO MHR-OPERADOR
                   MOVE WRK-DATA-HORA(1:8) TO MHR-DATA-LANCAMENTO
                   WRITE MONHORAS-REC
                       INVALID KEY
                           DISPLAY 'HORAS DESTA SEMANA JA LANCADAS.'
                       NOT INVALID KEY
                           ADD WRK-HORAS TO MCD-HORAS-TOTAL
                           REWRITE MONCAND-REC
                           DISPLAY 'HORAS LANCADAS - TOTAL NO '
                                   'SEMESTRE: ' MCD-HORAS-TOTAL
                   END-WRITE
           END-EVALUATE.

       0700-CONSULTAR-VAGA.
           PERFORM 0380-LER-VAGA.
           IF MVG-STATUS NOT = SPACES
               MOVE MVG-NOTA-MINIMA TO WRK-NOTA-EDITADA
               DISPLAY 'VAGA.........: ' MVG-SEQ ' [STATUS '
                       MVG-STATUS ']'
               DISPLAY 'DISCIPLINA...: ' MVG-MATERIA ' TURMA '
                       MVG-TURMA ' ' MVG-ANO-SEMESTRE
               DISPLAY 'MONITORES....: ' MVG-QTD-VAGAS
                       ' NOTA MINIMA ' WRK-NOTA-EDITADA
                       ' CARGA ' MVG-HORAS-SEMANA 'H/SEMANA'
               DISPLAY 'ABERTA EM....: ' MVG-DATA-ABERTURA ' POR '
                       MVG-COORDENADOR
               MOVE 'N' TO WRK-FIM-CAND
               MOVE MVG-SEQ    TO MCD-VAGA
               MOVE LOW-VALUES TO MCD-MATRICULA
               START CAND-FILE KEY IS NOT LESS THAN MCD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CAND
               END-START
               PERFORM 0750-EXIBIR-CANDIDATO UNTIL WRK-FIM-CAND = 'S'
           END-IF.

       0750-EXIBIR-CANDIDATO.
           READ CAND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CAND
               NOT AT END
                   IF MCD-VAGA NOT = MVG-SEQ
                       MOVE 'S' TO WRK-FIM-CAND
                   ELSE
                       MOVE MCD-NOTA        TO WRK-NOTA-EDITADA
                       MOVE MCD-COEFICIENTE TO WRK-COEF-EDITADO
                       DISPLAY '  ' MCD-MATRICULA ' ' MCD-NOME
                               ' [' MCD-STATUS '] NOTA '
                               WRK-NOTA-EDITADA ' CR '
                               WRK-COEF-EDITADO ' CLASSIF. '
                               MCD-CLASSIFICACAO ' HORAS '
                               MCD-HORAS-TOTAL
                   END-IF
           END-READ.

      *    ENCERRAMENTO DO SEMESTRE: AS HORAS DE CADA MONITOR DAS VAGAS
      *    DO PERIODO VIRAM UM REGISTRO DE ATIVIDADE COMPLEMENTAR
      *    (TIPO MONITORIA, VALIDADO PELO OPERADOR) E A VAGA FECHA.
       0800-ENCERRAR-SEMESTRE.
           DISPLAY 'ANO/SEMESTRE A ENCERRAR (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           OPEN I-O ATIVIDADE-FILE.
           IF WRK-ATV-STATUS = '35' OR WRK-ATV-STATUS = '05'
               OPEN OUTPUT ATIVIDADE-FILE
               CLOSE ATIVIDADE-FILE
               OPEN I-O ATIVIDADE-FILE
           END-IF.
           IF WRK-ATV-STATUS NOT = '00'
               DISPLAY 'ATIVCOMP.DAT INDISPONIVEL: ' WRK-ATV-STATUS
           ELSE
               MOVE ZEROS TO WRK-QTD-CREDITADOS WRK-QTD-VAGAS-ENC
               PERFORM 0810-PROXIMO-ATV
               MOVE 'N' TO WRK-FIM-VAGAS
               MOVE ZEROS TO MVG-SEQ
               START VAGA-FILE KEY IS NOT LESS THAN MVG-SEQ
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-VAGAS
               END-START
               PERFORM 0830-ENCERRAR-VAGA UNTIL WRK-FIM-VAGAS = 'S'
               CLOSE ATIVIDADE-FILE
               DISPLAY 'VAGAS ENCERRADAS.......: ' WRK-QTD-VAGAS-ENC
               DISPLAY 'MONITORES CREDITADOS...: ' WRK-QTD-CREDITADOS
           END-IF.

       0810-PROXIMO-ATV.
           MOVE ZEROS TO WRK-PROXIMO-ATV.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO ATV-SEQ.
           START ATIVIDADE-FILE KEY IS NOT LESS THAN ATV-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0820-LER-ATV UNTIL WRK-FIM-ARQUIVO = 'S'.
           ADD 1 TO WRK-PROXIMO-ATV.

       0820-LER-ATV.
           READ ATIVIDADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE ATV-SEQ TO WRK-PROXIMO-ATV
           END-READ.

       0830-ENCERRAR-VAGA.
           READ VAGA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-VAGAS
               NOT AT END
                   IF MVG-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND MVG-STATUS = 'S'
                       MOVE 'N' TO WRK-FIM-CAND
                       MOVE MVG-SEQ    TO MCD-VAGA
                       MOVE LOW-VALUES TO MCD-MATRICULA
                       START CAND-FILE KEY IS NOT LESS THAN MCD-CHAVE
                           INVALID KEY
                               MOVE 'S' TO WRK-FIM-CAND
                       END-START
                       PERFORM 0840-CREDITAR-MONITOR
                           UNTIL WRK-FIM-CAND = 'S'
                       MOVE 'E' TO MVG-STATUS
                       MOVE WRK-DATA-HORA(1:8)
                           TO MVG-DATA-ENCERRAMENTO
                       REWRITE MONVAGA-REC
                       ADD 1 TO WRK-QTD-VAGAS-ENC
                   END-IF
           END-READ.

       0840-CREDITAR-MONITOR.
           READ CAND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CAND
               NOT AT END
                   IF MCD-VAGA NOT = MVG-SEQ
                       MOVE 'S' TO WRK-FIM-CAND
                   ELSE
                       IF MCD-STATUS = 'S' AND MCD-CREDITADO = 'N'
                          AND MCD-HORAS-TOTAL > 0
                           PERFORM 0850-GRAVAR-ATIVIDADE
                       END-IF
                   END-IF
           END-READ.

       0850-GRAVAR-ATIVIDADE.
           IF MCD-HORAS-TOTAL > 999
               MOVE 999 TO WRK-HORAS-CREDITO
           ELSE
               MOVE MCD-HORAS-TOTAL TO WRK-HORAS-CREDITO
           END-IF.
           MOVE WRK-PROXIMO-ATV    TO ATV-SEQ.
           MOVE MCD-MATRICULA      TO ATV-MATRICULA.
           MOVE 'MONITORIA'        TO ATV-TIPO.
           MOVE SPACES             TO ATV-DESCRICAO.
           STRING MVG-MATERIA ' ' MVG-ANO-SEMESTRE
               DELIMITED BY SIZE INTO ATV-DESCRICAO.
           MOVE WRK-DATA-HORA(1:8) TO ATV-DATA.
           MOVE WRK-HORAS-CREDITO  TO ATV-HORAS.
           MOVE WRK-OPERADOR       TO ATV-VALIDADOR.
           MOVE WRK-DATA-HORA(1:8) TO ATV-DATA-VALIDACAO.
           WRITE ATIVIDADE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO CREDITAR ' MCD-MATRICULA ': '
                           WRK-ATV-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-PROXIMO-ATV
                   ADD 1 TO WRK-QTD-CREDITADOS
                   MOVE 'S' TO MCD-CREDITADO
                   REWRITE MONCAND-REC
                   DISPLAY MCD-MATRICULA ' ' MCD-NOME ' - '
                           WRK-HORAS-CREDITO 'H CREDITADAS.'
           END-WRITE.

       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA    TO LOG-DATA-HORA
           MOVE 'MONITORIA'      TO LOG-TIPO
           MOVE WRK-OPERADOR     TO LOG-OPERADOR
           MOVE WRK-MATRICULA    TO LOG-MATRICULA
           MOVE MVG-MATERIA      TO LOG-MATERIA
           MOVE ZEROS            TO LOG-VALOR-ANTIGO
           MOVE MCD-NOTA         TO LOG-VALOR-NOVO
           MOVE SPACES           TO LOG-DETALHE
           STRING 'MONITOR SELECIONADO VAGA ' MVG-SEQ ' '
                  MVG-ANO-SEMESTRE
               DELIMITED BY SIZE INTO LOG-DETALHE
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

      *    CADEIA ANTIFRAUDE DO LOG: NUMERA O REGISTRO EM SEQUENCIA
      *    CONTINUA E CALCULA O CHECK ENCADEADO (LOGCHK) A PARTIR DO
      *    REGISTRO ANTERIOR (LOGSEQ.DAT).
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

       END PROGRAM PROG128.
