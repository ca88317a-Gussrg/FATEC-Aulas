      *          pre-requisito do catalogo do curso, na ordem do
      *          CAT-SEQ e limitado ao mesmo teto da semeadura do
      *          PROG62. Registro inconsistente sai em VESTREJ.DAT.
      *          O detalhe traz tambem os dados pessoais do candidato
      *          (CPF, nascimento, e-mail, telefone), levados ao
      *          cadastro na admissao; CPF informado com digitos
      *          verificadores errados (CPFDV) e rejeitado.
      *          Acaba com a semana de redigitacao de janeiro.
      *          Chamadas sucessivas: a carga guarda todo classificado
      *          em CANDIDAT.DAT - o aprovado (VST-SITUACAO 'A' ou
      *          espacos) e admitido e convocado na 1a chamada, o
      *          classificado excedente ('C') fica na lista de espera
      *          por curso na ordem da classificacao. A rodada de
      *          proxima chamada (funcao N) expira o convocado que nao
      *          confirmou a matricula (PROG117) ate o prazo, com as
      *          disciplinas dele baixadas como desistencia, apura as
      *          vagas abertas de cada curso contra VAGASVES.DAT e
      *          admite os proximos da lista. Cada chamada imprime a
      *          lista numerada com o prazo em CHAMVEST.REL.
      *          SYSIN: ano/semestre de ingresso; funcao (C = carga,
      *          padrao; N = proxima chamada); prazo da matricula
      *          (AAAAMMDD, em branco = hoje + 7 dias).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VESTIB-FILE ASSIGN TO WRK-ARQ-VESTIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VST-STATUS.
           SELECT REJEITO-FILE ASSIGN TO WRK-ARQ-VESTREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT MATRNUM-FILE ASSIGN TO WRK-ARQ-MATRNUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NUM-STATUS.
           SELECT CANDIDATO-FILE ASSIGN TO WRK-ARQ-CANDIDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-CHAVE
               FILE STATUS IS WRK-CND-STATUS.
           SELECT VAGAS-FILE ASSIGN TO WRK-ARQ-VAGASVES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAG-STATUS.
           SELECT CHAMADA-REL ASSIGN TO WRK-ARQ-CHAMVEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VESTIB-FILE.
               10 VST-CLASSIFICACAO  PIC 9(04).
               10 VST-NOME           PIC X(30).
               10 VST-CURSO          PIC X(10).
               10 VST-SITUACAO       PIC X(01).
      *            'A' ou espacos = aprovado (1a chamada),
      *            'C' = classificado para a lista de espera
               10 VST-CPF            PIC X(11).
               10 VST-DATA-NASC      PIC X(08).
               10 VST-EMAIL          PIC X(40).
               10 VST-TELEFONE       PIC X(15).
       01  VST-CABECALHO REDEFINES VST-REC.
           05 FILLER              PIC X(10).
           05 VCAB-DATA-HORA      PIC X(21).
       FD  REJEITO-FILE.
       01  REJ-REC.
           05 REJ-MOTIVO          PIC X(02).
           05 REJ-IMAGEM          PIC X(128).

       FD  ALUNO-FILE.
           COPY ALUNOREC.
       01  MATRNUM-REC.
           05 MNU-ULTIMA-BASE     PIC 9(09).

       FD  CANDIDATO-FILE.
           COPY CANDREC.

       FD  VAGAS-FILE.
           COPY VAGAREC.

       FD  CHAMADA-REL.
       01  CHAMADA-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-VESTIB    PIC X(40) VALUE 'VESTIB.DAT'.
       77 WRK-ARQ-VESTREJ   PIC X(40) VALUE 'VESTREJ.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-MATRNUM   PIC X(40) VALUE 'MATRNUM.DAT'.
       77 WRK-ARQ-CANDIDAT  PIC X(40) VALUE 'CANDIDAT.DAT'.
       77 WRK-ARQ-VAGASVES  PIC X(40) VALUE 'VAGASVES.DAT'.
       77 WRK-ARQ-CHAMVEST  PIC X(40) VALUE 'CHAMVEST.REL'.

       77 WRK-VST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-BASE           PIC 9(09) VALUE ZEROS.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-CPF-OK         PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-PESO           PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA           PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRIMEIRAS  PIC 9(02) VALUE ZEROS.
      *    MESMO TETO DE DISCIPLINAS POR ALUNO DA SEMEADURA (PROG62).
       77 WRK-MAX-DISC       PIC 9(02) VALUE 6.
       77 WRK-CND-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-VAG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FUNCAO         PIC X(01) VALUE SPACES.
       77 WRK-PRAZO          PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-PRAZO      PIC 9(07) VALUE ZEROS.
      *    PRAZO PADRAO DA MATRICULA DO CONVOCADO, EM DIAS.
       77 WRK-DIAS-PRAZO     PIC 9(02) VALUE 7.
       77 WRK-ADMITIDO       PIC X(01) VALUE 'N'.
       77 WRK-CHAMADA        PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-CANDIDATO  PIC X(01) VALUE 'N'.
       77 WRK-FIM-ENROLL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-VAGAS      PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONVOCADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTA      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPIRADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CURSOS     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CUR        PIC 9(02) VALUE ZEROS.
       77 WRK-IND-BUSCA      PIC 9(02) VALUE ZEROS.

      *    SITUACAO DE CADA CURSO NA RODADA DE PROXIMA CHAMADA.
       01 WRK-TABELA-CURSOS.
           05 WRK-CUR-ITEM OCCURS 50 TIMES.
               10 WRK-CUR-CURSO       PIC X(10).
               10 WRK-CUR-PLANEJADAS  PIC 9(04).
               10 WRK-CUR-PRIMEIRA    PIC 9(04).
               10 WRK-CUR-OCUPADAS    PIC 9(04).
               10 WRK-CUR-ESPERA      PIC 9(04).
               10 WRK-CUR-ABERTAS     PIC S9(04).

       01 WRK-LINHA-CONVOCADO.
           05 LCV-ORDEM          PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LCV-CURSO          PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LCV-CLASSIFICACAO  PIC ZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LCV-NOME           PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LCV-MATRICULA      PIC X(10).

       01 WRK-CHAMADA-EDITADA    PIC Z9.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CARGA DO VESTIBULAR - ANO/SEMESTRE DE INGRESSO '
                   '(EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'FUNCAO (C = CARGA, N = PROXIMA CHAMADA): '.
           ACCEPT WRK-FUNCAO.
           DISPLAY 'PRAZO DA MATRICULA (AAAAMMDD, BRANCO = 7 DIAS): '.
           ACCEPT WRK-PRAZO.
           PERFORM 0050-CALCULAR-PRAZO
           IF WRK-FUNCAO = 'N'
               PERFORM 0600-PROXIMA-CHAMADA
           ELSE
               PERFORM 0100-CONFERIR-RODAPE
               IF WRK-FASE = '2'
                   PERFORM 0200-APLICAR-APROVADOS
               END-IF
           END-IF
           PERFORM 0500-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG73' TO DDN-PROGRAMA.
           MOVE 'VESTIB' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-VESTIB.
           MOVE 'VESTREJ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-VESTREJ.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'MATRNUM' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRNUM.
           MOVE 'CANDIDAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CANDIDAT.
           MOVE 'VAGASVES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-VAGASVES.
           MOVE 'CHAMVEST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMVEST.

       0050-CALCULAR-PRAZO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           IF WRK-PRAZO = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
               COMPUTE WRK-DIA-PRAZO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   + WRK-DIAS-PRAZO
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-PRAZO)
               MOVE WRK-DATA-NUM TO WRK-PRAZO
           END-IF.

      *    FASE 1: SO CONTA. NADA E APLICADO ENQUANTO O RODAPE NAO
      *    CONFERIR COM A QUANTIDADE DE DETALHES LIDA.
       0100-CONFERIR-RODAPE.
               CLOSE ENROLL-FILE
               OPEN I-O ENROLL-FILE
           END-IF
           OPEN I-O CANDIDATO-FILE.
           IF WRK-CND-STATUS = '35' OR WRK-CND-STATUS = '05'
               OPEN OUTPUT CANDIDATO-FILE
               CLOSE CANDIDATO-FILE
               OPEN I-O CANDIDATO-FILE
           END-IF
           IF WRK-ALUNO-STATUS NOT = '00'
              OR WRK-ENROLL-STATUS NOT = '00'
              OR WRK-CND-STATUS NOT = '00'
               DISPLAY 'CADASTRO/MATRICULA/CANDIDATOS INDISPONIVEIS: '
                       WRK-ALUNO-STATUS ' ' WRK-ENROLL-STATUS ' '
                       WRK-CND-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CATALOGO-FILE
               OPEN OUTPUT REJEITO-FILE
               MOVE 1 TO WRK-CHAMADA
               PERFORM 0700-CABECALHO-CHAMADA
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT VESTIB-FILE
               PERFORM 0120-LER-VESTIBULAR
               PERFORM 0250-APLICAR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE VESTIB-FILE
               CLOSE REJEITO-FILE
               PERFORM 0740-RODAPE-CHAMADA
               IF WRK-CAT-STATUS = '00'
                   CLOSE CATALOGO-FILE
               END-IF
               CLOSE ALUNO-FILE
               CLOSE ENROLL-FILE
               CLOSE CANDIDATO-FILE
               PERFORM 0220-GRAVAR-CONTROLE-MATR
           END-IF.

                       WRITE REJ-REC
                       DISPLAY 'APROVADO SEM NOME - REJEITADO'
                   ELSE
                       PERFORM 0265-VALIDAR-CPF
                       IF WRK-CPF-OK = 'N'
                           ADD 1 TO WRK-QTD-REJEITADOS
                           MOVE '06' TO REJ-MOTIVO
                           MOVE VST-DETALHE TO REJ-IMAGEM
                           WRITE REJ-REC
                           DISPLAY 'CPF INVALIDO: ' VST-CPF ' ('
                                   VST-NOME ') - REJEITADO'
                       ELSE
                           PERFORM 0270-CLASSIFICAR-CANDIDATO
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-READ
           END-IF.

      *    CPF EM BRANCO PASSA (O CADASTRO COMPLETA DEPOIS E A
      *    VARREDURA DO PROG124 LISTA O FALTANTE); INFORMADO, TEM DE
      *    BATER OS DIGITOS VERIFICADORES.
       0265-VALIDAR-CPF.
           IF VST-CPF = SPACES
               MOVE 'S' TO WRK-CPF-OK
           ELSE
               CALL 'CPFDV' USING VST-CPF WRK-CPF-OK
           END-IF.

      *    O MESMO CANDIDATO NAO ENTRA DUAS VEZES NO PERIODO - CARGA
      *    REPETIDA NAO ADMITE DE NOVO QUEM JA FOI CARREGADO.
       0270-CLASSIFICAR-CANDIDATO.
           MOVE WRK-ANO-SEMESTRE  TO CND-ANO-SEMESTRE.
           MOVE VST-CURSO         TO CND-CURSO.
           MOVE VST-CLASSIFICACAO TO CND-CLASSIFICACAO.
           READ CANDIDATO-FILE KEY IS CND-CHAVE
               INVALID KEY
                   IF VST-SITUACAO = 'C'
                       PERFORM 0280-INCLUIR-LISTA-ESPERA
                   ELSE
                       PERFORM 0300-ADMITIR-APROVADO
                       IF WRK-ADMITIDO = 'S'
                           PERFORM 0460-GRAVAR-CONVOCADO
                       END-IF
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE '05' TO REJ-MOTIVO
                   MOVE VST-DETALHE TO REJ-IMAGEM
                   WRITE REJ-REC
                   DISPLAY 'CANDIDATO JA CARREGADO: ' VST-CURSO ' '
                           VST-CLASSIFICACAO ' - REJEITADO'
           END-READ.

       0280-INCLUIR-LISTA-ESPERA.
           MOVE WRK-ANO-SEMESTRE  TO CND-ANO-SEMESTRE.
           MOVE VST-CURSO         TO CND-CURSO.
           MOVE VST-CLASSIFICACAO TO CND-CLASSIFICACAO.
           MOVE VST-NOME          TO CND-NOME.
           MOVE 'L'               TO CND-SITUACAO.
           MOVE VST-CPF           TO CND-CPF.
           MOVE VST-DATA-NASC     TO CND-DATA-NASC.
           MOVE VST-EMAIL         TO CND-EMAIL.
           MOVE VST-TELEFONE      TO CND-TELEFONE.
           MOVE ZEROS             TO CND-CHAMADA.
           MOVE SPACES            TO CND-DATA-CHAMADA.
           MOVE SPACES            TO CND-PRAZO.
           MOVE SPACES            TO CND-MATRICULA.
           MOVE WRK-DATA-HOJE     TO CND-DATA-SITUACAO.
           WRITE CANDIDATO-REC.
           ADD 1 TO WRK-QTD-LISTA.

       0300-ADMITIR-APROVADO.
           MOVE 'N' TO WRK-ADMITIDO
           PERFORM 0320-PROXIMA-MATRICULA
           IF WRK-DV-OK = 'N'
               ADD 1 TO WRK-QTD-REJEITADOS
               MOVE SPACES        TO AL-PROBATION
               MOVE SPACES        TO AL-PROB-INICIO
               MOVE SPACES        TO AL-PROB-MOTIVO
               MOVE VST-CPF       TO AL-CPF
               MOVE VST-DATA-NASC TO AL-DATA-NASCIMENTO
               MOVE VST-EMAIL     TO AL-EMAIL
               MOVE VST-TELEFONE  TO AL-TELEFONE
               WRITE ALUNO-REC
                   INVALID KEY
                       ADD 1 TO WRK-QTD-REJEITADOS
                       DISPLAY 'MATRICULA JA EXISTENTE NO CADASTRO: '
                               WRK-MATRICULA ' - REJEITADO'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ADMITIDO
                       ADD 1 TO WRK-QTD-ADMITIDOS
                       DISPLAY 'ADMITIDO: ' WRK-MATRICULA ' '
                               VST-NOME ' (' VST-CURSO ')'
                   END-IF
           END-READ.

      *    CONVOCADO DA CARGA OU DA PROXIMA CHAMADA, JA ADMITIDO.
      *    NA PROXIMA CHAMADA O CANDIDATO JA EXISTE (REGRAVA).
       0460-GRAVAR-CONVOCADO.
           MOVE WRK-ANO-SEMESTRE  TO CND-ANO-SEMESTRE.
           MOVE VST-CURSO         TO CND-CURSO.
           MOVE VST-CLASSIFICACAO TO CND-CLASSIFICACAO.
           MOVE VST-NOME          TO CND-NOME.
           MOVE 'C'               TO CND-SITUACAO.
           MOVE VST-CPF           TO CND-CPF.
           MOVE VST-DATA-NASC     TO CND-DATA-NASC.
           MOVE VST-EMAIL         TO CND-EMAIL.
           MOVE VST-TELEFONE      TO CND-TELEFONE.
           MOVE WRK-CHAMADA       TO CND-CHAMADA.
           MOVE WRK-DATA-HOJE     TO CND-DATA-CHAMADA.
           MOVE WRK-PRAZO         TO CND-PRAZO.
           MOVE WRK-MATRICULA     TO CND-MATRICULA.
           MOVE WRK-DATA-HOJE     TO CND-DATA-SITUACAO.
           IF WRK-FUNCAO = 'N'
               REWRITE CANDIDATO-REC
           ELSE
               WRITE CANDIDATO-REC
           END-IF
           ADD 1 TO WRK-QTD-CONVOCADOS.
           PERFORM 0720-IMPRIMIR-CONVOCADO.

       0500-FINALIZAR.
           DISPLAY '----------------------------------------'.
           IF WRK-FUNCAO = 'N'
               DISPLAY 'PROG73 - PROXIMA CHAMADA DO VESTIBULAR'
               DISPLAY 'CHAMADA..............: ' WRK-CHAMADA
               DISPLAY 'CONVOCADOS EXPIRADOS.: ' WRK-QTD-EXPIRADOS
           ELSE
               DISPLAY 'PROG73 - CARGA DO VESTIBULAR'
               DISPLAY 'DETALHES NO ARQUIVO..: ' WRK-QTD-DETALHES
               DISPLAY 'LISTA DE ESPERA......: ' WRK-QTD-LISTA
           END-IF
           DISPLAY 'ADMITIDOS............: ' WRK-QTD-ADMITIDOS.
           DISPLAY 'PRAZO DA MATRICULA...: ' WRK-PRAZO.
           DISPLAY 'MATRICULAS GERADAS...: ' WRK-QTD-MATRICULAS.
           DISPLAY 'REJEITADOS...........: ' WRK-QTD-REJEITADOS.
           IF WRK-QTD-REJEITADOS > 0 AND RETURN-CODE = 0
           END-IF
           DISPLAY '----------------------------------------'.

      *    PROXIMA CHAMADA: 1A PASSADA EXPIRA OS CONVOCADOS VENCIDOS E
      *    CONTA A OCUPACAO DE CADA CURSO; 2A PASSADA CONVOCA A LISTA
      *    DE ESPERA NA ORDEM DA CLASSIFICACAO ATE FECHAR AS VAGAS.
       0600-PROXIMA-CHAMADA.
           OPEN I-O CANDIDATO-FILE.
           IF WRK-CND-STATUS NOT = '00'
               DISPLAY 'CANDIDAT.DAT INDISPONIVEL: ' WRK-CND-STATUS
                       ' - RODE A CARGA ANTES DA PROXIMA CHAMADA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0210-LER-CONTROLE-MATR
               OPEN I-O ALUNO-FILE
               OPEN I-O ENROLL-FILE
               IF WRK-ALUNO-STATUS NOT = '00'
                  OR WRK-ENROLL-STATUS NOT = '00'
                   DISPLAY 'CADASTRO/MATRICULA INDISPONIVEIS: '
                           WRK-ALUNO-STATUS ' ' WRK-ENROLL-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT CATALOGO-FILE
                   OPEN EXTEND REJEITO-FILE
                   IF WRK-REJ-STATUS NOT = '00'
                       OPEN OUTPUT REJEITO-FILE
                   END-IF
                   MOVE ZEROS TO WRK-CHAMADA WRK-QTD-CURSOS
                   PERFORM 0610-APURAR-SITUACAO
                   ADD 1 TO WRK-CHAMADA
                   PERFORM 0640-CARREGAR-VAGAS
                   PERFORM 0700-CABECALHO-CHAMADA
                   PERFORM 0660-CONVOCAR-LISTA
                   PERFORM 0740-RODAPE-CHAMADA
                   CLOSE REJEITO-FILE
                   IF WRK-CAT-STATUS = '00'
                       CLOSE CATALOGO-FILE
                   END-IF
                   PERFORM 0220-GRAVAR-CONTROLE-MATR
               END-IF
               CLOSE ALUNO-FILE
               CLOSE ENROLL-FILE
               CLOSE CANDIDATO-FILE
           END-IF.

       0605-POSICIONAR-PERIODO.
           MOVE 'N' TO WRK-FIM-CANDIDATO.
           MOVE WRK-ANO-SEMESTRE TO CND-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO CND-CURSO.
           MOVE ZEROS            TO CND-CLASSIFICACAO.
           START CANDIDATO-FILE KEY IS NOT LESS THAN CND-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CANDIDATO
           END-START.

       0610-APURAR-SITUACAO.
           PERFORM 0605-POSICIONAR-PERIODO.
           PERFORM 0620-APURAR-CANDIDATO
               UNTIL WRK-FIM-CANDIDATO = 'S'.

       0620-APURAR-CANDIDATO.
           READ CANDIDATO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CANDIDATO
               NOT AT END
                   IF CND-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-CANDIDATO
                   ELSE
                       PERFORM 0630-LOCALIZAR-CURSO
                       IF WRK-IND-CUR > 0
                           PERFORM 0625-CONTAR-CANDIDATO
                       END-IF
                   END-IF
           END-READ.

       0625-CONTAR-CANDIDATO.
           IF CND-CHAMADA > WRK-CHAMADA
               MOVE CND-CHAMADA TO WRK-CHAMADA
           END-IF
           IF CND-CHAMADA = 1
               ADD 1 TO WRK-CUR-PRIMEIRA(WRK-IND-CUR)
           END-IF
           EVALUATE CND-SITUACAO
               WHEN 'C'
                   IF CND-PRAZO < WRK-DATA-HOJE
                       PERFORM 0650-EXPIRAR-CONVOCADO
                   ELSE
                       ADD 1 TO WRK-CUR-OCUPADAS(WRK-IND-CUR)
                   END-IF
               WHEN 'M'
                   ADD 1 TO WRK-CUR-OCUPADAS(WRK-IND-CUR)
               WHEN 'L'
                   ADD 1 TO WRK-CUR-ESPERA(WRK-IND-CUR)
           END-EVALUATE.

      *    CURSO NOVO ENTRA NA TABELA NA PRIMEIRA PASSADA.
       0630-LOCALIZAR-CURSO.
           MOVE ZEROS TO WRK-IND-CUR.
           PERFORM 0635-COMPARAR-CURSO
               VARYING WRK-IND-BUSCA FROM 1 BY 1
               UNTIL WRK-IND-BUSCA > WRK-QTD-CURSOS.
           IF WRK-IND-CUR = 0 AND WRK-QTD-CURSOS < 50
               ADD 1 TO WRK-QTD-CURSOS
               MOVE WRK-QTD-CURSOS TO WRK-IND-CUR
               MOVE CND-CURSO TO WRK-CUR-CURSO(WRK-IND-CUR)
               MOVE ZEROS TO WRK-CUR-PLANEJADAS(WRK-IND-CUR)
                             WRK-CUR-PRIMEIRA(WRK-IND-CUR)
                             WRK-CUR-OCUPADAS(WRK-IND-CUR)
                             WRK-CUR-ESPERA(WRK-IND-CUR)
                             WRK-CUR-ABERTAS(WRK-IND-CUR)
           END-IF.

       0635-COMPARAR-CURSO.
           IF WRK-CUR-CURSO(WRK-IND-BUSCA) = CND-CURSO
               MOVE WRK-IND-BUSCA TO WRK-IND-CUR
           END-IF.

      *    VAGAS PLANEJADAS DO VAGASVES.DAT; CURSO SEM LINHA NO
      *    ARQUIVO FICA COM O TAMANHO DA 1A CHAMADA.
       0640-CARREGAR-VAGAS.
           PERFORM 0642-VAGAS-PADRAO
               VARYING WRK-IND-CUR FROM 1 BY 1
               UNTIL WRK-IND-CUR > WRK-QTD-CURSOS.
           MOVE 'N' TO WRK-FIM-VAGAS.
           OPEN INPUT VAGAS-FILE.
           IF WRK-VAG-STATUS = '00'
               PERFORM 0644-LER-VAGAS UNTIL WRK-FIM-VAGAS = 'S'
               CLOSE VAGAS-FILE
           END-IF
           PERFORM 0646-APURAR-ABERTAS
               VARYING WRK-IND-CUR FROM 1 BY 1
               UNTIL WRK-IND-CUR > WRK-QTD-CURSOS.

       0642-VAGAS-PADRAO.
           MOVE WRK-CUR-PRIMEIRA(WRK-IND-CUR)
               TO WRK-CUR-PLANEJADAS(WRK-IND-CUR).

       0644-LER-VAGAS.
           READ VAGAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-VAGAS
               NOT AT END
                   IF VAG-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       MOVE ZEROS TO WRK-IND-CUR
                       PERFORM 0645-COMPARAR-VAGA
                           VARYING WRK-IND-BUSCA FROM 1 BY 1
                           UNTIL WRK-IND-BUSCA > WRK-QTD-CURSOS
                       IF WRK-IND-CUR > 0
                           MOVE VAG-PLANEJADAS
                               TO WRK-CUR-PLANEJADAS(WRK-IND-CUR)
                       END-IF
                   END-IF
           END-READ.

       0645-COMPARAR-VAGA.
           IF WRK-CUR-CURSO(WRK-IND-BUSCA) = VAG-CURSO
               MOVE WRK-IND-BUSCA TO WRK-IND-CUR
           END-IF.

       0646-APURAR-ABERTAS.
           COMPUTE WRK-CUR-ABERTAS(WRK-IND-CUR) =
               WRK-CUR-PLANEJADAS(WRK-IND-CUR)
               - WRK-CUR-OCUPADAS(WRK-IND-CUR).
           DISPLAY 'CURSO ' WRK-CUR-CURSO(WRK-IND-CUR)
                   ' PLANEJADAS ' WRK-CUR-PLANEJADAS(WRK-IND-CUR)
                   ' OCUPADAS ' WRK-CUR-OCUPADAS(WRK-IND-CUR)
                   ' NA ESPERA ' WRK-CUR-ESPERA(WRK-IND-CUR).

      *    CONVOCADO QUE NAO CONFIRMOU ATE O PRAZO PERDE A VAGA: AS
      *    DISCIPLINAS DA ADMISSAO SAEM COMO DESISTENCIA.
       0650-EXPIRAR-CONVOCADO.
           MOVE 'E'           TO CND-SITUACAO.
           MOVE WRK-DATA-HOJE TO CND-DATA-SITUACAO.
           REWRITE CANDIDATO-REC.
           ADD 1 TO WRK-QTD-EXPIRADOS.
           DISPLAY 'EXPIRADO: ' CND-CURSO ' ' CND-CLASSIFICACAO ' '
                   CND-NOME ' (' CND-MATRICULA ') PRAZO ' CND-PRAZO.
           MOVE 'N' TO WRK-FIM-ENROLL.
           MOVE CND-MATRICULA TO ENROLL-MATRICULA.
           MOVE LOW-VALUES    TO ENROLL-MATERIA.
           MOVE LOW-VALUES    TO ENROLL-ANO-SEMESTRE.
           START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ENROLL
           END-START.
           PERFORM 0655-BAIXAR-DISCIPLINA UNTIL WRK-FIM-ENROLL = 'S'.

       0655-BAIXAR-DISCIPLINA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ENROLL
               NOT AT END
                   IF ENROLL-MATRICULA NOT = CND-MATRICULA
                       MOVE 'S' TO WRK-FIM-ENROLL
                   ELSE
                       IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND (ENROLL-STATUS = 'A'
                               OR ENROLL-STATUS = SPACES)
                           MOVE 'D'           TO ENROLL-STATUS
                           MOVE WRK-DATA-HOJE TO ENROLL-DATA-EVENTO
                           REWRITE ENROLL-REC
                       END-IF
                   END-IF
           END-READ.

       0660-CONVOCAR-LISTA.
           PERFORM 0605-POSICIONAR-PERIODO.
           PERFORM 0670-CONVOCAR-CANDIDATO
               UNTIL WRK-FIM-CANDIDATO = 'S'.

       0670-CONVOCAR-CANDIDATO.
           READ CANDIDATO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CANDIDATO
               NOT AT END
                   IF CND-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-CANDIDATO
                   ELSE
                       IF CND-SITUACAO = 'L'
                           PERFORM 0630-LOCALIZAR-CURSO
                           IF WRK-IND-CUR > 0
                              AND WRK-CUR-ABERTAS(WRK-IND-CUR) > 0
                               PERFORM 0680-ADMITIR-DA-LISTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0680-ADMITIR-DA-LISTA.
           MOVE CND-CLASSIFICACAO TO VST-CLASSIFICACAO.
           MOVE CND-NOME          TO VST-NOME.
           MOVE CND-CURSO         TO VST-CURSO.
           MOVE 'C'               TO VST-SITUACAO.
           MOVE CND-CPF           TO VST-CPF.
           MOVE CND-DATA-NASC     TO VST-DATA-NASC.
           MOVE CND-EMAIL         TO VST-EMAIL.
           MOVE CND-TELEFONE      TO VST-TELEFONE.
           PERFORM 0300-ADMITIR-APROVADO.
           IF WRK-ADMITIDO = 'S'
               SUBTRACT 1 FROM WRK-CUR-ABERTAS(WRK-IND-CUR)
               PERFORM 0460-GRAVAR-CONVOCADO
           END-IF.

      *    LISTA NUMERADA DA CHAMADA (CHAMVEST.REL), COM O PRAZO.
       0700-CABECALHO-CHAMADA.
           OPEN OUTPUT CHAMADA-REL.
           MOVE WRK-CHAMADA TO WRK-CHAMADA-EDITADA.
           MOVE SPACES TO CHAMADA-LINHA.
           STRING WRK-CHAMADA-EDITADA 'a CHAMADA DO VESTIBULAR - '
                  'INGRESSO ' WRK-ANO-SEMESTRE ' - EMITIDA EM '
                  WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE SPACES TO CHAMADA-LINHA.
           STRING 'MATRICULA NA SECRETARIA ATE '
                  WRK-PRAZO(7:2) '/' WRK-PRAZO(5:2) '/'
                  WRK-PRAZO(1:4) ' - APOS O PRAZO A VAGA PASSA '
                  'AO PROXIMO CLASSIFICADO'
               DELIMITED BY SIZE INTO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE ALL '=' TO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE '   N  CURSO    CLASSIF  NOME' TO CHAMADA-LINHA.
           MOVE 'MATRICULA' TO CHAMADA-LINHA(56:9).
           WRITE CHAMADA-LINHA.
           MOVE ALL '-' TO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.

       0720-IMPRIMIR-CONVOCADO.
           MOVE WRK-QTD-CONVOCADOS TO LCV-ORDEM.
           MOVE VST-CURSO          TO LCV-CURSO.
           MOVE VST-CLASSIFICACAO  TO LCV-CLASSIFICACAO.
           MOVE VST-NOME           TO LCV-NOME.
           MOVE WRK-MATRICULA      TO LCV-MATRICULA.
           MOVE WRK-LINHA-CONVOCADO TO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.

       0740-RODAPE-CHAMADA.
           MOVE ALL '-' TO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE SPACES TO CHAMADA-LINHA.
           IF WRK-QTD-CONVOCADOS = 0
               MOVE 'NENHUM CANDIDATO CONVOCADO - SEM VAGA ABERTA OU '
                   TO CHAMADA-LINHA
               MOVE 'LISTA ESGOTADA' TO CHAMADA-LINHA(50:14)
           ELSE
               STRING 'TOTAL DE CONVOCADOS NESTA CHAMADA: '
                      WRK-QTD-CONVOCADOS
                   DELIMITED BY SIZE INTO CHAMADA-LINHA
           END-IF
           WRITE CHAMADA-LINHA.
           CLOSE CHAMADA-REL.

       END PROGRAM PROG73.
