       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG146.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Migracao de versao do curriculo - simula, para os
      *          alunos de um curso presos a versao de origem
      *          (AL-VERSAO-CATALOGO), a passagem para a versao de
      *          destino: que aprovacoes sao aproveitadas (pelo nome
      *          ou pela tabela de equivalencia EQUIV.DAT), que
      *          aprovacoes deixam de contar, que disciplinas passam a
      *          ser devidas e a diferenca de horas e de semestres que
      *          faltam. Cada aluno sai classificado como MELHOR,
      *          NEUTRO ou PIOR. Em modo de reenquadramento, depois da
      *          revisao pela coordenacao, prende os alunos
      *          selecionados a versao de destino, grava um registro
      *          no MANUT.LOG por aluno e fecha o relatorio com o termo
      *          para assinatura do colegiado. Grava MIGRCUR.REL.
      *          Versao em branco = CATALOGO.DAT corrente. O
      *          reenquadramento so e feito para destino sem erro de
      *          integridade (CURRVAL). RC 4 quando ha aluno PIOR.
      *          SYSIN: curso; versao de origem; versao de destino;
      *          carga horaria por semestre (em branco = 400); modo
      *          (S = simular, R = reenquadrar); selecao do
      *          reenquadramento (M = so MELHOR, N = MELHOR e NEUTRO,
      *          T = todos, L = matriculas de REPINSEL.DAT);
      *          operador responsavel.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-CTV-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
           SELECT CURSOREQ-FILE ASSIGN TO WRK-ARQ-CURSOREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREQ-STATUS.
           SELECT SELECAO-FILE ASSIGN TO WRK-ARQ-REPINSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEL-STATUS.
           SELECT MIGRCUR-REL ASSIGN TO WRK-ARQ-MIGRCUR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CATVERS-FILE.
           COPY CATVREC.

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

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  EQUIV-FILE.
           COPY EQUIVREC.

       FD  CURSOREQ-FILE.
           COPY CREQREC.

      *    MATRICULAS ESCOLHIDAS NA REVISAO, UMA POR LINHA.
       FD  SELECAO-FILE.
       01  SELECAO-REC.
           05 SEL-MATRICULA      PIC X(10).

       FD  MIGRCUR-REL.
       01  MIGRCUR-LINHA        PIC X(132).

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.
       77 WRK-ARQ-CURSOREQ  PIC X(40) VALUE 'CURSOREQ.DAT'.
       77 WRK-ARQ-REPINSEL  PIC X(40) VALUE 'REPINSEL.DAT'.
       77 WRK-ARQ-MIGRCUR   PIC X(40) VALUE 'MIGRCUR.REL'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EQV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CREQ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SEL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-VERSAO-ORIGEM  PIC X(04) VALUE SPACES.
       77 WRK-VERSAO-DESTINO PIC X(04) VALUE SPACES.
       77 WRK-DESC-ORIGEM    PIC X(08) VALUE SPACES.
       77 WRK-DESC-DESTINO   PIC X(08) VALUE SPACES.
       77 WRK-CARGA-SEM-ENT  PIC X(03) VALUE SPACES.
       77 WRK-CARGA-SEMESTRE PIC 9(03) VALUE 400.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
       77 WRK-TITULO         PIC X(34) VALUE SPACES.
       77 WRK-SELECAO        PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-MIN-ELETIVAS   PIC 9(04) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ALUNOS     PIC X(01) VALUE 'N'.
       77 WRK-FIM-NOTAS      PIC X(01) VALUE 'N'.
       77 WRK-GRADE-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-LADO           PIC X(01) VALUE SPACES.
       77 WRK-VERSAO-CARGA   PIC X(04) VALUE SPACES.
       77 WRK-NOME-LINHA     PIC X(15) VALUE SPACES.
       77 WRK-EQUIV-LINHA    PIC X(15) VALUE SPACES.
       77 WRK-CARGA-LINHA    PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO-LINHA     PIC X(01) VALUE SPACES.
      *    DISCIPLINA SEM CARGA INFORMADA PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.
       77 WRK-I              PIC 9(03) VALUE ZEROS.
       77 WRK-J              PIC 9(03) VALUE ZEROS.
       77 WRK-R              PIC 9(03) VALUE ZEROS.
       77 WRK-E              PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU          PIC 9(03) VALUE ZEROS.
       77 WRK-BUSCA-NOME     PIC X(15) VALUE SPACES.
       77 WRK-BUSCA-EQUIV    PIC X(15) VALUE SPACES.
       77 WRK-APROVADO       PIC X(01) VALUE 'N'.
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
       77 WRK-CLASSE         PIC X(06) VALUE SPACES.
       77 WRK-HORAS-ELETIVAS PIC 9(05) VALUE ZEROS.
       77 WRK-RESTA-ORIGEM   PIC 9(05) VALUE ZEROS.
       77 WRK-RESTA-DESTINO  PIC 9(05) VALUE ZEROS.
       77 WRK-SEM-ORIGEM     PIC 9(02) VALUE ZEROS.
       77 WRK-SEM-DESTINO    PIC 9(02) VALUE ZEROS.
       77 WRK-DIFERENCA      PIC S9(05) VALUE ZEROS.
       77 WRK-DIFERENCA-ED   PIC -(5)9.
       77 WRK-DIF-SEM        PIC S9(02) VALUE ZEROS.
       77 WRK-DIF-SEM-ED     PIC -(2)9.
       77 WRK-QTD-APROVEITA  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PERDIDAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOVAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MELHOR     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NEUTRO     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PIOR       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MOVIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-DETALHE-LOG    PIC X(40) VALUE SPACES.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.

      *    CURRICULOS DE ORIGEM E DE DESTINO, COM O OUTRO NOME DA
      *    DISCIPLINA NA TABELA DE EQUIVALENCIA E A MARCA DE APROVACAO
      *    DO ALUNO EM PROCESSAMENTO.
       01 WRK-TABELA-ORIGEM.
           05 WRK-QTD-ORIGEM     PIC 9(03) VALUE ZEROS.
           05 WRK-ORI-ITEM OCCURS 99 TIMES.
               10 WRK-ORI-NOME       PIC X(15).
               10 WRK-ORI-EQUIV      PIC X(15).
               10 WRK-ORI-CARGA      PIC 9(03).
               10 WRK-ORI-TIPO       PIC X(01).
               10 WRK-ORI-APROV      PIC X(01).
       01 WRK-TABELA-DESTINO.
           05 WRK-QTD-DESTINO    PIC 9(03) VALUE ZEROS.
           05 WRK-DES-ITEM OCCURS 99 TIMES.
               10 WRK-DES-NOME       PIC X(15).
               10 WRK-DES-EQUIV      PIC X(15).
               10 WRK-DES-CARGA      PIC 9(03).
               10 WRK-DES-TIPO       PIC X(01).
               10 WRK-DES-APROV      PIC X(01).

      *    DISCIPLINAS APROVADAS (OU DISPENSADAS POR PROFICIENCIA) DO
      *    ALUNO, DE GRADES.DAT + GRADES.HIST + GRADESA.HIST.
       01 WRK-TABELA-APROVADAS.
           05 WRK-QTD-APROVADAS  PIC 9(03) VALUE ZEROS.
           05 WRK-APR-MATERIA OCCURS 300 TIMES PIC X(15).

       01 WRK-TABELA-EQUIV.
           05 WRK-QTD-EQUIV      PIC 9(02) VALUE ZEROS.
           05 WRK-EQV-ITEM OCCURS 50 TIMES.
               10 WRK-EQV-ANTIGA     PIC X(15).
               10 WRK-EQV-ATUAL      PIC X(15).

       01 WRK-TABELA-SELECAO.
           05 WRK-QTD-SELECAO    PIC 9(03) VALUE ZEROS.
           05 WRK-SEL-MATRICULA OCCURS 500 TIMES PIC X(10).

           COPY CURVLREC.
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
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0100-CARREGAR-TABELAS
           END-IF
           IF RETURN-CODE = 0
               OPEN OUTPUT MIGRCUR-REL
               PERFORM 0150-CABECALHO
               PERFORM 0300-PERCORRER-ALUNOS
               PERFORM 0700-RESUMO
               IF WRK-MODO = 'R'
                   PERFORM 0750-TERMO-COLEGIADO
               END-IF
               CLOSE MIGRCUR-REL
               IF WRK-QTD-PIOR > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG146' TO DDN-PROGRAMA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.
           MOVE 'CURSOREQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CURSOREQ.
           MOVE 'REPINSEL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-REPINSEL.
           MOVE 'MIGRCUR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MIGRCUR.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-CURSO.
           ACCEPT WRK-VERSAO-ORIGEM.
           ACCEPT WRK-VERSAO-DESTINO.
           ACCEPT WRK-CARGA-SEM-ENT.
           ACCEPT WRK-MODO.
           ACCEPT WRK-SELECAO.
           ACCEPT WRK-OPERADOR.
           IF WRK-MODO NOT = 'R'
               MOVE 'S' TO WRK-MODO
           END-IF.
           IF WRK-OPERADOR = SPACES
               MOVE 'LOTE-PG146' TO WRK-OPERADOR
           END-IF.
           IF WRK-CARGA-SEM-ENT IS NUMERIC
              AND WRK-CARGA-SEM-ENT NOT = '000'
               MOVE WRK-CARGA-SEM-ENT TO WRK-CARGA-SEMESTRE
           END-IF.
           IF WRK-VERSAO-ORIGEM = SPACES
               MOVE 'CORRENTE' TO WRK-DESC-ORIGEM
           ELSE
               MOVE WRK-VERSAO-ORIGEM TO WRK-DESC-ORIGEM
           END-IF.
           IF WRK-VERSAO-DESTINO = SPACES
               MOVE 'CORRENTE' TO WRK-DESC-DESTINO
           ELSE
               MOVE WRK-VERSAO-DESTINO TO WRK-DESC-DESTINO
           END-IF.
           DISPLAY 'MIGRACAO DE CURRICULO - CURSO ' WRK-CURSO
                   ' - ' WRK-DESC-ORIGEM ' PARA ' WRK-DESC-DESTINO.
           EVALUATE TRUE
               WHEN WRK-CURSO = SPACES
                   DISPLAY 'CURSO NAO INFORMADO.'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-VERSAO-ORIGEM = WRK-VERSAO-DESTINO
                   DISPLAY 'ORIGEM E DESTINO SAO A MESMA VERSAO.'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODO = 'R'
                    AND WRK-SELECAO NOT = 'M'
                    AND WRK-SELECAO NOT = 'N'
                    AND WRK-SELECAO NOT = 'T'
                    AND WRK-SELECAO NOT = 'L'
                   DISPLAY 'SELECAO DO REENQUADRAMENTO INVALIDA.'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    O DESTINO PASSA PELO CURRVAL: REENQUADRAR ALUNOS NUM
      *    CURRICULO COM ERRO DE INTEGRIDADE NAO E PERMITIDO, MESMA
      *    REGRA DO CONGELAMENTO NO PROG75.
       0100-CARREGAR-TABELAS.
           PERFORM 0110-CARREGAR-EQUIVALENCIAS.
           PERFORM 0120-LER-MINIMO-ELETIVAS.
           MOVE 'O' TO WRK-LADO.
           MOVE WRK-VERSAO-ORIGEM TO WRK-VERSAO-CARGA.
           PERFORM 0200-CARREGAR-CURRICULO.
           MOVE 'D' TO WRK-LADO.
           MOVE WRK-VERSAO-DESTINO TO WRK-VERSAO-CARGA.
           PERFORM 0200-CARREGAR-CURRICULO.
           EVALUATE TRUE
               WHEN WRK-QTD-ORIGEM = 0
                   DISPLAY 'VERSAO DE ORIGEM SEM LINHAS.'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-DESTINO = 0
                   DISPLAY 'VERSAO DE DESTINO SEM LINHAS.'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RETURN-CODE = 0 AND WRK-MODO = 'R'
               MOVE WRK-CURSO          TO CVL-CURSO
               MOVE WRK-VERSAO-DESTINO TO CVL-VERSAO
               CALL 'CURRVAL' USING CURVAL-AREA
               IF CVL-RETORNO NOT = '0'
                   DISPLAY 'VERSAO DE DESTINO COM ' CVL-QTD-ERROS
                           ' ERRO(S) DE INTEGRIDADE - REENQUADRAMENTO'
                           ' CANCELADO (VER PROG145).'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0 AND WRK-MODO = 'R'
              AND WRK-SELECAO = 'L'
               PERFORM 0130-CARREGAR-SELECAO
               IF WRK-QTD-SELECAO = 0
                   DISPLAY 'REPINSEL.DAT SEM MATRICULAS.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0110-CARREGAR-EQUIVALENCIAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EQUIV-FILE.
           IF WRK-EQV-STATUS = '00'
               PERFORM 0115-LER-EQUIVALENCIA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EQUIV-FILE
           END-IF.

       0115-LER-EQUIVALENCIA.
           READ EQUIV-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-EQUIV < 50
                       ADD 1 TO WRK-QTD-EQUIV
                       MOVE EQV-MATERIA-ANTIGA
                           TO WRK-EQV-ANTIGA(WRK-QTD-EQUIV)
                       MOVE EQV-MATERIA-ATUAL
                           TO WRK-EQV-ATUAL(WRK-QTD-EQUIV)
                   ELSE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *    O MINIMO DE ELETIVAS E DO CURSO (CURSOREQ.DAT, PROG76) E
      *    VALE PARA AS DUAS VERSOES.
       0120-LER-MINIMO-ELETIVAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CURSOREQ-FILE.
           IF WRK-CREQ-STATUS = '00'
               PERFORM 0125-LER-REQUISITO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CURSOREQ-FILE
           END-IF.

       0125-LER-REQUISITO.
           READ CURSOREQ-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CREQ-CURSO = WRK-CURSO
                       IF CREQ-MIN-ELETIVAS IS NUMERIC
                           MOVE CREQ-MIN-ELETIVAS TO WRK-MIN-ELETIVAS
                       END-IF
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0130-CARREGAR-SELECAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SELECAO-FILE.
           IF WRK-SEL-STATUS = '00'
               PERFORM 0135-LER-SELECAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SELECAO-FILE
           END-IF.

       0135-LER-SELECAO.
           READ SELECAO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SEL-MATRICULA NOT = SPACES
                       IF WRK-QTD-SELECAO < 500
                           ADD 1 TO WRK-QTD-SELECAO
                           MOVE SEL-MATRICULA
                               TO WRK-SEL-MATRICULA(WRK-QTD-SELECAO)
                       ELSE
                           DISPLAY 'SELECAO ACIMA DE 500 - IGNORADA: '
                                   SEL-MATRICULA
                       END-IF
                   END-IF
           END-READ.

       0150-CABECALHO.
           MOVE ALL '=' TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           IF WRK-MODO = 'R'
               MOVE 'REENQUADRAMENTO DE CURRICULO'   TO WRK-TITULO
           ELSE
               MOVE 'SIMULACAO DE MIGRACAO DE CURRICULO'
                   TO WRK-TITULO
           END-IF.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING WRK-TITULO ' - CURSO ' WRK-CURSO ' - VERSAO '
                  WRK-DESC-ORIGEM ' PARA ' WRK-DESC-DESTINO
                  ' - EMISSAO '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING 'DISCIPLINAS: ORIGEM ' WRK-QTD-ORIGEM
                  '  DESTINO ' WRK-QTD-DESTINO
                  '  - MINIMO DE ELETIVAS ' WRK-MIN-ELETIVAS
                  'H - ' WRK-CARGA-SEMESTRE 'H POR SEMESTRE'
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE ALL '=' TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.

      *    CARREGA O CURRICULO DE WRK-VERSAO-CARGA NA TABELA DO LADO
      *    WRK-LADO ('O' = ORIGEM, 'D' = DESTINO).
       0200-CARREGAR-CURRICULO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-VERSAO-CARGA = SPACES
               OPEN INPUT CATALOGO-FILE
               IF WRK-CAT-STATUS = '00'
                   MOVE WRK-CURSO TO CAT-CURSO
                   MOVE ZEROS     TO CAT-SEQ
                   START CATALOGO-FILE
                       KEY IS NOT LESS THAN CAT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM 0210-LER-CATALOGO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE CATALOGO-FILE
               END-IF
           ELSE
               OPEN INPUT CATVERS-FILE
               IF WRK-CTV-STATUS = '00'
                   MOVE WRK-CURSO        TO CTV-CURSO
                   MOVE WRK-VERSAO-CARGA TO CTV-VERSAO
                   MOVE ZEROS            TO CTV-SEQ
                   START CATVERS-FILE
                       KEY IS NOT LESS THAN CTV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM 0220-LER-VERSAO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE CATVERS-FILE
               END-IF
           END-IF.

       0210-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CAT-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE CAT-DISCIPLINA(1:15) TO WRK-NOME-LINHA
                       MOVE CAT-TIPO TO WRK-TIPO-LINHA
                       IF CAT-CARGA-HORARIA IS NUMERIC
                          AND CAT-CARGA-HORARIA > 0
                           MOVE CAT-CARGA-HORARIA TO WRK-CARGA-LINHA
                       ELSE
                           MOVE WRK-CARGA-PADRAO TO WRK-CARGA-LINHA
                       END-IF
                       PERFORM 0230-GUARDAR-LINHA
                   END-IF
           END-READ.

       0220-LER-VERSAO.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CTV-CURSO NOT = WRK-CURSO
                      OR CTV-VERSAO NOT = WRK-VERSAO-CARGA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE CTV-DISCIPLINA(1:15) TO WRK-NOME-LINHA
                       MOVE CTV-TIPO TO WRK-TIPO-LINHA
                       IF CTV-CARGA-HORARIA > 0
                           MOVE CTV-CARGA-HORARIA TO WRK-CARGA-LINHA
                       ELSE
                           MOVE WRK-CARGA-PADRAO TO WRK-CARGA-LINHA
                       END-IF
                       PERFORM 0230-GUARDAR-LINHA
                   END-IF
           END-READ.

       0230-GUARDAR-LINHA.
           MOVE SPACES TO WRK-EQUIV-LINHA.
           PERFORM 0240-BUSCAR-EQUIVALENTE
               VARYING WRK-E FROM 1 BY 1
               UNTIL WRK-E > WRK-QTD-EQUIV.
           IF WRK-LADO = 'O'
               IF WRK-QTD-ORIGEM < 99
                   ADD 1 TO WRK-QTD-ORIGEM
                   MOVE WRK-NOME-LINHA
                       TO WRK-ORI-NOME(WRK-QTD-ORIGEM)
                   MOVE WRK-EQUIV-LINHA
                       TO WRK-ORI-EQUIV(WRK-QTD-ORIGEM)
                   MOVE WRK-CARGA-LINHA
                       TO WRK-ORI-CARGA(WRK-QTD-ORIGEM)
                   MOVE WRK-TIPO-LINHA
                       TO WRK-ORI-TIPO(WRK-QTD-ORIGEM)
               END-IF
           ELSE
               IF WRK-QTD-DESTINO < 99
                   ADD 1 TO WRK-QTD-DESTINO
                   MOVE WRK-NOME-LINHA
                       TO WRK-DES-NOME(WRK-QTD-DESTINO)
                   MOVE WRK-EQUIV-LINHA
                       TO WRK-DES-EQUIV(WRK-QTD-DESTINO)
                   MOVE WRK-CARGA-LINHA
                       TO WRK-DES-CARGA(WRK-QTD-DESTINO)
                   MOVE WRK-TIPO-LINHA
                       TO WRK-DES-TIPO(WRK-QTD-DESTINO)
               END-IF
           END-IF.

      *    O OUTRO NOME DA DISCIPLINA (ANTIGO<->ATUAL) TAMBEM CONTA,
      *    COMO NO PROG25.
       0240-BUSCAR-EQUIVALENTE.
           IF WRK-EQV-ATUAL(WRK-E) = WRK-NOME-LINHA
               MOVE WRK-EQV-ANTIGA(WRK-E) TO WRK-EQUIV-LINHA
           END-IF.
           IF WRK-EQV-ANTIGA(WRK-E) = WRK-NOME-LINHA
               MOVE WRK-EQV-ATUAL(WRK-E) TO WRK-EQUIV-LINHA
           END-IF.

       0300-PERCORRER-ALUNOS.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE 'S' TO WRK-GRADE-ABERTO
           END-IF.
           IF WRK-MODO = 'R'
               OPEN I-O ALUNO-FILE
           ELSE
               OPEN INPUT ALUNO-FILE
           END-IF.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADALUNO.DAT INDISPONIVEL: ' WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ALUNOS
               PERFORM 0310-LER-ALUNO UNTIL WRK-FIM-ALUNOS = 'S'
               CLOSE ALUNO-FILE
           END-IF.
           IF WRK-GRADE-ABERTO = 'S'
               CLOSE GRADE-FILE
           END-IF.

       0310-LER-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNOS
               NOT AT END
                   IF AL-CURSO = WRK-CURSO
                      AND AL-VERSAO-CATALOGO = WRK-VERSAO-ORIGEM
                       PERFORM 0400-AVALIAR-ALUNO
                   END-IF
           END-READ.

       0400-AVALIAR-ALUNO.
           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0410-CARREGAR-APROVADAS.
           MOVE SPACES TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING 'ALUNO ' AL-MATRICULA ' ' AL-NOME
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE ZEROS TO WRK-QTD-APROVEITA WRK-QTD-PERDIDAS
                         WRK-QTD-NOVAS.
           PERFORM 0450-SITUACAO-ORIGEM
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-ORIGEM.
           PERFORM 0460-SITUACAO-DESTINO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-DESTINO.
           PERFORM 0500-LISTAR-DESTINO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-DESTINO.
           PERFORM 0520-LISTAR-PERDIDAS
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-ORIGEM.
           PERFORM 0550-CALCULAR-RESTANTE.
           PERFORM 0560-CLASSIFICAR.
           IF WRK-MODO = 'R'
               PERFORM 0600-CONFERIR-SELECAO
               IF WRK-SELECIONADO = 'S'
                   PERFORM 0650-REENQUADRAR
               ELSE
                   MOVE SPACES TO MIGRCUR-LINHA
                   STRING '    MANTIDO NA VERSAO ' WRK-DESC-ORIGEM
                       DELIMITED BY SIZE INTO MIGRCUR-LINHA
                   WRITE MIGRCUR-LINHA
               END-IF
           END-IF.

       0410-CARREGAR-APROVADAS.
           MOVE ZEROS TO WRK-QTD-APROVADAS.
           IF WRK-GRADE-ABERTO = 'S'
               MOVE 'N' TO WRK-FIM-NOTAS
               MOVE AL-MATRICULA TO GR-MATRICULA
               START GRADE-FILE KEY IS = GR-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-NOTAS
               END-START
               PERFORM 0420-LER-ATUAL UNTIL WRK-FIM-NOTAS = 'S'
           END-IF.
           MOVE 'N' TO WRK-FIM-NOTAS.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0430-LER-HISTORICO UNTIL WRK-FIM-NOTAS = 'S'
               CLOSE HIST-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-NOTAS.
           OPEN INPUT ANUAL-FILE.
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0435-LER-ANUAL UNTIL WRK-FIM-NOTAS = 'S'
               CLOSE ANUAL-FILE
           END-IF.

       0420-LER-ATUAL.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
               NOT AT END
                   IF GR-MATRICULA NOT = AL-MATRICULA
                       MOVE 'S' TO WRK-FIM-NOTAS
                   ELSE
                       IF GR-SITUACAO = 'APROVADO'
                          OR GR-SITUACAO = 'DISPENSADO PROFIC.'
                           MOVE GR-MATERIA TO WRK-BUSCA-NOME
                           PERFORM 0440-GUARDAR-APROVADA
                       END-IF
                   END-IF
           END-READ.

       0430-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = AL-MATRICULA
                      AND (HIST-SITUACAO = 'APROVADO'
                       OR HIST-SITUACAO = 'DISPENSADO PROFIC.')
                       MOVE HIST-MATERIA TO WRK-BUSCA-NOME
                       PERFORM 0440-GUARDAR-APROVADA
                   END-IF
           END-READ.

       0435-LER-ANUAL.
           READ ANUAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
               NOT AT END
                   MOVE ANUAL-REC TO HIST-REC
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = AL-MATRICULA
                      AND (HIST-SITUACAO = 'APROVADO'
                       OR HIST-SITUACAO = 'DISPENSADO PROFIC.')
                       MOVE HIST-MATERIA TO WRK-BUSCA-NOME
                       PERFORM 0440-GUARDAR-APROVADA
                   END-IF
           END-READ.

       0440-GUARDAR-APROVADA.
           IF WRK-QTD-APROVADAS < 300
               ADD 1 TO WRK-QTD-APROVADAS
               MOVE WRK-BUSCA-NOME
                   TO WRK-APR-MATERIA(WRK-QTD-APROVADAS)
           END-IF.

       0450-SITUACAO-ORIGEM.
           MOVE WRK-ORI-NOME(WRK-I)  TO WRK-BUSCA-NOME.
           MOVE WRK-ORI-EQUIV(WRK-I) TO WRK-BUSCA-EQUIV.
           PERFORM 0470-CONFERIR-APROVACAO.
           MOVE WRK-APROVADO TO WRK-ORI-APROV(WRK-I).

       0460-SITUACAO-DESTINO.
           MOVE WRK-DES-NOME(WRK-I)  TO WRK-BUSCA-NOME.
           MOVE WRK-DES-EQUIV(WRK-I) TO WRK-BUSCA-EQUIV.
           PERFORM 0470-CONFERIR-APROVACAO.
           MOVE WRK-APROVADO TO WRK-DES-APROV(WRK-I).

       0470-CONFERIR-APROVACAO.
           MOVE 'N' TO WRK-APROVADO.
           PERFORM 0475-COMPARAR-APROVADA
               VARYING WRK-R FROM 1 BY 1
               UNTIL WRK-R > WRK-QTD-APROVADAS
                  OR WRK-APROVADO = 'S'.

       0475-COMPARAR-APROVADA.
           IF WRK-APR-MATERIA(WRK-R) = WRK-BUSCA-NOME
              OR (WRK-BUSCA-EQUIV NOT = SPACES
                  AND WRK-APR-MATERIA(WRK-R) = WRK-BUSCA-EQUIV)
               MOVE 'S' TO WRK-APROVADO
           END-IF.

      *    LINHA CORRESPONDENTE NA OUTRA VERSAO: MESMO NOME OU NOME
      *    EQUIVALENTE. WRK-ACHOU DEVOLVE O INDICE (ZERO = NAO HA).
       0480-CORRESPONDENTE-ORIGEM.
           MOVE ZEROS TO WRK-ACHOU.
           PERFORM 0485-COMPARAR-ORIGEM
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-ORIGEM
                  OR WRK-ACHOU > 0.

       0485-COMPARAR-ORIGEM.
           IF WRK-ORI-NOME(WRK-J) = WRK-BUSCA-NOME
              OR (WRK-BUSCA-EQUIV NOT = SPACES
                  AND WRK-ORI-NOME(WRK-J) = WRK-BUSCA-EQUIV)
               MOVE WRK-J TO WRK-ACHOU
           END-IF.

       0490-CORRESPONDENTE-DESTINO.
           MOVE ZEROS TO WRK-ACHOU.
           PERFORM 0495-COMPARAR-DESTINO
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-DESTINO
                  OR WRK-ACHOU > 0.

       0495-COMPARAR-DESTINO.
           IF WRK-DES-NOME(WRK-J) = WRK-BUSCA-NOME
              OR (WRK-BUSCA-EQUIV NOT = SPACES
                  AND WRK-DES-NOME(WRK-J) = WRK-BUSCA-EQUIV)
               MOVE WRK-J TO WRK-ACHOU
           END-IF.

      *    APROVEITADA = APROVACAO QUE CONTA NO DESTINO. NOVA DEVIDA
      *    = OBRIGATORIA DO DESTINO QUE O ALUNO NAO DEVIA NA ORIGEM
      *    (NAO EXISTIA LA, OU ERA ELETIVA).
       0500-LISTAR-DESTINO.
           MOVE SPACES TO MIGRCUR-LINHA.
           IF WRK-DES-APROV(WRK-I) = 'S'
               ADD 1 TO WRK-QTD-APROVEITA
               STRING '    APROVEITADA      ' WRK-DES-NOME(WRK-I)
                   DELIMITED BY SIZE INTO MIGRCUR-LINHA
               WRITE MIGRCUR-LINHA
           ELSE
               IF WRK-DES-TIPO(WRK-I) NOT = 'E'
                   MOVE WRK-DES-NOME(WRK-I)  TO WRK-BUSCA-NOME
                   MOVE WRK-DES-EQUIV(WRK-I) TO WRK-BUSCA-EQUIV
                   PERFORM 0480-CORRESPONDENTE-ORIGEM
                   IF WRK-ACHOU = 0
                       PERFORM 0510-NOVA-DEVIDA
                   ELSE
                       IF WRK-ORI-TIPO(WRK-ACHOU) = 'E'
                           PERFORM 0510-NOVA-DEVIDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0510-NOVA-DEVIDA.
           ADD 1 TO WRK-QTD-NOVAS.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING '    NOVA DEVIDA      ' WRK-DES-NOME(WRK-I)
                  ' (' WRK-DES-CARGA(WRK-I) 'H)'
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.

       0520-LISTAR-PERDIDAS.
           IF WRK-ORI-APROV(WRK-I) = 'S'
               MOVE WRK-ORI-NOME(WRK-I)  TO WRK-BUSCA-NOME
               MOVE WRK-ORI-EQUIV(WRK-I) TO WRK-BUSCA-EQUIV
               PERFORM 0490-CORRESPONDENTE-DESTINO
               IF WRK-ACHOU = 0
                   ADD 1 TO WRK-QTD-PERDIDAS
                   MOVE SPACES TO MIGRCUR-LINHA
                   STRING '    SEM APROVEITAMENTO ' WRK-ORI-NOME(WRK-I)
                          ' (' WRK-ORI-CARGA(WRK-I)
                          'H - NAO EXISTE NO DESTINO)'
                       DELIMITED BY SIZE INTO MIGRCUR-LINHA
                   WRITE MIGRCUR-LINHA
               END-IF
           END-IF.

      *    HORAS QUE FALTAM = OBRIGATORIAS NAO APROVADAS + O QUE FALTA
      *    PARA O MINIMO DE ELETIVAS; SEMESTRES ARREDONDADOS PARA
      *    CIMA PELA CARGA DE UM SEMESTRE.
       0550-CALCULAR-RESTANTE.
           MOVE ZEROS TO WRK-RESTA-ORIGEM WRK-HORAS-ELETIVAS.
           PERFORM 0555-SOMAR-ORIGEM
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-ORIGEM.
           IF WRK-HORAS-ELETIVAS < WRK-MIN-ELETIVAS
               COMPUTE WRK-RESTA-ORIGEM = WRK-RESTA-ORIGEM
                       + WRK-MIN-ELETIVAS - WRK-HORAS-ELETIVAS
           END-IF.
           MOVE ZEROS TO WRK-RESTA-DESTINO WRK-HORAS-ELETIVAS.
           PERFORM 0557-SOMAR-DESTINO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-DESTINO.
           IF WRK-HORAS-ELETIVAS < WRK-MIN-ELETIVAS
               COMPUTE WRK-RESTA-DESTINO = WRK-RESTA-DESTINO
                       + WRK-MIN-ELETIVAS - WRK-HORAS-ELETIVAS
           END-IF.
           COMPUTE WRK-SEM-ORIGEM = (WRK-RESTA-ORIGEM
                   + WRK-CARGA-SEMESTRE - 1) / WRK-CARGA-SEMESTRE.
           COMPUTE WRK-SEM-DESTINO = (WRK-RESTA-DESTINO
                   + WRK-CARGA-SEMESTRE - 1) / WRK-CARGA-SEMESTRE.
           COMPUTE WRK-DIFERENCA = WRK-RESTA-DESTINO
                                 - WRK-RESTA-ORIGEM.
           COMPUTE WRK-DIF-SEM = WRK-SEM-DESTINO - WRK-SEM-ORIGEM.

       0555-SOMAR-ORIGEM.
           IF WRK-ORI-TIPO(WRK-I) = 'E'
               IF WRK-ORI-APROV(WRK-I) = 'S'
                   ADD WRK-ORI-CARGA(WRK-I) TO WRK-HORAS-ELETIVAS
               END-IF
           ELSE
               IF WRK-ORI-APROV(WRK-I) NOT = 'S'
                   ADD WRK-ORI-CARGA(WRK-I) TO WRK-RESTA-ORIGEM
               END-IF
           END-IF.

       0557-SOMAR-DESTINO.
           IF WRK-DES-TIPO(WRK-I) = 'E'
               IF WRK-DES-APROV(WRK-I) = 'S'
                   ADD WRK-DES-CARGA(WRK-I) TO WRK-HORAS-ELETIVAS
               END-IF
           ELSE
               IF WRK-DES-APROV(WRK-I) NOT = 'S'
                   ADD WRK-DES-CARGA(WRK-I) TO WRK-RESTA-DESTINO
               END-IF
           END-IF.

       0560-CLASSIFICAR.
           EVALUATE TRUE
               WHEN WRK-DIFERENCA < 0
                   MOVE 'MELHOR' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-MELHOR
               WHEN WRK-DIFERENCA = 0
                   MOVE 'NEUTRO' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-NEUTRO
               WHEN OTHER
                   MOVE 'PIOR' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-PIOR
           END-EVALUATE.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-DIF-SEM   TO WRK-DIF-SEM-ED.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING '    APROVEITADAS ' WRK-QTD-APROVEITA
                  '  SEM APROVEITAMENTO ' WRK-QTD-PERDIDAS
                  '  NOVAS DEVIDAS ' WRK-QTD-NOVAS
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING '    FALTAM: ORIGEM ' WRK-RESTA-ORIGEM 'H ('
                  WRK-SEM-ORIGEM ' SEM)  DESTINO ' WRK-RESTA-DESTINO
                  'H (' WRK-SEM-DESTINO ' SEM)  DIFERENCA '
                  WRK-DIFERENCA-ED 'H (' WRK-DIF-SEM-ED ' SEM)  => '
                  WRK-CLASSE
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.

       0600-CONFERIR-SELECAO.
           MOVE 'N' TO WRK-SELECIONADO.
           EVALUATE WRK-SELECAO
               WHEN 'T'
                   MOVE 'S' TO WRK-SELECIONADO
               WHEN 'M'
                   IF WRK-CLASSE = 'MELHOR'
                       MOVE 'S' TO WRK-SELECIONADO
                   END-IF
               WHEN 'N'
                   IF WRK-CLASSE NOT = 'PIOR'
                       MOVE 'S' TO WRK-SELECIONADO
                   END-IF
               WHEN 'L'
                   PERFORM 0610-PROCURAR-NA-LISTA
                       VARYING WRK-J FROM 1 BY 1
                       UNTIL WRK-J > WRK-QTD-SELECAO
                          OR WRK-SELECIONADO = 'S'
           END-EVALUATE.

       0610-PROCURAR-NA-LISTA.
           IF WRK-SEL-MATRICULA(WRK-J) = AL-MATRICULA
               MOVE 'S' TO WRK-SELECIONADO
           END-IF.

       0650-REENQUADRAR.
           MOVE WRK-VERSAO-DESTINO TO AL-VERSAO-CATALOGO.
           REWRITE ALUNO-REC
               INVALID KEY
                   DISPLAY 'FALHA AO REGRAVAR ' AL-MATRICULA
                           ' - STATUS ' WRK-ALUNO-STATUS
           END-REWRITE.
           MOVE SPACES TO MIGRCUR-LINHA.
           IF WRK-ALUNO-STATUS = '00'
               ADD 1 TO WRK-QTD-MOVIDOS
               MOVE SPACES TO WRK-DETALHE-LOG
               STRING 'VERSAO ' WRK-DESC-ORIGEM ' -> '
                      WRK-DESC-DESTINO ' ' WRK-CLASSE
                   DELIMITED BY SIZE INTO WRK-DETALHE-LOG
               PERFORM 0800-GRAVAR-LOG
               STRING '    REENQUADRADO NA VERSAO ' WRK-DESC-DESTINO
                   DELIMITED BY SIZE INTO MIGRCUR-LINHA
           ELSE
               STRING '    NAO REENQUADRADO - STATUS '
                      WRK-ALUNO-STATUS
                   DELIMITED BY SIZE INTO MIGRCUR-LINHA
           END-IF.
           WRITE MIGRCUR-LINHA.

       0700-RESUMO.
           MOVE SPACES TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE ALL '=' TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           IF WRK-QTD-LIDOS = 0
               MOVE 'NENHUM ALUNO PRESO A VERSAO DE ORIGEM.'
                   TO MIGRCUR-LINHA
               WRITE MIGRCUR-LINHA
           END-IF.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING 'ALUNOS NA VERSAO DE ORIGEM: ' WRK-QTD-LIDOS
                  '  MELHOR: ' WRK-QTD-MELHOR
                  '  NEUTRO: ' WRK-QTD-NEUTRO
                  '  PIOR: ' WRK-QTD-PIOR
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           IF WRK-MODO = 'R'
               MOVE SPACES TO MIGRCUR-LINHA
               STRING 'ALUNOS REENQUADRADOS: ' WRK-QTD-MOVIDOS
                   DELIMITED BY SIZE INTO MIGRCUR-LINHA
               WRITE MIGRCUR-LINHA
           END-IF.

      *    TERMO PARA A ATA DO COLEGIADO, COM AS ASSINATURAS.
       0750-TERMO-COLEGIADO.
           MOVE SPACES TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING 'TERMO DE REENQUADRAMENTO: ' WRK-QTD-MOVIDOS
                  ' ALUNO(S) DO CURSO ' WRK-CURSO
                  ' TRANSFERIDO(S) DA VERSAO ' WRK-DESC-ORIGEM
                  ' PARA A VERSAO ' WRK-DESC-DESTINO
                  ' DO CURRICULO,'
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           STRING 'CONFORME A RELACAO ACIMA, EM '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4) ', PELO OPERADOR ' WRK-OPERADOR
                  '. APROVADO PELO COLEGIADO DO CURSO.'
               DELIMITED BY SIZE INTO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           WRITE MIGRCUR-LINHA.
           MOVE ALL '_' TO MIGRCUR-LINHA(1:30).
           MOVE ALL '_' TO MIGRCUR-LINHA(35:30).
           MOVE ALL '_' TO MIGRCUR-LINHA(69:30).
           WRITE MIGRCUR-LINHA.
           MOVE SPACES TO MIGRCUR-LINHA.
           MOVE 'COORDENADOR DO CURSO' TO MIGRCUR-LINHA(1:30).
           MOVE 'PRESIDENTE DO COLEGIADO' TO MIGRCUR-LINHA(35:30).
           MOVE 'SECRETARIO ACADEMICO' TO MIGRCUR-LINHA(69:30).
           WRITE MIGRCUR-LINHA.

       0800-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA    TO LOG-DATA-HORA
           MOVE 'VERSAOCUR'      TO LOG-TIPO
           MOVE WRK-OPERADOR     TO LOG-OPERADOR
           MOVE AL-MATRICULA     TO LOG-MATRICULA
           MOVE WRK-CURSO        TO LOG-MATERIA
           MOVE ZEROS            TO LOG-VALOR-ANTIGO
           MOVE ZEROS            TO LOG-VALOR-NOVO
           MOVE WRK-DETALHE-LOG  TO LOG-DETALHE
           PERFORM 0805-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

      *    CADEIA ANTIFRAUDE DO LOG: NUMERA O REGISTRO EM SEQUENCIA
      *    CONTINUA E CALCULA O CHECK ENCADEADO (LOGCHK) A PARTIR DO
      *    REGISTRO ANTERIOR (LOGSEQ.DAT).
       0805-ENCADEAR-LOG.
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

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG146 - MIGRACAO DE CURRICULO'.
           DISPLAY 'ALUNOS NA ORIGEM......: ' WRK-QTD-LIDOS.
           DISPLAY 'MELHOR................: ' WRK-QTD-MELHOR.
           DISPLAY 'NEUTRO................: ' WRK-QTD-NEUTRO.
           DISPLAY 'PIOR..................: ' WRK-QTD-PIOR.
           DISPLAY 'REENQUADRADOS.........: ' WRK-QTD-MOVIDOS.
           DISPLAY '========================================'.

      *    LIDOS = ALUNOS PRESOS A VERSAO DE ORIGEM, GRAVADOS =
      *    ALUNOS REENQUADRADOS, REJEITADOS = ALUNOS PIOR.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG146'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-MOVIDOS    TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-PIOR       TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG146.
