       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG154.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao das notas de atividade da plataforma de
      *          ensino online - le o livro de notas exportado pela
      *          plataforma (LMSNOTAS.DAT, layout do LMSNREC: uma
      *          linha por aluno e turma com a nota consolidada das
      *          atividades), converte a nota da escala do curso do
      *          aluno (NOTACONV) e grava em CMP-NOTA-ATIV de
      *          COMPNOTA.DAT, em vez da redigitacao no PROG08.
      *          Componente inexistente nasce com os pesos fixos do
      *          lancamento, como na leitora otica (PROG131). Linha
      *          com digito verificador da matricula errado (MATRDV),
      *          aluno fora do cadastro, sem matricula ativa na
      *          disciplina no periodo (MATRICULA.DAT), de outro
      *          periodo ou com nota invalida na escala vai para
      *          LMSREJ.DAT com o motivo. Periodo fechado (PERSTAT.DAT)
      *          nao importa nada (RC 8). Os totais de controle vao
      *          para RUNSTATS.DAT e sao balanceados pelo PROG32.
      *          RC 4 quando ha rejeicao. Os participantes seguem para
      *          a plataforma pelo PROG153.
      *          Linha com a participacao do aluno (atividades
      *          previstas e concluidas, mandada nas disciplinas a
      *          distancia e hibridas) grava tambem PARTEAD.DAT, de
      *          onde o PROG08/PROG15 tiram a frequencia da disciplina
      *          sem chamada; so com participacao, a nota pode vir em
      *          branco.
      *          SYSIN: ano/semestre.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LMSNOTA-FILE ASSIGN TO WRK-ARQ-LMSNOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LMN-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.
           SELECT PARTEAD-FILE ASSIGN TO WRK-ARQ-PARTEAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTE-CHAVE
               FILE STATUS IS WRK-PTE-STATUS.
           SELECT REJEITO-FILE ASSIGN TO WRK-ARQ-LMSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LMSNOTA-FILE.
           COPY LMSNREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  PERSTAT-FILE.
           COPY PERSTREC.

       FD  PARTEAD-FILE.
           COPY PARTREC.

       FD  REJEITO-FILE.
       01  REJ-REC.
           05 REJ-MOTIVO          PIC X(30).
           05 REJ-IMAGEM          PIC X(48).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-LMSNOTAS  PIC X(40) VALUE 'LMSNOTAS.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.
       77 WRK-ARQ-PARTEAD   PIC X(40) VALUE 'PARTEAD.DAT'.
       77 WRK-ARQ-LMSREJ    PIC X(40) VALUE 'LMSREJ.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-LMN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALU-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-COMP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PERSTAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PTE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TEM-PARTIC     PIC X(01) VALUE 'N'.
       77 WRK-PTE-EXISTE     PIC X(01) VALUE 'N'.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-PERSTAT    PIC X(01) VALUE 'N'.
       77 WRK-PERIODO-ABERTO PIC X(01) VALUE 'S'.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-COMP-EXISTE    PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WRK-CURSO-ALUNO    PIC X(10) VALUE SPACES.
       77 WRK-CONV-SENTIDO   PIC X(01) VALUE SPACES.
       77 WRK-CONV-TEXTO     PIC X(06) VALUE SPACES.
       77 WRK-CONV-NOTA      PIC 99V9  VALUE ZEROS.
       77 WRK-CONV-OK        PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NOVOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PARTIC     PIC 9(07) VALUE ZEROS.
       COPY ARQDDREC.
       COPY RESATREC.

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
               PERFORM 0110-LER-NOTA
               PERFORM 0200-IMPORTAR-NOTA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE LMSNOTA-FILE ALUNO-FILE ENROLL-FILE COMP-FILE
                     PARTEAD-FILE REJEITO-FILE
               PERFORM 0930-GRAVAR-RESUMO
               IF WRK-QTD-REJEITADAS > 0
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
           MOVE 'PROG154' TO DDN-PROGRAMA.
           MOVE 'LMSNOTAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LMSNOTAS.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.
           MOVE 'PARTEAD' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PARTEAD.
           MOVE 'LMSREJ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LMSREJ.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'IMPORTACAO DE NOTAS DA PLATAFORMA DE ENSINO - '
                   WRK-ANO-SEMESTRE.
           IF WRK-ANO-SEMESTRE = SPACES
               DISPLAY 'ANO/SEMESTRE NAO INFORMADO - NADA IMPORTADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0070-VERIFICAR-FECHADO
               IF WRK-PERIODO-ABERTO = 'N'
                   DISPLAY 'PERIODO ' WRK-ANO-SEMESTRE ' FECHADO '
                           '(PROG47) - NADA IMPORTADO.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0060-ABRIR-ARQUIVOS
               END-IF
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT LMSNOTA-FILE.
           OPEN INPUT ALUNO-FILE.
           OPEN INPUT ENROLL-FILE.
           OPEN I-O COMP-FILE.
           IF WRK-COMP-STATUS = '35' OR WRK-COMP-STATUS = '05'
               OPEN OUTPUT COMP-FILE
               CLOSE COMP-FILE
               OPEN I-O COMP-FILE
           END-IF.
           OPEN I-O PARTEAD-FILE.
           IF WRK-PTE-STATUS = '35' OR WRK-PTE-STATUS = '05'
               OPEN OUTPUT PARTEAD-FILE
               CLOSE PARTEAD-FILE
               OPEN I-O PARTEAD-FILE
           END-IF.
           OPEN OUTPUT REJEITO-FILE.
           IF WRK-LMN-STATUS NOT = '00'
              OR WRK-ALU-STATUS NOT = '00'
              OR WRK-ENR-STATUS NOT = '00'
              OR WRK-COMP-STATUS NOT = '00'
              OR WRK-PTE-STATUS NOT = '00'
              OR WRK-REJ-STATUS NOT = '00'
               DISPLAY 'ARQUIVOS INDISPONIVEIS - LMSNOTAS '
                       WRK-LMN-STATUS ' CADALUNO ' WRK-ALU-STATUS
                       ' MATRICULA ' WRK-ENR-STATUS ' COMPNOTA '
                       WRK-COMP-STATUS ' PARTEAD ' WRK-PTE-STATUS
                       ' LMSREJ ' WRK-REJ-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    PERIODO FECHADO PELO FECHAMENTO FORMAL (PROG47) NAO ACEITA
      *    LANCAMENTO NENHUM, COMO NA CARGA DO PROG15.
       0070-VERIFICAR-FECHADO.
           OPEN INPUT PERSTAT-FILE.
           IF WRK-PERSTAT-STATUS = '00'
               PERFORM 0080-LER-PERSTAT UNTIL WRK-FIM-PERSTAT = 'S'
               CLOSE PERSTAT-FILE
           END-IF.

       0080-LER-PERSTAT.
           READ PERSTAT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PERSTAT
               NOT AT END
                   IF PER-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND PER-STATUS = 'FECHADO'
                       MOVE 'N' TO WRK-PERIODO-ABERTO
                   END-IF
           END-READ.

      *    LINHA EM BRANCO NO FIM DA EXPORTACAO E IGNORADA.
       0110-LER-NOTA.
           MOVE SPACES TO LMSNOTA-REC.
           READ LMSNOTA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF LMSNOTA-REC NOT = SPACES
                       ADD 1 TO WRK-QTD-LIDAS
                   END-IF
           END-READ.

       0200-IMPORTAR-NOTA.
           IF LMSNOTA-REC NOT = SPACES
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 0300-VALIDAR-NOTA
               IF WRK-MOTIVO = SPACES
                   PERFORM 0450-CONFERIR-PARTICIPACAO
               END-IF
               IF WRK-MOTIVO = SPACES
                  AND (LMN-NOTA-TEXTO NOT = SPACES
                       OR WRK-TEM-PARTIC = 'N')
                   PERFORM 0400-CONVERTER-NOTA
               END-IF
               IF WRK-MOTIVO = SPACES
                   IF WRK-TEM-PARTIC = 'S'
                       PERFORM 0700-GRAVAR-PARTICIPACAO
                   END-IF
                   IF LMN-NOTA-TEXTO NOT = SPACES
                       PERFORM 0500-LANCAR-COMPONENTE
                   END-IF
               ELSE
                   PERFORM 0600-REJEITAR-NOTA
               END-IF
           END-IF.
           PERFORM 0110-LER-NOTA.

      *    REJEICOES NA ORDEM: PERIODO DO LOTE, DIGITO DA MATRICULA,
      *    CADASTRO DO ALUNO E MATRICULA ATIVA NA DISCIPLINA (STATUS
      *    'A' OU ESPACOS).
       0300-VALIDAR-NOTA.
           MOVE SPACES TO WRK-CURSO-ALUNO.
           IF LMN-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
               MOVE 'PERIODO DIFERENTE DO LOTE' TO WRK-MOTIVO
           ELSE
               CALL 'MATRDV' USING LMN-MATRICULA WRK-DV-OK
               IF WRK-DV-OK = 'N'
                   MOVE 'DIGITO DA MATRICULA INVALIDO' TO WRK-MOTIVO
               ELSE
                   MOVE LMN-MATRICULA TO AL-MATRICULA
                   READ ALUNO-FILE KEY IS AL-MATRICULA
                       INVALID KEY
                           MOVE 'ALUNO NAO CADASTRADO' TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE AL-CURSO TO WRK-CURSO-ALUNO
                   END-READ
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE LMN-MATRICULA    TO ENROLL-MATRICULA
               MOVE LMN-MATERIA      TO ENROLL-MATERIA
               MOVE LMN-ANO-SEMESTRE TO ENROLL-ANO-SEMESTRE
               READ ENROLL-FILE KEY IS ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'SEM MATRICULA NA DISCIPLINA'
                           TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF ENROLL-STATUS NOT = 'A'
                          AND ENROLL-STATUS NOT = SPACES
                           MOVE 'MATRICULA NAO ATIVA' TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.

      *    NOTA EM TEXTO NA ESCALA NATIVA DO CURSO (NUMERO OU CONCEITO
      *    A-E) PARA A ESCALA NORMALIZADA 0-10.
       0400-CONVERTER-NOTA.
           IF LMN-NOTA-TEXTO = SPACES
               MOVE 'NOTA NAO INFORMADA' TO WRK-MOTIVO
           ELSE
               MOVE 'E'            TO WRK-CONV-SENTIDO
               MOVE LMN-NOTA-TEXTO TO WRK-CONV-TEXTO
               MOVE ZEROS          TO WRK-CONV-NOTA
               CALL 'NOTACONV' USING WRK-CONV-SENTIDO
                                     WRK-CURSO-ALUNO
                                     WRK-CONV-TEXTO WRK-CONV-NOTA
                                     WRK-CONV-OK
               IF WRK-CONV-OK = 'N'
                   MOVE 'NOTA INVALIDA NA ESCALA DO CURSO'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

      *    PARTICIPACAO EM BRANCO (DISCIPLINA PRESENCIAL OU EXPORTACAO
      *    ANTIGA) NAO GRAVA NADA; INFORMADA, PRECISA DE ATIVIDADES
      *    PREVISTAS E DE CONCLUIDAS QUE NAO PASSEM DAS PREVISTAS.
       0450-CONFERIR-PARTICIPACAO.
           MOVE 'N' TO WRK-TEM-PARTIC.
           IF LMN-PARTICIPACAO NOT = SPACES
               IF LMN-ATIV-PREVISTAS NOT NUMERIC
                  OR LMN-ATIV-CONCLUIDAS NOT NUMERIC
                   MOVE 'PARTICIPACAO NAO NUMERICA' TO WRK-MOTIVO
               ELSE
                   IF LMN-ATIV-PREVISTAS = ZEROS
                      OR LMN-ATIV-CONCLUIDAS > LMN-ATIV-PREVISTAS
                       MOVE 'PARTICIPACAO INCONSISTENTE'
                           TO WRK-MOTIVO
                   ELSE
                       MOVE 'S' TO WRK-TEM-PARTIC
                   END-IF
               END-IF
           END-IF.

      *    COMPONENTE AINDA INEXISTENTE NASCE COM OS PESOS FIXOS DO
      *    LANCAMENTO (3,3 / 3,3 / 3,4), COMO NA CARGA DO PROG15.
       0500-LANCAR-COMPONENTE.
           MOVE LMN-MATRICULA    TO CMP-MATRICULA.
           MOVE LMN-MATERIA      TO CMP-MATERIA.
           MOVE LMN-ANO-SEMESTRE TO CMP-ANO-SEMESTRE.
           MOVE 'N' TO WRK-COMP-EXISTE.
           READ COMP-FILE KEY IS CMP-CHAVE
               INVALID KEY
                   MOVE ZEROS TO CMP-NOTA-P1 CMP-NOTA-P2
                                 CMP-NOTA-ATIV CMP-FREQUENCIA
                                 CMP-NOTA-C4 CMP-NOTA-C5
                                 CMP-NOTA-C6 CMP-PESO-C4
                                 CMP-PESO-C5 CMP-PESO-C6
                   MOVE 3,3 TO CMP-PESO-P1
                   MOVE 3,3 TO CMP-PESO-P2
                   MOVE 3,4 TO CMP-PESO-ATIV
               NOT INVALID KEY
                   MOVE 'S' TO WRK-COMP-EXISTE
           END-READ.
           MOVE LMN-MATRICULA    TO CMP-MATRICULA.
           MOVE LMN-MATERIA      TO CMP-MATERIA.
           MOVE LMN-ANO-SEMESTRE TO CMP-ANO-SEMESTRE.
           MOVE WRK-CONV-NOTA    TO CMP-NOTA-ATIV.
           IF WRK-COMP-EXISTE = 'S'
               REWRITE COMPONENTE-REC
           ELSE
               WRITE COMPONENTE-REC
               PERFORM 0925-MARCAR-RESUMO
               ADD 1 TO WRK-QTD-NOVOS
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADAS.

       0600-REJEITAR-NOTA.
           ADD 1 TO WRK-QTD-REJEITADAS.
           MOVE WRK-MOTIVO  TO REJ-MOTIVO.
           MOVE LMSNOTA-REC TO REJ-IMAGEM.
           WRITE REJ-REC.

      *    A ULTIMA EXPORTACAO DA PLATAFORMA VALE: A PARTICIPACAO DO
      *    ALUNO NA DISCIPLINA E NO PERIODO E SUBSTITUIDA INTEIRA.
       0700-GRAVAR-PARTICIPACAO.
           MOVE LMN-MATRICULA    TO PTE-MATRICULA.
           MOVE LMN-MATERIA      TO PTE-MATERIA.
           MOVE LMN-ANO-SEMESTRE TO PTE-ANO-SEMESTRE.
           READ PARTEAD-FILE KEY IS PTE-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-PTE-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PTE-EXISTE
           END-READ.
           MOVE LMN-MATRICULA       TO PTE-MATRICULA.
           MOVE LMN-MATERIA         TO PTE-MATERIA.
           MOVE LMN-ANO-SEMESTRE    TO PTE-ANO-SEMESTRE.
           MOVE LMN-TURMA           TO PTE-TURMA.
           MOVE LMN-ATIV-PREVISTAS  TO PTE-ATIV-PREVISTAS.
           MOVE LMN-ATIV-CONCLUIDAS TO PTE-ATIV-CONCLUIDAS.
           MOVE WRK-AGORA(1:8)      TO PTE-DATA-CARGA.
           IF WRK-PTE-EXISTE = 'S'
               REWRITE PARTEAD-REC
           ELSE
               WRITE PARTEAD-REC
           END-IF.
           ADD 1 TO WRK-QTD-PARTIC.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG154 - NOTAS DA PLATAFORMA DE ENSINO'.
           DISPLAY 'LINHAS LIDAS..........: ' WRK-QTD-LIDAS.
           DISPLAY 'NOTAS LANCADAS........: ' WRK-QTD-GRAVADAS.
           DISPLAY 'COMPONENTES NOVOS.....: ' WRK-QTD-NOVOS.
           DISPLAY 'PARTICIPACOES EAD.....: ' WRK-QTD-PARTIC.
           DISPLAY 'LINHAS REJEITADAS.....: ' WRK-QTD-REJEITADAS.
           DISPLAY 'REJEITOS..............: LMSREJ.DAT'.
           DISPLAY '========================================'.

      *    LIDOS = LINHAS DO LIVRO DE NOTAS, GRAVADOS = NOTAS LANCADAS
      *    EM COMPNOTA.DAT, INCLUIDOS = COMPONENTES NOVOS, REJEITADOS
      *    = LINHAS EM LMSREJ.DAT.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG154'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDAS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRAVADAS   TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-NOVOS      TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-REJEITADAS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): O COMPONENTE NOVO
      *    NASCE COM FREQUENCIA ZERO, QUE PASSA A VALER NO RESUMO; A
      *    CHAVE FICA MARCADA NO RESUMATU E E RECALCULADA NO
      *    0930-GRAVAR-RESUMO, DEPOIS QUE OS ARQUIVOS SAO FECHADOS.
       0925-MARCAR-RESUMO.
           MOVE 'M'              TO RAT-FUNCAO
           MOVE 'PROG154'        TO RAT-PROGRAMA
           MOVE CMP-MATRICULA    TO RAT-MATRICULA
           MOVE CMP-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'              TO RAT-FUNCAO
           MOVE 'PROG154'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG154.
