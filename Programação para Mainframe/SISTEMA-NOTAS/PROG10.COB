           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACAO-FILE ASSIGN TO WRK-ARQ-TRANSOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANS-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATERIA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT PARM-FILE ASSIGN TO WRK-ARQ-THRESH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WRK-ARQ-CKPT10
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO WRK-ARQ-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT FORCE-FILE ASSIGN TO WRK-ARQ-FORCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORCE-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WRK-ARQ-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-STATUS.
           SELECT NOTIF-FILE ASSIGN TO WRK-ARQ-NOTIFEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIF-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT JORNAL-FILE ASSIGN TO WRK-ARQ-GRADEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT REJEITADAS-FILE ASSIGN TO WRK-ARQ-TRANSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
       DATA DIVISION.
      *    DETALHE JA APLICADO, GRAVADO A CADA LOTE DE 100, NO MESMO
      *    ESPIRITO DOS CKPT07.DAT/CKPT08D.DAT DOS PROGRAMAS
      *    INTERATIVOS.
      *    GUARDA TAMBEM O LOTE DO JORNAL: A RETOMADA CONTINUA NO
      *    MESMO LOTE, E O ESTORNO PEGA A CARGA INTEIRA.
       FD  CHECKPOINT-FILE.
       01  CKPT-REC.
           05 CKPT-REGISTRO     PIC 9(05).
           05 CKPT-LOTE         PIC X(22).

      *    CONTROLE DE EXECUCAO DO GRADEJOB: DATA DA ULTIMA CARGA BOA
      *    E A IDENTIDADE (CABECALHO + TOTAL) DO ULTIMO LOTE APLICADO,
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-TRANSOK   PIC X(40) VALUE 'TRANSACOK.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-THRESH    PIC X(40) VALUE 'THRESH.DAT'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-CKPT10    PIC X(40) VALUE 'CKPT10.DAT'.
       77 WRK-ARQ-RUNCTL    PIC X(40) VALUE 'RUNCTL.DAT'.
       77 WRK-ARQ-FORCE     PIC X(40) VALUE 'FORCE.FLG'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.
       77 WRK-ARQ-CALENDAR  PIC X(40) VALUE 'CALENDAR.DAT'.
       77 WRK-ARQ-NOTIFEVT  PIC X(40) VALUE 'NOTIFEVT.DAT'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-GRADEJRN  PIC X(40) VALUE 'GRADEJRN.DAT'.
       77 WRK-ARQ-TRANSREJ  PIC X(40) VALUE 'TRANSREJ.DAT'.

           COPY STUDENTREC.
       77 WRK-TRANS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DATA-HORA     PIC X(21) VALUE SPACES.
       77 WRK-OPERADOR      PIC X(10) VALUE SPACES.
      *    IDENTIFICACAO DA EXECUCAO NO JORNAL (JRN-LOTE), QUE O
      *    PROG163 USA PARA ESTORNAR A CARGA INTEIRA.
       77 WRK-LOTE          PIC X(22) VALUE SPACES.
       77 WRK-NOTA-ANTIGA   PIC 99V9  VALUE ZEROS.
       77 WRK-JA-EXISTIA    PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-OPERACAO  PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PIC X(120) VALUE SPACES.
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
           MOVE 'LOTE-PROG10' TO WRK-OPERADOR
           STRING 'PROG10-' WRK-AGORA(1:14) DELIMITED BY SIZE
               INTO WRK-LOTE
           PERFORM 0810-CARREGAR-CALENDARIO
           PERFORM 0825-CARREGAR-FECHADOS
           PERFORM 0050-LER-PARAMETROS
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG10' TO DDN-PROGRAMA.
           MOVE 'TRANSOK' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSOK.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'THRESH' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-THRESH.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'CKPT10' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CKPT10.
           MOVE 'RUNCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNCTL.
           MOVE 'FORCE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FORCE.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.
           MOVE 'CALENDAR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CALENDAR.
           MOVE 'NOTIFEVT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFEVT.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'GRADEJRN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADEJRN.
           MOVE 'TRANSREJ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSREJ.

       0130-VERIFICAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WRK-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CKPT-REGISTRO TO WRK-CKPT-REGISTRO
                       IF CKPT-LOTE NOT = SPACES
                           MOVE CKPT-LOTE TO WRK-LOTE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
       0140-GRAVAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WRK-QTD-LIDOS TO CKPT-REGISTRO
           MOVE WRK-LOTE      TO CKPT-LOTE
           WRITE CKPT-REC
           CLOSE CHECKPOINT-FILE
           MOVE 0 TO WRK-DESDE-CKPT.
               ADD 1 TO WRK-QTD-INCLUIDOS
           END-IF
           PERFORM 0920-GRAVAR-JORNAL
           PERFORM 0925-MARCAR-RESUMO
           ADD 1 TO WRK-QTD-GRAVADOS
           MOVE 'CARGA EM LOTE VIA PROG10' TO LOG-DETALHE
           PERFORM 0900-GRAVAR-LOG
       0400-FINALIZAR.
           CLOSE TRANSACAO-FILE.
           CLOSE GRADE-FILE.
           PERFORM 0930-GRAVAR-RESUMO.
           IF WRK-ALUNO-OK = 'S'
               CLOSE ALUNO-FILE
           END-IF.
               DISPLAY 'MATRICULA NAO ATIVA.: ' WRK-QTD-TRANCADAS
           END-IF.
           DISPLAY 'REGISTROS GRAVADOS.: ' WRK-QTD-GRAVADOS.
           DISPLAY 'LOTE NO JORNAL.....: ' WRK-LOTE.

       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG10'        TO JRN-PROGRAMA
           MOVE WRK-LOTE        TO JRN-LOTE
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES
           IF WRK-JRN-OPERACAO = 'E'
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG10'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG10'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG10.
