      *          duplicata e o mesmo MANUT.LOG do PROG10, para que a
      *          disciplina corrigida pelo lote apareca em todos os
      *          relatorios como a corrigida no console.
      *          Disciplina a distancia (modalidade do catalogo, pelo
      *          MODALDIS) nao tem chamada: a frequencia e o percentual
      *          de atividades concluidas em PARTEAD.DAT (PROG154); na
      *          hibrida as atividades somam com as aulas da chamada.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACAO-FILE ASSIGN TO WRK-ARQ-DISCTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANS-STATUS.
           SELECT GRADED-LOG-FILE ASSIGN TO WRK-ARQ-NOTASLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRLOG-STATUS.
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
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT JORNAL-FILE ASSIGN TO WRK-ARQ-GRADEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT NOTIF-FILE ASSIGN TO WRK-ARQ-NOTIFEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIF-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WRK-ARQ-CKPT15
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKPT-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT PARTEAD-FILE ASSIGN TO WRK-ARQ-PARTEAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTE-CHAVE
               FILE STATUS IS WRK-PTE-STATUS.
           SELECT ABONO-FILE ASSIGN TO WRK-ARQ-ABONOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-SEQ
               FILE STATUS IS WRK-ABN-STATUS.
           SELECT PLANO-FILE ASSIGN TO WRK-ARQ-PLANAVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WRK-PLA-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WRK-ARQ-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-STATUS.
           SELECT REJEITADAS-FILE ASSIGN TO WRK-ARQ-DISCREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.
       DATA DIVISION.
      *    PONTO DE RETOMADA DA CARGA: NUMERO DO ULTIMO REGISTRO JA
      *    PROCESSADO, GRAVADO A CADA LOTE DE 100, NO MESMO ESPIRITO
      *    DOS CKPT07.DAT/CKPT08D.DAT DOS PROGRAMAS INTERATIVOS.
      *    GUARDA TAMBEM O LOTE DO JORNAL: A RETOMADA CONTINUA NO
      *    MESMO LOTE, E O ESTORNO PEGA A CARGA INTEIRA.
       FD  CHECKPOINT-FILE.
       01  CKPT-REC.
           05 CKPT-REGISTRO     PIC 9(05).
           05 CKPT-LOTE         PIC X(22).

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  PARTEAD-FILE.
           COPY PARTREC.

       FD  ABONO-FILE.
           COPY ABONOREC.

           COPY PERSTREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-DISCTRAN  PIC X(40) VALUE 'DISCTRANS.DAT'.
       77 WRK-ARQ-NOTASLAN  PIC X(40) VALUE 'NOTASLAN.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-GRADEJRN  PIC X(40) VALUE 'GRADEJRN.DAT'.
       77 WRK-ARQ-NOTIFEVT  PIC X(40) VALUE 'NOTIFEVT.DAT'.
       77 WRK-ARQ-CKPT15    PIC X(40) VALUE 'CKPT15.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-PARTEAD   PIC X(40) VALUE 'PARTEAD.DAT'.
       77 WRK-ARQ-ABONOS    PIC X(40) VALUE 'ABONOS.DAT'.
       77 WRK-ARQ-PLANAVAL  PIC X(40) VALUE 'PLANAVAL.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CALENDAR  PIC X(40) VALUE 'CALENDAR.DAT'.
       77 WRK-ARQ-DISCREJ   PIC X(40) VALUE 'DISCREJ.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.

       77 WRK-TRANS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GRLOG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77 WRK-COMP-EXISTE   PIC X(01) VALUE 'N'.
       77 WRK-CHM-OK        PIC X(01) VALUE 'N'.
       77 WRK-FIM-CHAMADA   PIC X(01) VALUE 'N'.
       77 WRK-PTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PTE-OK        PIC X(01) VALUE 'N'.
       77 WRK-QTD-AULAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRESENCAS PIC 9(05) VALUE ZEROS.
       77 WRK-MATERIA-CHM   PIC X(15) VALUE SPACES.
       77 WRK-NOTIF-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SIT-ANTERIOR  PIC X(20) VALUE SPACES.
       77 WRK-OPERADOR      PIC X(10) VALUE 'LOTE-PRG15'.
      *    IDENTIFICACAO DA EXECUCAO NO JORNAL (JRN-LOTE), QUE O
      *    PROG163 USA PARA ESTORNAR A CARGA INTEIRA.
       77 WRK-LOTE          PIC X(22) VALUE SPACES.
       77 WRK-IMAGEM-COMP   PIC X(120) VALUE SPACES.
       77 WRK-NOTA-ANTIGA   PIC 99V9  VALUE ZEROS.
       77 WRK-JA-EXISTIA    PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO-GRADE PIC X(20) VALUE SPACES.
       77 WRK-PERIODO-ABERTO PIC X(01) VALUE 'S'.
       01 WRK-TABELA-FECHADOS.
           05 WRK-FEC-PERIODO OCCURS 60 TIMES PIC X(06).
       COPY ARQDDREC.
       COPY RESATREC.
       COPY MODALREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           STRING 'PROG15-' WRK-AGORA(1:14) DELIMITED BY SIZE
               INTO WRK-LOTE
           PERFORM 0810-CARREGAR-CALENDARIO
           PERFORM 0825-CARREGAR-FECHADOS
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG15' TO DDN-PROGRAMA.
           MOVE 'DISCTRAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DISCTRAN.
           MOVE 'NOTASLAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTASLAN.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'GRADEJRN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADEJRN.
           MOVE 'NOTIFEVT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFEVT.
           MOVE 'CKPT15' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CKPT15.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'PARTEAD' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PARTEAD.
           MOVE 'ABONOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ABONOS.
           MOVE 'PLANAVAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PLANAVAL.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CALENDAR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CALENDAR.
           MOVE 'DISCREJ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DISCREJ.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-TRANS-STATUS NOT = '00'
               MOVE 'N' TO WRK-CHM-OK
               DISPLAY 'CHAMADA.DAT INDISPONIVEL - SERA USADA A '
                       'FREQUENCIA DA TRANSACAO'
           END-IF
           OPEN INPUT PARTEAD-FILE.
           IF WRK-PTE-STATUS = '00'
               MOVE 'S' TO WRK-PTE-OK
           ELSE
               DISPLAY 'PARTEAD.DAT INDISPONIVEL - DISCIPLINA A '
                       'DISTANCIA FICA COM A FREQUENCIA DA TRANSACAO'
           END-IF.

       0172-CARREGAR-ABONOS.
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
               MOVE 'INSERCAO' TO LOG-TIPO
           END-IF
           PERFORM 0920-GRAVAR-JORNAL
           PERFORM 0925-MARCAR-RESUMO
           MOVE 'CARGA EM LOTE VIA PROG15' TO LOG-DETALHE
           PERFORM 0900-GRAVAR-LOG
           PERFORM 0910-GRAVAR-NOTIFICACAO.
               MOVE TRANS-DISCIPLINA(1:15) TO CMP-MATERIA
               MOVE TRANS-ANO-SEMESTRE TO CMP-ANO-SEMESTRE
               MOVE 'N' TO WRK-COMP-EXISTE
               MOVE SPACES TO WRK-IMAGEM-COMP
               READ COMP-FILE KEY IS CMP-CHAVE
                   INVALID KEY
                       MOVE ZEROS TO CMP-NOTA-C4 CMP-NOTA-C5
                                     CMP-PESO-C5 CMP-PESO-C6
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-COMP-EXISTE
                       MOVE COMPONENTE-REC TO WRK-IMAGEM-COMP
               END-READ
               MOVE TRANS-MATRICULA TO CMP-MATRICULA
               MOVE TRANS-DISCIPLINA(1:15) TO CMP-MATERIA
               ELSE
                   WRITE COMPONENTE-REC
               END-IF
               PERFORM 0921-GRAVAR-JORNAL-COMP
           END-IF.

      *    PLANO DE AVALIACAO DA MATERIA (PLANAVAL.DAT, PROG84):
                                     TRANS-NOTA-ATIV WRK-CONV-OK
           END-IF.

      *    PRESENCIAL: SO A CHAMADA; A DISTANCIA: SO AS ATIVIDADES
      *    DA PLATAFORMA; HIBRIDA: AULAS E ATIVIDADES NA MESMA CONTA.
       0315-OBTER-FREQUENCIA.
           MOVE TRANS-FREQUENCIA TO WRK-FREQUENCIA
           MOVE 0 TO WRK-QTD-AULAS WRK-QTD-PRESENCAS
           MOVE TRANS-DISCIPLINA(1:15) TO WRK-MATERIA-CHM
           MOVE TRANS-MATRICULA TO MDL-MATRICULA
           MOVE WRK-CURSO-ALUNO TO MDL-CURSO
           MOVE WRK-MATERIA-CHM TO MDL-MATERIA
           CALL 'MODALDIS' USING MDL-PARM
           IF WRK-CHM-OK = 'S' AND MDL-MODALIDADE NOT = 'E'
               MOVE 'N' TO WRK-FIM-CHAMADA
               MOVE TRANS-MATRICULA TO CHM-MATRICULA
               MOVE WRK-MATERIA-CHM TO CHM-MATERIA
               MOVE LOW-VALUES      TO CHM-DATA
               END-START
               PERFORM 0316-LER-CHAMADA
                   UNTIL WRK-FIM-CHAMADA = 'S'
           END-IF
           IF WRK-PTE-OK = 'S' AND MDL-MODALIDADE NOT = 'P'
               PERFORM 0318-SOMAR-PARTICIPACAO
           END-IF
           IF WRK-QTD-AULAS > 0
               COMPUTE WRK-FREQUENCIA ROUNDED =
                   WRK-QTD-PRESENCAS * 100,0 / WRK-QTD-AULAS
           END-IF.

      *    ATIVIDADES PREVISTAS CONTAM COMO AULAS E AS CONCLUIDAS COMO
      *    PRESENCAS; SEM PARTICIPACAO CARREGADA FICA A CHAMADA (OU A
      *    FREQUENCIA DA TRANSACAO).
       0318-SOMAR-PARTICIPACAO.
           MOVE TRANS-MATRICULA    TO PTE-MATRICULA
           MOVE WRK-MATERIA-CHM    TO PTE-MATERIA
           MOVE TRANS-ANO-SEMESTRE TO PTE-ANO-SEMESTRE
           READ PARTEAD-FILE KEY IS PTE-CHAVE
               NOT INVALID KEY
                   ADD PTE-ATIV-PREVISTAS  TO WRK-QTD-AULAS
                   ADD PTE-ATIV-CONCLUIDAS TO WRK-QTD-PRESENCAS
           END-READ.

       0316-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
           IF WRK-CHM-OK = 'S'
               CLOSE CHAMADA-FILE
           END-IF
           IF WRK-PTE-OK = 'S'
               CLOSE PARTEAD-FILE
           END-IF
           IF WRK-PLANO-OK = 'S'
               CLOSE PLANO-FILE
           END-IF
           END-IF
           CLOSE TRANSACAO-FILE.
           CLOSE GRADED-LOG-FILE.
           PERFORM 0930-GRAVAR-RESUMO.
           DISPLAY 'PROG15 - CARGA EM LOTE DE DISCIPLINAS CONCLUIDA'.
           DISPLAY 'TRANSACOES LIDAS...: ' WRK-QTD-LIDOS.
           IF WRK-QTD-PULADOS > 0
               DISPLAY 'REJEITADAS (DISCREJ): ' WRK-QTD-REJ-GRAV
           END-IF.
           DISPLAY 'REGISTROS GRAVADOS.: ' WRK-QTD-GRAVADOS.
           DISPLAY 'LOTE NO JORNAL.....: ' WRK-LOTE.
           PERFORM 0950-GRAVAR-ESTATISTICA.

       0410-GRAVAR-RODAPE-LOG.
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG15'        TO JRN-PROGRAMA
           MOVE WRK-LOTE        TO JRN-LOTE
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES
           MOVE GRADE-REC       TO JRN-DEPOIS
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    A MESMA CARGA GRAVA O COMPONENTE EM COMPNOTA.DAT: A IMAGEM
      *    VAI AO JORNAL MARCADA COM JRN-ARQUIVO 'C', PARA O ESTORNO
      *    DO LOTE (PROG163) DESFAZER TAMBEM AS NOTAS COMPONENTES.
       0921-GRAVAR-JORNAL-COMP.
           OPEN EXTEND JORNAL-FILE
           IF WRK-JRN-STATUS NOT = '00'
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG15'        TO JRN-PROGRAMA
           MOVE WRK-LOTE        TO JRN-LOTE
           MOVE 'C'             TO JRN-ARQUIVO
           IF WRK-COMP-EXISTE = 'S'
               MOVE 'A'         TO JRN-OPERACAO
           ELSE
               MOVE 'I'         TO JRN-OPERACAO
           END-IF
           MOVE WRK-IMAGEM-COMP TO JRN-ANTES
           MOVE COMPONENTE-REC  TO JRN-DEPOIS
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG15'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG15'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG15.
