           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT STAGE-FILE ASSIGN TO WRK-ARQ-ARQSTAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STAGE-STATUS.
           SELECT FASE-FILE ASSIGN TO WRK-ARQ-ARQFASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FASE-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO WRK-ARQ-PERCLOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT JORNAL-FILE ASSIGN TO WRK-ARQ-GRADEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
       DATA DIVISION.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-ARQSTAGE  PIC X(40) VALUE 'ARQSTAGE.DAT'.
       77 WRK-ARQ-ARQFASE   PIC X(40) VALUE 'ARQFASE.DAT'.
       77 WRK-ARQ-PERCLOSE  PIC X(40) VALUE 'PERCLOSE.REQ'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.
       77 WRK-ARQ-GRADEJRN  PIC X(40) VALUE 'GRADEJRN.DAT'.

       77 WRK-FILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STAGE-STATUS PIC X(02) VALUE SPACES.
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
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0100-INICIALIZAR
                   END-IF
               END-IF
               CLOSE GRADE-FILE
               IF WRK-ABORTAR = 'N'
                   PERFORM 0460-ATUALIZAR-RESUMO
               END-IF
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG13' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'ARQSTAGE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ARQSTAGE.
           MOVE 'ARQFASE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ARQFASE.
           MOVE 'PERCLOSE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERCLOSE.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.
           MOVE 'GRADEJRN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADEJRN.

       0100-INICIALIZAR.
           DISPLAY 'ARQUIVAMENTO DE FIM DE PERIODO - GRADES.DAT'.
      *    QUANDO O FECHAMENTO FORMAL (PROG47) DEIXOU UM PEDIDO EM
                   END-IF
           END-READ.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): O SEGMENTO QUE
      *    ENTROU NO HISTORICO (A CARGA, QUE CONTINUA INTEGRA NA
      *    RETOMADA) PASSA PARA A PARTE ARQUIVADA E O 'G', COM
      *    GRADES.DAT JA FECHADO, GRAVA OS RESUMOS. A FASE E LIMPA
      *    ANTES, PARA UMA REEXECUCAO NUNCA SOMAR O SEGMENTO
      *    DUAS VEZES; UMA QUEDA ENTRE AS DUAS GRAVACOES SO DEIXA O
      *    RESUMO ATRASADO, E O PROG162 C APONTA (PROG162 R CORRIGE).
       0460-ATUALIZAR-RESUMO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT STAGE-FILE
           IF WRK-STAGE-STATUS = '00'
               PERFORM 0470-RESUMIR-REGISTRO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE STAGE-FILE
               MOVE 'G'      TO RAT-FUNCAO
               MOVE 'PROG13' TO RAT-PROGRAMA
               CALL 'RESUMATU' USING RESATU-AREA
           ELSE
               DISPLAY 'CARGA DE ARQUIVAMENTO INDISPONIVEL: '
                       WRK-STAGE-STATUS ' - RESUMO.DAT NAO '
                       'ATUALIZADO, RODAR PROG162 R.'
           END-IF.

       0470-RESUMIR-REGISTRO.
           READ STAGE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE 'H'              TO RAT-FUNCAO
                   MOVE 'PROG13'         TO RAT-PROGRAMA
                   MOVE STG-MATRICULA    TO RAT-MATRICULA
                   MOVE STG-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
                   MOVE STG-MATERIA      TO RAT-MATERIA
                   MOVE STG-NOTA         TO RAT-NOTA
                   MOVE STG-SITUACAO     TO RAT-SITUACAO
                   CALL 'RESUMATU' USING RESATU-AREA
           END-READ.

       0500-FINALIZAR.
           PERFORM 0950-GRAVAR-ESTATISTICA.
           DISPLAY '----------------------------------------'.
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG13'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
