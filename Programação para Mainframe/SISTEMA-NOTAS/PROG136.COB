       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG136.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promocao da proposta de horario - depois de a
      *          coordenacao revisar o HORPROP.REL, grava em
      *          HORARIO.DAT os slots do periodo gerados pelo PROG135
      *          (HORPROP.DAT). Se o periodo ja tem horario gravado, so
      *          promove com SUBSTITUIR = S: os slots antigos do
      *          periodo sao excluidos antes da gravacao, para nao
      *          misturar as duas grades. Ajustes finos seguem no
      *          PROG65, que continua apontando os choques. RC 8 quando
      *          nao ha proposta do periodo ou o horario existente nao
      *          foi liberado para substituicao.
      *          SYSIN: ano/semestre; substituir horario existente
      *          (S/N).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORPROP-FILE ASSIGN TO WRK-ARQ-HORPROP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRP-STATUS.
           SELECT HORARIO-FILE ASSIGN TO WRK-ARQ-HORARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HORPROP-FILE.
           COPY HORPREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-HORPROP   PIC X(40) VALUE 'HORPROP.DAT'.
       77 WRK-ARQ-HORARIO   PIC X(40) VALUE 'HORARIO.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-PRP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-SUBSTITUIR     PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-PROPOSTA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXISTENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCLUIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
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
               PERFORM 0200-CONTAR-EXISTENTES
               IF WRK-QTD-EXISTENTES > 0 AND WRK-SUBSTITUIR NOT = 'S'
                   DISPLAY 'PERIODO JA TEM ' WRK-QTD-EXISTENTES
                           ' SLOTS EM HORARIO.DAT - INFORME '
                           'SUBSTITUIR = S PARA PROMOVER.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-QTD-EXISTENTES > 0
                       PERFORM 0300-EXCLUIR-EXISTENTES
                   END-IF
                   PERFORM 0400-PROMOVER-PROPOSTA
                   IF WRK-QTD-REJEITADOS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE HORARIO-FILE
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG136' TO DDN-PROGRAMA.
           MOVE 'HORPROP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORPROP.
           MOVE 'HORARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORARIO.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-SUBSTITUIR.
           DISPLAY 'PROMOCAO DA PROPOSTA DE HORARIO - '
                   WRK-ANO-SEMESTRE.
           OPEN INPUT HORPROP-FILE.
           IF WRK-PRP-STATUS NOT = '00'
               DISPLAY 'HORPROP.DAT INDISPONIVEL: ' WRK-PRP-STATUS
                       ' - RODE O PROG135.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-CONTAR-PROPOSTA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORPROP-FILE
               IF WRK-QTD-PROPOSTA = 0
                   DISPLAY 'NENHUM SLOT DO PERIODO NA PROPOSTA.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O HORARIO-FILE
                   IF WRK-HOR-STATUS = '35' OR WRK-HOR-STATUS = '05'
                       OPEN OUTPUT HORARIO-FILE
                       CLOSE HORARIO-FILE
                       OPEN I-O HORARIO-FILE
                   END-IF
                   IF WRK-HOR-STATUS NOT = '00'
                       DISPLAY 'HORARIO.DAT INDISPONIVEL: '
                               WRK-HOR-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0100-CONTAR-PROPOSTA.
           READ HORPROP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRP-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       ADD 1 TO WRK-QTD-PROPOSTA
                   END-IF
           END-READ.

       0200-CONTAR-EXISTENTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0250-POSICIONAR-PERIODO.
           PERFORM 0210-LER-EXISTENTE UNTIL WRK-FIM-ARQUIVO = 'S'.

       0210-LER-EXISTENTE.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-EXISTENTES
                   END-IF
           END-READ.

       0250-POSICIONAR-PERIODO.
           MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO HOR-TURMA.
           MOVE ZEROS            TO HOR-DIA-SEMANA.
           MOVE LOW-VALUES       TO HOR-HORA.
           START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

      *    GRADE ANTIGA DO PERIODO SAI INTEIRA ANTES DA NOVA ENTRAR.
       0300-EXCLUIR-EXISTENTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0250-POSICIONAR-PERIODO.
           PERFORM 0310-EXCLUIR-SLOT UNTIL WRK-FIM-ARQUIVO = 'S'.

       0310-EXCLUIR-SLOT.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       DELETE HORARIO-FILE RECORD
                       ADD 1 TO WRK-QTD-EXCLUIDOS
                   END-IF
           END-READ.

       0400-PROMOVER-PROPOSTA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HORPROP-FILE.
           PERFORM 0410-GRAVAR-SLOT UNTIL WRK-FIM-ARQUIVO = 'S'.
           CLOSE HORPROP-FILE.

       0410-GRAVAR-SLOT.
           READ HORPROP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRP-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       MOVE PRP-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
                       MOVE PRP-TURMA        TO HOR-TURMA
                       MOVE PRP-DIA-SEMANA   TO HOR-DIA-SEMANA
                       MOVE PRP-HORA         TO HOR-HORA
                       MOVE PRP-MATERIA      TO HOR-MATERIA
                       MOVE PRP-SALA         TO HOR-SALA
                       WRITE HORARIO-REC
                           INVALID KEY
                               ADD 1 TO WRK-QTD-REJEITADOS
                               DISPLAY 'SLOT DUPLICADO NA PROPOSTA: '
                                       PRP-TURMA ' ' PRP-DIA-SEMANA
                                       ' ' PRP-HORA
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-GRAVADOS
                       END-WRITE
                   END-IF
           END-READ.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG136 - PROMOCAO DA PROPOSTA DE HORARIO'.
           DISPLAY 'SLOTS NA PROPOSTA.....: ' WRK-QTD-PROPOSTA.
           DISPLAY 'SLOTS ANTIGOS EXCLUIDOS: ' WRK-QTD-EXCLUIDOS.
           DISPLAY 'SLOTS GRAVADOS........: ' WRK-QTD-GRAVADOS.
           DISPLAY 'SLOTS REJEITADOS......: ' WRK-QTD-REJEITADOS.
           DISPLAY '========================================'.

      *    LIDOS = SLOTS DA PROPOSTA, GRAVADOS = SLOTS EM HORARIO.DAT,
      *    EXCLUIDOS = SLOTS ANTIGOS SUBSTITUIDOS, REJEITADOS =
      *    DUPLICADOS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG136'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-PROPOSTA   TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRAVADOS   TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE WRK-QTD-EXCLUIDOS  TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-REJEITADOS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG136.
