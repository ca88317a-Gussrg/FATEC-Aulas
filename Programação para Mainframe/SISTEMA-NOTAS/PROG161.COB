       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG161.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Portao de step da agenda noturna. Roda no GRADEJOB
      *          logo antes de cada step periodico (cartas,
      *          dependencias, extrato delta, saude, encargos) e
      *          consulta a lista da noite gravada pelo PROG160 em
      *          RUNLIST.DAT: programa marcado EXECUTAR termina com
      *          RC 0 e o step seguinte roda; marcado PULAR mostra o
      *          motivo e termina com RC 4, e o COND= do step seguinte
      *          o pula. Sem lista da noite (PROG160 nao rodou ou
      *          lista com mais de um dia) tambem RC 4 - periodico
      *          nunca roda sem agenda, para nao rodar em dobro.
      *          Programa fora da lista e liberado com aviso.
      *          SYSIN: programa do step (ex: PROG43).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLIST-FILE ASSIGN TO WRK-ARQ-RUNLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLIST-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RUNLIST   PIC X(40) VALUE 'RUNLIST.DAT'.

       77 WRK-RUL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROGRAMA       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-LISTA     PIC X(08) VALUE SPACES.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO       PIC X(01) VALUE SPACES.
       77 WRK-STEP           PIC X(08) VALUE SPACES.
       77 WRK-MOTIVO         PIC X(40) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-LISTA     PIC 9(07) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WRK-PROGRAMA.
           DISPLAY 'PROG161 - PORTAO DA AGENDA PARA ' WRK-PROGRAMA.
           IF WRK-PROGRAMA = SPACES
               DISPLAY 'PROGRAMA NAO INFORMADO NO SYSIN - STEP PULADO.'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0100-LER-LISTA
               IF RETURN-CODE = 0
                   PERFORM 0200-DECIDIR
               END-IF
           END-IF
           DISPLAY 'RETURN-CODE: ' RETURN-CODE.
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG161' TO DDN-PROGRAMA.
           MOVE 'RUNLIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNLIST.

      *    A LISTA DA NOITE E A DE DATA MAIS RECENTE; NELA VALE A
      *    ULTIMA LINHA DO PROGRAMA (LISTA REFEITA NA MESMA NOITE).
       0100-LER-LISTA.
           OPEN INPUT RUNLIST-FILE.
           IF WRK-RUL-STATUS NOT = '00'
               DISPLAY 'RUNLIST.DAT INDISPONIVEL: ' WRK-RUL-STATUS
                       ' - STEP PULADO.'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-DECISAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RUNLIST-FILE
               PERFORM 0150-CONFERIR-DATA-LISTA
           END-IF.

       0110-LER-DECISAO.
           READ RUNLIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RUL-DATA > WRK-DATA-LISTA
                       MOVE RUL-DATA TO WRK-DATA-LISTA
                       MOVE 'N' TO WRK-ACHOU
                   END-IF
                   IF RUL-DATA = WRK-DATA-LISTA
                      AND RUL-PROGRAMA = WRK-PROGRAMA
                       MOVE 'S'          TO WRK-ACHOU
                       MOVE RUL-SITUACAO TO WRK-SITUACAO
                       MOVE RUL-STEP     TO WRK-STEP
                       MOVE RUL-MOTIVO   TO WRK-MOTIVO
                   END-IF
           END-READ.

      *    A CADEIA PODE PASSAR DA MEIA-NOITE: VALE A LISTA DE HOJE OU
      *    DE ONTEM. MAIS ANTIGA QUE ISSO, O PROG160 NAO RODOU.
       0150-CONFERIR-DATA-LISTA.
           IF WRK-DATA-LISTA = SPACES OR WRK-DATA-LISTA NOT NUMERIC
               DISPLAY 'RUNLIST.DAT SEM LISTA DA NOITE - STEP PULADO.'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-NUM
               COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               MOVE WRK-DATA-LISTA TO WRK-DATA-NUM
               COMPUTE WRK-DIAS-LISTA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-DIAS-HOJE - WRK-DIAS-LISTA > 1
                   DISPLAY 'ULTIMA LISTA DA NOITE E DE '
                           WRK-DATA-LISTA ' - DESATUALIZADA, '
                           'STEP PULADO.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0200-DECIDIR.
           EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                   DISPLAY WRK-PROGRAMA ' FORA DA LISTA DE '
                           WRK-DATA-LISTA ' - STEP LIBERADO. '
                           'INCLUIR O PROGRAMA NA SCHEDTAB.DAT.'
               WHEN WRK-SITUACAO = 'R'
                   DISPLAY WRK-STEP ' ' WRK-PROGRAMA
                           ' EXECUTAR: ' WRK-MOTIVO
               WHEN OTHER
                   DISPLAY WRK-STEP ' ' WRK-PROGRAMA
                           ' PULADO: ' WRK-MOTIVO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM PROG161.
