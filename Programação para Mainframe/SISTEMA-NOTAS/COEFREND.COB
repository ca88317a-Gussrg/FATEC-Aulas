      * Purpose: Coeficiente de rendimento de um aluno - subprograma
      *          CALLado pelos pontos que precisam ordenar alunos por
      *          desempenho (semeadura do PROG62, fila de espera do
      *          PROG74, revisao de bolsas). Soma os periodos da
      *          matricula recebida no resumo por aluno e periodo
      *          (RESUMO.DAT - GRADES.DAT e historico ja totalizados
      *          pelo RESUMATU) e devolve a media ponderada pela carga
      *          horaria do CATALOGO.DAT (a mesma conta do boletim
      *          PROG21/PROG42; disciplina sem carga pesa 40 horas) e
      *          o total de horas APROVADAS (creditos concluidos,
      *          usados como desempate).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMO-FILE ASSIGN TO WRK-ARQ-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-RSM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESUMO-FILE.
           COPY RESUMREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RESUMO    PIC X(40) VALUE 'RESUMO.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-RSM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-ALUNO      PIC X(01) VALUE 'N'.
       77 WRK-SOMA-NOTAS     PIC 9(08)V9 VALUE ZEROS.
       77 WRK-SOMA-HORAS     PIC 9(06) VALUE ZEROS.
       77 WRK-HORAS-APROV    PIC 9(05) VALUE ZEROS.
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-MATRICULA     PIC X(10).
       PROCEDURE DIVISION USING LK-MATRICULA LK-COEFICIENTE
                                LK-CREDITOS.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE ZEROS TO LK-COEFICIENTE LK-CREDITOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WRK-SOMA-NOTAS WRK-SOMA-HORAS
                         WRK-HORAS-APROV
           PERFORM 0200-SOMAR-RESUMOS
           IF WRK-SOMA-HORAS > 0
               COMPUTE LK-COEFICIENTE ROUNDED =
                   WRK-SOMA-NOTAS / WRK-SOMA-HORAS
           MOVE WRK-HORAS-APROV TO LK-CREDITOS
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'COEFREND' TO DDN-PROGRAMA.
           MOVE 'RESUMO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMO.

      *    UM RESUMO POR PERIODO CURSADO; A SOMA PONDERADA E AS HORAS
      *    DO RESUMO JA TRAZEM A CARGA DO CATALOGO.
       0200-SOMAR-RESUMOS.
           MOVE 'N' TO WRK-FIM-ALUNO.
           OPEN INPUT RESUMO-FILE.
           IF WRK-RSM-STATUS NOT = '00'
               DISPLAY 'COEFREND: RESUMO.DAT INDISPONIVEL ('
                       WRK-RSM-STATUS ') - RODAR PROG162 R.'
           ELSE
               MOVE LK-MATRICULA TO RSM-MATRICULA
               MOVE LOW-VALUES   TO RSM-ANO-SEMESTRE
               START RESUMO-FILE KEY IS NOT LESS THAN RSM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START
               PERFORM 0250-LER-RESUMO UNTIL WRK-FIM-ALUNO = 'S'
               CLOSE RESUMO-FILE
           END-IF.

       0250-LER-RESUMO.
           READ RESUMO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF RSM-MATRICULA NOT = LK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       ADD RSM-SOMA-PONDERADA   TO WRK-SOMA-NOTAS
                       ADD RSM-HORAS-PONDERADAS TO WRK-SOMA-HORAS
                       ADD RSM-HORAS-APROVADAS  TO WRK-HORAS-APROV
                   END-IF
           END-READ.

       END PROGRAM COEFREND.
