       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG124.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Varredura do CPF no cadastro de alunos - percorre
      *          CADALUNO.DAT e lista em CPFVARR.REL todo aluno com o
      *          CPF nao informado ou com os digitos verificadores
      *          errados (conferidos pelo CPFDV), com o curso e os
      *          contatos que houver, para a secretaria completar pelo
      *          dialogo de cadastro (TerceiroPrograma) a partir das
      *          pastas. Feita uma vez na implantacao dos dados
      *          pessoais e repetida sempre que se quiser conferir o
      *          saneamento; termina com RC 4 se houver pendencia.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT VARREDURA-REL ASSIGN TO WRK-ARQ-CPFVARR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  VARREDURA-REL.
       01  VARREDURA-LINHA       PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-CPFVARR   PIC X(40) VALUE 'CPFVARR.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-CPF-OK         PIC X(01) VALUE 'N'.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-QTD-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CPF    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.

       01 WRK-LINHA-DETALHE.
           05 LDT-MATRICULA      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-NOME           PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-CURSO          PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-CPF            PIC X(11).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-MOTIVO         PIC X(17).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-TELEFONE       PIC X(15).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-EMAIL          PIC X(27).
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
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0100-LER-ALUNO
               PERFORM 0200-CONFERIR-ALUNO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               PERFORM 0800-FECHAR-ARQUIVOS
               IF WRK-QTD-PENDENTES > 0
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
           MOVE 'PROG124' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'CPFVARR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CPFVARR.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL: '
                       WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT VARREDURA-REL
               MOVE SPACES TO VARREDURA-LINHA
               STRING 'VARREDURA DO CPF NO CADASTRO DE ALUNOS - '
                      'EMITIDA EM '
                      WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                      WRK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO VARREDURA-LINHA
               WRITE VARREDURA-LINHA
               MOVE SPACES TO VARREDURA-LINHA
               STRING 'MATRICULA   NOME                            '
                      'CURSO       CPF          PENDENCIA          '
                      'TELEFONE         E-MAIL'
                   DELIMITED BY SIZE INTO VARREDURA-LINHA
               WRITE VARREDURA-LINHA
               MOVE ALL '-' TO VARREDURA-LINHA
               WRITE VARREDURA-LINHA
           END-IF.

       0100-LER-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-ALUNOS
           END-READ.

      *    CPF EM BRANCO = NAO INFORMADO; PREENCHIDO, TEM DE PASSAR
      *    PELO CPFDV (REGISTROS GRAVADOS ANTES DA CONFERENCIA).
       0200-CONFERIR-ALUNO.
           IF AL-CPF = SPACES
               ADD 1 TO WRK-QTD-SEM-CPF
               MOVE 'NAO INFORMADO' TO LDT-MOTIVO
               PERFORM 0250-IMPRIMIR-PENDENCIA
           ELSE
               CALL 'CPFDV' USING AL-CPF WRK-CPF-OK
               IF WRK-CPF-OK = 'N'
                   ADD 1 TO WRK-QTD-INVALIDOS
                   MOVE 'DV INVALIDO' TO LDT-MOTIVO
                   PERFORM 0250-IMPRIMIR-PENDENCIA
               END-IF
           END-IF.
           PERFORM 0100-LER-ALUNO.

       0250-IMPRIMIR-PENDENCIA.
           ADD 1 TO WRK-QTD-PENDENTES.
           MOVE AL-MATRICULA TO LDT-MATRICULA.
           MOVE AL-NOME      TO LDT-NOME.
           MOVE AL-CURSO     TO LDT-CURSO.
           MOVE AL-CPF       TO LDT-CPF.
           MOVE AL-TELEFONE  TO LDT-TELEFONE.
           MOVE AL-EMAIL     TO LDT-EMAIL.
           WRITE VARREDURA-LINHA FROM WRK-LINHA-DETALHE.

       0800-FECHAR-ARQUIVOS.
           MOVE ALL '-' TO VARREDURA-LINHA.
           WRITE VARREDURA-LINHA.
           MOVE SPACES TO VARREDURA-LINHA.
           STRING 'ALUNOS LIDOS: ' WRK-QTD-ALUNOS
                  '  CPF NAO INFORMADO: ' WRK-QTD-SEM-CPF
                  '  CPF INVALIDO: ' WRK-QTD-INVALIDOS
               DELIMITED BY SIZE INTO VARREDURA-LINHA.
           WRITE VARREDURA-LINHA.
           CLOSE ALUNO-FILE VARREDURA-REL.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG124 - VARREDURA DO CPF'.
           DISPLAY 'ALUNOS LIDOS..........: ' WRK-QTD-ALUNOS.
           DISPLAY 'CPF NAO INFORMADO.....: ' WRK-QTD-SEM-CPF.
           DISPLAY 'CPF INVALIDO..........: ' WRK-QTD-INVALIDOS.
           DISPLAY 'RELATORIO.............: CPFVARR.REL'.
           DISPLAY '========================================'.

      *    LIDOS = ALUNOS DO CADASTRO, REJEITADOS = ALUNOS COM CPF
      *    NAO INFORMADO OU INVALIDO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG124'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-ALUNOS    TO RS-QTD-LIDOS
           MOVE ZEROS             TO RS-QTD-GRAVADOS
           MOVE ZEROS             TO RS-QTD-INCLUIDOS
           MOVE ZEROS             TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-PENDENTES TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG124.
