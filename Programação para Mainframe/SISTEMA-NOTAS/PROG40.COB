           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-NOTAS
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT CORTE-FILE ASSIGN TO WRK-ARQ-RPTSTAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
       DATA DIVISION.
           05 CRT-DATA-HORA     PIC X(14).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-RPTSTAMP  PIC X(40) VALUE 'RPTSTAMP.DAT'.

       77 WRK-ARQ-NOTAS      PIC X(40) VALUE 'GRADESRPT.DAT'.
      *    O RELATORIO LE A REPLICA PUBLICADA PELO PROG99; SEM
      *    REPLICA, CAI PARA O ARQUIVO VIVO E AVISA.
       77 WRK-CORTE-STATUS   PIC X(02) VALUE SPACES.

       77 WRK-ANUAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ANUAL     PIC X(01) VALUE 'N'.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-CARREGAR-HISTORICO
           PERFORM 0120-CARREGAR-ANUAL
           PERFORM 0200-CARREGAR-ATUAL
           PERFORM 0300-EMITIR-TENDENCIA
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG40' TO DDN-PROGRAMA.
           MOVE 'GRADRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTAS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'RPTSTAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RPTSTAMP.

       0100-CARREGAR-HISTORICO.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS NOT = '00'
       0200-CARREGAR-ATUAL.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '35' OR WRK-FILE-STATUS = '05'
               MOVE WRK-ARQ-GRADES TO WRK-ARQ-NOTAS
               OPEN INPUT GRADE-FILE
           END-IF
           PERFORM 0995-EXIBIR-CORTE

       0250-AGREGAR.
      *    SO RESULTADO FECHADO ENTRA NA TAXA: INC E EM RECUPERACAO
      *    AINDA NAO SAO APROVACAO NEM REPROVACAO. DISPENSADO PROFIC.
      *    (PROVA DE PROFICIENCIA, PROG127) NAO E RESULTADO DE TURMA
      *    E TAMBEM FICA DE FORA.
           IF WRK-SITUACAO-AGR = 'APROVADO'
              OR WRK-SITUACAO-AGR = 'REPROVADO'
              OR WRK-SITUACAO-AGR = 'REPROVADO POR FALTA'
       0995-EXIBIR-CORTE.
           IF WRK-CORTE-EXIBIDO = 'N'
               MOVE 'S' TO WRK-CORTE-EXIBIDO
               IF WRK-ARQ-NOTAS = WRK-ARQ-GRADES
                   DISPLAY '*** DADOS AO VIVO (REPLICA AUSENTE - '
                           'RODAR PROG99) ***'
               ELSE
