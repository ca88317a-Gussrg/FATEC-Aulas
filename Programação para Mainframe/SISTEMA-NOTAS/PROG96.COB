           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO WRK-ARQ-PENDCORR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-SEQ
           COPY PENDREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-PENDCORR  PIC X(40) VALUE 'PENDCORR.DAT'.

       77 WRK-PEND-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-LIMIAR         PIC 9(03) VALUE ZEROS.
               10 WRK-PAR-APROVOU   PIC X(10).
               10 WRK-PAR-QTD       PIC 9(05).
               10 WRK-PAR-RAPIDAS   PIC 9(05).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SEGREGACAO DE FUNCOES - FILA DE CORRECOES'.
           DISPLAY 'LIMIAR DE CONCENTRACAO POR PAR (EX: 010): '.
           ACCEPT WRK-LIMIAR.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG96' TO DDN-PROGRAMA.
           MOVE 'PENDCORR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PENDCORR.

       0200-LER-PENDENCIA.
           READ PEND-FILE NEXT RECORD
               AT END
