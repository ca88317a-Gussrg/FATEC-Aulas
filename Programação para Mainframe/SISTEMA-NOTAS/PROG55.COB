      *          campo GR-TURMA, que digitado livre virava "1A", "1-A"
      *          e "T1A" para a mesma turma e estilhacava qualquer
      *          contagem por turma.
      *          A turma pertence a um campus do mestre CAMPUS.DAT
      *          (PROG144), e a sala atribuida tem de ser do mesmo
      *          campus.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS WRK-CAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       FD  SALAS-FILE.
           COPY SALAREC.

       FD  CAMPUS-FILE.
           COPY CAMPUSREC.

       WORKING-STORAGE SECTION.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-TURNO          PIC X(01) VALUE SPACES.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-CAM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-OK      PIC X(01) VALUE 'N'.
       77 WRK-SALA-CAMPUS    PIC X(03) VALUE SPACES.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALAS      PIC X(01) VALUE 'N'.
           ACCEPT WRK-CURSO.
           DISPLAY 'TURNO (M/V/N): '.
           ACCEPT WRK-TURNO.
           DISPLAY 'CAMPUS: '.
           ACCEPT WRK-CAMPUS.
           PERFORM 0340-VALIDAR-CAMPUS.
           IF WRK-CAMPUS-OK = 'N'
               DISPLAY 'CAMPUS NAO CADASTRADO OU INATIVO (PROG144) - '
                       'TURMA NAO GRAVADA.'
           ELSE
               PERFORM 0320-CAPTURAR-SALA
           END-IF.

       0320-CAPTURAR-SALA.
           DISPLAY 'SALA ATRIBUIDA: '.
           ACCEPT WRK-SALA.
           PERFORM 0350-VALIDAR-SALA.
                       'GRAVADA SEM SALA.'
               MOVE SPACES TO WRK-SALA
           END-IF.
           IF WRK-SALA NOT = SPACES
              AND WRK-SALA-CAMPUS NOT = SPACES
              AND WRK-SALA-CAMPUS NOT = WRK-CAMPUS
               DISPLAY 'SALA ' WRK-SALA ' E DO CAMPUS '
                       WRK-SALA-CAMPUS ' - TURMA GRAVADA SEM SALA.'
               MOVE SPACES TO WRK-SALA
           END-IF.
           MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO TUR-TURMA.
           MOVE WRK-CURSO        TO TUR-CURSO.
           MOVE WRK-TURNO        TO TUR-TURNO.
           MOVE WRK-SALA         TO TUR-SALA.
           MOVE WRK-CAMPUS       TO TUR-CAMPUS.
           IF WRK-JA-EXISTE = 'S'
               REWRITE TURMA-REC
           ELSE
           END-IF.
           DISPLAY 'TURMA GRAVADA.'.

      *    SEM O MESTRE DE CAMPI O CODIGO E ACEITO COMO DIGITADO.
       0340-VALIDAR-CAMPUS.
           MOVE 'N' TO WRK-CAMPUS-OK.
           OPEN INPUT CAMPUS-FILE.
           IF WRK-CAM-STATUS NOT = '00'
               IF WRK-CAMPUS NOT = SPACES
                   MOVE 'S' TO WRK-CAMPUS-OK
               END-IF
           ELSE
               MOVE WRK-CAMPUS TO CAM-CODIGO
               READ CAMPUS-FILE KEY IS CAM-CODIGO
                   NOT INVALID KEY
                       IF CAM-STATUS NOT = 'I'
                           MOVE 'S' TO WRK-CAMPUS-OK
                       END-IF
               END-READ
               CLOSE CAMPUS-FILE
           END-IF.

      *    COM CODIGO REPETIDO EM OUTRO CAMPUS, VALE A SALA DO CAMPUS
      *    DA TURMA.
       0350-VALIDAR-SALA.
           MOVE 'N' TO WRK-SALA-OK
           MOVE SPACES TO WRK-SALA-CAMPUS
           MOVE 'N' TO WRK-FIM-SALAS
           IF WRK-SALA = SPACES
               MOVE 'S' TO WRK-SALA-OK
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA
                       MOVE 'S' TO WRK-SALA-OK
                       MOVE SALA-CAMPUS TO WRK-SALA-CAMPUS
                       IF SALA-CAMPUS = WRK-CAMPUS
                           MOVE 'S' TO WRK-FIM-SALAS
                       END-IF
                   END-IF
           END-READ.

                       ADD 1 TO WRK-QTD-LISTADAS
                       DISPLAY '  ' TUR-TURMA ' CURSO ' TUR-CURSO
                               ' TURNO ' TUR-TURNO ' SALA ' TUR-SALA
                               ' CAMPUS ' TUR-CAMPUS
                   END-IF
           END-READ.

