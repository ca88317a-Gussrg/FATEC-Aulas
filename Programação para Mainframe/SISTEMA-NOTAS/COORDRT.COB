       IDENTIFICATION DIVISION.
       PROGRAM-ID. COORDRT.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Roteamento das filas da coordenacao pelo curso do
      *          aluno - subprograma CALLado pelos programas de
      *          decisao (PROG29, PROG50, PROG69, PROG70, PROG77) e
      *          pelo relatorio de envelhecimento das filas (PROG166).
      *          O curso sai do AL-CURSO em CADALUNO.DAT; o dono da
      *          fila sai do mestre de coordenacao (COORDENA.DAT): o
      *          titular na vigencia dele, ou o substituto quando o
      *          titular esta fora da vigencia, suspenso em
      *          OPERADOR.DAT ou ausente por delegacao vigente em
      *          DELEGAC.DAT. Sem substituto vigente, a fila do
      *          titular ausente segue a delegacao dele. Curso sem
      *          coordenacao cadastrada devolve fila livre.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT COORD-FILE ASSIGN TO WRK-ARQ-COORDENA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CURSO
               FILE STATUS IS WRK-CRD-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT DELEGACAO-FILE ASSIGN TO WRK-ARQ-DELEGAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-SEQ
               FILE STATUS IS WRK-DLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  COORD-FILE.
           COPY COORDREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  DELEGACAO-FILE.
           COPY DELEGREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-COORDENA  PIC X(40) VALUE 'COORDENA.DAT'.
       77 WRK-ARQ-OPERADOR  PIC X(40) VALUE 'OPERADOR.DAT'.
       77 WRK-ARQ-DELEGAC   PIC X(40) VALUE 'DELEGAC.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CRD-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPER-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DLG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-DLG        PIC X(01) VALUE 'N'.
       77 WRK-BUSCA-OPER     PIC X(10) VALUE SPACES.
       77 WRK-OPER-ATIVO     PIC X(01) VALUE 'N'.
       77 WRK-TIT-VIGENTE    PIC X(01) VALUE 'N'.
       77 WRK-SUB-VIGENTE    PIC X(01) VALUE 'N'.
       77 WRK-TIT-AUSENTE    PIC X(01) VALUE 'N'.
       77 WRK-DELEGADO       PIC X(10) VALUE SPACES.
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-OPERADOR          PIC X(10).
           05 LK-MATRICULA         PIC X(10).
           05 LK-DATA              PIC X(08).
           05 LK-CURSO             PIC X(10).
           05 LK-RESPONSAVEL       PIC X(10).
           05 LK-PAPEL             PIC X(01).
           05 LK-RETORNO           PIC X(01).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           MOVE SPACES TO LK-CURSO LK-RESPONSAVEL LK-PAPEL
           IF DDN-RETORNO NOT = ZEROS
               MOVE 'N' TO LK-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'L' TO LK-RETORNO
           PERFORM 0100-CURSO-DO-ALUNO
           IF LK-CURSO NOT = SPACES
               PERFORM 0200-DONO-DA-FILA
           END-IF
           IF LK-RESPONSAVEL NOT = SPACES
               IF LK-OPERADOR = LK-RESPONSAVEL
                   MOVE 'S' TO LK-RETORNO
               ELSE
                   MOVE 'N' TO LK-RETORNO
               END-IF
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'COORDRT' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'COORDENA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COORDENA.
           MOVE 'OPERADOR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-OPERADOR.
           MOVE 'DELEGAC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DELEGAC.

       0100-CURSO-DO-ALUNO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE LK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-CURSO TO LK-CURSO
               END-READ
               CLOSE ALUNO-FILE
           END-IF.

      *    TITULAR NA VIGENCIA, ATIVO E PRESENTE; SENAO O SUBSTITUTO
      *    NA VIGENCIA E ATIVO; SENAO QUEM RECEBEU A DELEGACAO DO
      *    TITULAR AUSENTE. NENHUM DELES: CURSO SEM DONO NA DATA.
       0200-DONO-DA-FILA.
           OPEN INPUT COORD-FILE.
           IF WRK-CRD-STATUS = '00'
               MOVE LK-CURSO TO CRD-CURSO
               READ COORD-FILE KEY IS CRD-CURSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0300-AVALIAR-COORDENACAO
               END-READ
               CLOSE COORD-FILE
           END-IF.

       0300-AVALIAR-COORDENACAO.
           MOVE 'N' TO WRK-TIT-VIGENTE WRK-SUB-VIGENTE WRK-TIT-AUSENTE.
           MOVE SPACES TO WRK-DELEGADO.
           IF CRD-TITULAR NOT = SPACES
              AND CRD-TIT-INICIO <= LK-DATA
              AND (CRD-TIT-FIM = SPACES OR CRD-TIT-FIM >= LK-DATA)
               MOVE CRD-TITULAR TO WRK-BUSCA-OPER
               PERFORM 0400-OPERADOR-ATIVO
               MOVE WRK-OPER-ATIVO TO WRK-TIT-VIGENTE
           END-IF.
           IF WRK-TIT-VIGENTE = 'S'
               PERFORM 0500-AUSENCIA-DO-TITULAR
           END-IF.
           IF CRD-SUBSTITUTO NOT = SPACES
              AND CRD-SUB-INICIO <= LK-DATA
              AND (CRD-SUB-FIM = SPACES OR CRD-SUB-FIM >= LK-DATA)
               MOVE CRD-SUBSTITUTO TO WRK-BUSCA-OPER
               PERFORM 0400-OPERADOR-ATIVO
               MOVE WRK-OPER-ATIVO TO WRK-SUB-VIGENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TIT-VIGENTE = 'S' AND WRK-TIT-AUSENTE = 'N'
                   MOVE CRD-TITULAR    TO LK-RESPONSAVEL
                   MOVE 'T'            TO LK-PAPEL
               WHEN WRK-SUB-VIGENTE = 'S'
                   MOVE CRD-SUBSTITUTO TO LK-RESPONSAVEL
                   MOVE 'S'            TO LK-PAPEL
               WHEN WRK-TIT-AUSENTE = 'S'
                   MOVE WRK-DELEGADO   TO LK-RESPONSAVEL
                   MOVE 'D'            TO LK-PAPEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    OPERADOR SUSPENSO (RECERTIFICACAO) NAO E DONO DE FILA.
      *    SEM OPERADOR.DAT O CADASTRO DA COORDENACAO VALE COMO ESTA.
       0400-OPERADOR-ATIVO.
           MOVE 'S' TO WRK-OPER-ATIVO.
           OPEN INPUT OPERADOR-FILE.
           IF WRK-OPER-STATUS = '00'
               MOVE WRK-BUSCA-OPER TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
                   INVALID KEY
                       MOVE 'N' TO WRK-OPER-ATIVO
                   NOT INVALID KEY
                       IF OP-SITUACAO = 'S'
                           MOVE 'N' TO WRK-OPER-ATIVO
                       END-IF
               END-READ
               CLOSE OPERADOR-FILE
           END-IF.

      *    AUSENCIA = DELEGACAO ATIVA DO TITULAR COBRINDO A DATA.
       0500-AUSENCIA-DO-TITULAR.
           MOVE 'N' TO WRK-FIM-DLG.
           OPEN INPUT DELEGACAO-FILE.
           IF WRK-DLG-STATUS NOT = '00'
               MOVE 'S' TO WRK-FIM-DLG
           ELSE
               MOVE ZEROS TO DLG-SEQ
               START DELEGACAO-FILE KEY IS NOT LESS THAN DLG-SEQ
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-DLG
               END-START
               PERFORM 0550-LER-DELEGACAO UNTIL WRK-FIM-DLG = 'S'
               CLOSE DELEGACAO-FILE
           END-IF.

       0550-LER-DELEGACAO.
           READ DELEGACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-DLG
               NOT AT END
                   IF DLG-STATUS = 'A'
                      AND DLG-DE = CRD-TITULAR
                      AND DLG-DATA-INICIO <= LK-DATA
                      AND DLG-DATA-FIM >= LK-DATA
                       MOVE 'S'      TO WRK-TIT-AUSENTE
                       MOVE DLG-PARA TO WRK-DELEGADO
                       MOVE 'S'      TO WRK-FIM-DLG
                   END-IF
           END-READ.

       END PROGRAM COORDRT.
