       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTSIT.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Situacao do protocolo unificado (PROTOCOL.DAT) -
      *          subprograma CALLado por quem precisa saber se um
      *          pedido com taxa ja pode andar e por quem muda essa
      *          situacao. Funcoes:
      *            'C' = consulta: com LK-NUMERO informado le o
      *                  protocolo pelo numero; com LK-NUMERO zero
      *                  procura o protocolo ainda nao encerrado do
      *                  tipo + matricula + referencia (sequencia e
      *                  texto) e devolve o numero (zeros se nao ha);
      *            'G' = grava LK-SITUACAO no protocolo LK-NUMERO
      *                  com a data do dia (P na baixa da taxa pelo
      *                  PROG71/PROG109, E quando o pedido e atendido).
      *          Devolve LK-SITUACAO: espacos = sem taxa, A =
      *          aguardando pagamento, P = taxa paga, E = encerrado.
      *          Protocolo nao encontrado devolve LK-NUMERO zerado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOCOLO-FILE ASSIGN TO WRK-ARQ-PROTOCOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WRK-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROTOCOLO-FILE.
           COPY PROTREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-PROTOCOL  PIC X(40) VALUE 'PROTOCOL.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-PRT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-PRT        PIC X(01) VALUE 'N'.
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-FUNCAO        PIC X(01).
       01  LK-TIPO          PIC X(12).
       01  LK-MATRICULA     PIC X(10).
       01  LK-REF-SEQ       PIC 9(05).
       01  LK-REF-TEXTO     PIC X(21).
       01  LK-NUMERO        PIC 9(07).
       01  LK-SITUACAO      PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCAO LK-TIPO LK-MATRICULA
                                LK-REF-SEQ LK-REF-TEXTO LK-NUMERO
                                LK-SITUACAO.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE ZEROS TO LK-NUMERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PROTOCOLO-FILE
           IF WRK-PRT-STATUS NOT = '00'
               MOVE ZEROS TO LK-NUMERO
           ELSE
               EVALUATE LK-FUNCAO
                   WHEN 'C'
                       IF LK-NUMERO > 0
                           PERFORM 0100-LER-NUMERO
                       ELSE
                           PERFORM 0200-PROCURAR-ABERTO
                       END-IF
                   WHEN 'G'
                       PERFORM 0300-GRAVAR-SITUACAO
                   WHEN OTHER
                       MOVE ZEROS TO LK-NUMERO
               END-EVALUATE
               CLOSE PROTOCOLO-FILE
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROTSIT' TO DDN-PROGRAMA.
           MOVE 'PROTOCOL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROTOCOL.

       0100-LER-NUMERO.
           MOVE LK-NUMERO TO PRT-NUMERO.
           READ PROTOCOLO-FILE KEY IS PRT-NUMERO
               INVALID KEY
                   MOVE ZEROS  TO LK-NUMERO
                   MOVE SPACES TO LK-SITUACAO
               NOT INVALID KEY
                   MOVE PRT-SITUACAO TO LK-SITUACAO
           END-READ.

      *    VARRE O ARQUIVO INTEIRO, COMO A LISTA POR ALUNO DO PROG102;
      *    FICA O ULTIMO PROTOCOLO NAO ENCERRADO QUE CASAR.
       0200-PROCURAR-ABERTO.
           MOVE ZEROS  TO LK-NUMERO.
           MOVE SPACES TO LK-SITUACAO.
           MOVE 'N' TO WRK-FIM-PRT.
           MOVE ZEROS TO PRT-NUMERO.
           START PROTOCOLO-FILE KEY IS NOT LESS THAN PRT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRT
           END-START.
           PERFORM 0250-LER-PROTOCOLO UNTIL WRK-FIM-PRT = 'S'.

       0250-LER-PROTOCOLO.
           READ PROTOCOLO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PRT
               NOT AT END
                   IF PRT-TIPO = LK-TIPO
                      AND PRT-MATRICULA = LK-MATRICULA
                      AND PRT-REF-SEQ = LK-REF-SEQ
                      AND PRT-REF-TEXTO = LK-REF-TEXTO
                      AND PRT-SITUACAO NOT = 'E'
                       MOVE PRT-NUMERO   TO LK-NUMERO
                       MOVE PRT-SITUACAO TO LK-SITUACAO
                   END-IF
           END-READ.

       0300-GRAVAR-SITUACAO.
           MOVE LK-NUMERO TO PRT-NUMERO.
           READ PROTOCOLO-FILE KEY IS PRT-NUMERO
               INVALID KEY
                   MOVE ZEROS TO LK-NUMERO
               NOT INVALID KEY
                   MOVE LK-SITUACAO TO PRT-SITUACAO
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO PRT-DATA-SITUACAO
                   REWRITE PROTOCOLO-REC
           END-READ.

       END PROGRAM PROTSIT.
