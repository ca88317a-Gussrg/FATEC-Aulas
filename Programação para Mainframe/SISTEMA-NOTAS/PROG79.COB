      *          matricula/curso so sai como 2a via explicita, com
      *          motivo registrado. A opcao de extrato imprime o
      *          registro na ordem dos numeros, como a autoridade de
      *          ensino pede nas inspecoes. A 2a via abre protocolo
      *          2VIADIPLOMA (PROTNUM); com taxa na tabela TAXAS.DAT
      *          ela so e registrada depois que a taxa e paga, e o
      *          protocolo e encerrado na emissao. A 1a via so e
      *          registrada para quem tem a colacao de grau gravada
      *          em COLACAO.DAT pelo encerramento da cerimonia no
      *          PROG121. O nome da emissao original nao muda; a 2a
      *          via sai com o nome civil em vigor (mudanca de nome
      *          registrada no PROG125), gravado em DIP-NOME-2VIA.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WRK-DOC-STATUS.
           SELECT COLACAO-FILE ASSIGN TO "COLACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-COL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIPLOMA-FILE.
       FD  DOCUMENTO-FILE.
           COPY DOCREC.

       FD  COLACAO-FILE.
           COPY COLACREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-DIP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DOC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-IND-DOC        PIC 9(01) VALUE ZEROS.
       77 WRK-DOCS-OK        PIC X(01) VALUE 'N'.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-PROT-TIPO      PIC X(12) VALUE '2VIADIPLOMA'.
       77 WRK-PROT-REF-SEQ   PIC 9(05) VALUE ZEROS.
       77 WRK-PROT-REF-TEXTO PIC X(21) VALUE SPACES.
       77 WRK-PROT-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-PSI-FUNCAO     PIC X(01) VALUE SPACES.
       77 WRK-PSI-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-COL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DATA-COLACAO   PIC X(08) VALUE SPACES.

      *    TIPOS OBRIGATORIOS DO CHECKLIST (PROG80): FALTANDO OU
      *    VENCIDO, A EMISSAO E TRAVADA.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-DIP-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
           END-IF
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'DIGITE SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR
           END-IF.

       0100-ABRIR-ARQUIVO.
           OPEN I-O DIPLOMA-FILE.
           IF WRK-DIP-STATUS = '35' OR WRK-DIP-STATUS = '05'
           END-IF.

       0400-EMITIR-PRIMEIRA-VIA.
           PERFORM 0410-CONFERIR-COLACAO.
           IF WRK-DATA-COLACAO = SPACES
               DISPLAY 'EMISSAO TRAVADA - FORMANDO SEM COLACAO DE '
                       'GRAU REGISTRADA (VER PROG121).'
           ELSE
               PERFORM 0420-CONFIRMAR-EMISSAO
           END-IF.

      *    SEM COLACAO GRAVADA NO ENCERRAMENTO DA CERIMONIA (PROG121)
      *    O DIPLOMA NAO E REGISTRADO.
       0410-CONFERIR-COLACAO.
           MOVE SPACES TO WRK-DATA-COLACAO.
           OPEN INPUT COLACAO-FILE.
           IF WRK-COL-STATUS = '00'
               MOVE WRK-MATRICULA TO COL-MATRICULA
               MOVE WRK-CURSO     TO COL-CURSO
               READ COLACAO-FILE KEY IS COL-CHAVE
                   NOT INVALID KEY
                       MOVE COL-DATA-COLACAO TO WRK-DATA-COLACAO
               END-READ
               CLOSE COLACAO-FILE
           END-IF.

       0420-CONFIRMAR-EMISSAO.
           DISPLAY 'COLACAO DE GRAU EM ' WRK-DATA-COLACAO
                   '. CONFIRMA A EMISSAO? S/N: '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'EMISSAO CANCELADA.'
               MOVE 1 TO DIP-VIA
               MOVE SPACES TO DIP-MOTIVO-2VIA
               MOVE SPACES TO DIP-DATA-2VIA
               MOVE SPACES TO DIP-NOME-2VIA
               WRITE DIPLOMA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O REGISTRO: '
               IF WRK-MOTIVO = SPACES
                   DISPLAY '2A VIA SEM MOTIVO NAO E ACEITA.'
               ELSE
                 PERFORM 0520-PROTOCOLAR-SEGUNDA-VIA
                 IF WRK-PSI-SITUACAO = 'A'
                   DISPLAY '2A VIA - PROTOCOLO ' WRK-PROT-NUMERO
                           ' AGUARDANDO PAGAMENTO DA TAXA - EMISSAO '
                           'SO APOS A BAIXA.'
                 ELSE
                   ADD 1 TO DIP-VIA
                   MOVE WRK-MOTIVO    TO DIP-MOTIVO-2VIA
                   MOVE WRK-DATA-HOJE TO DIP-DATA-2VIA
                   MOVE WRK-NOME-CIVIL TO DIP-NOME-2VIA
                   IF WRK-NOME-CIVIL NOT = DIP-NOME
                       DISPLAY 'NOME CIVIL MUDOU DESDE A EMISSAO - A '
                               '2A VIA SAI COMO ' WRK-NOME-CIVIL
                   END-IF
                   REWRITE DIPLOMA-REC
                   PERFORM 0540-ENCERRAR-PROTOCOLO
                   DISPLAY '2A VIA REGISTRADA (VIA ' DIP-VIA
                           ') - PROTOCOLO ' WRK-PROT-NUMERO
                 END-IF
               END-IF
           END-IF.

      *    A 2A VIA REAPROVEITA O PROTOCOLO AINDA NAO ENCERRADO DA
      *    MESMA MATRICULA/CURSO (O ALUNO VOLTA DEPOIS DE PAGAR A
      *    TAXA); SEM ELE, ABRE UM NOVO PELO PROTNUM.
       0520-PROTOCOLAR-SEGUNDA-VIA.
           MOVE 'C'        TO WRK-PSI-FUNCAO.
           MOVE DIP-CURSO  TO WRK-PROT-REF-TEXTO.
           MOVE ZEROS      TO WRK-PROT-NUMERO.
           CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                DIP-MATRICULA WRK-PROT-REF-SEQ
                                WRK-PROT-REF-TEXTO WRK-PROT-NUMERO
                                WRK-PSI-SITUACAO.
           IF WRK-PROT-NUMERO = 0
               CALL 'PROTNUM' USING WRK-PROT-TIPO DIP-MATRICULA
                                    WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO
                                    WRK-OPERADOR WRK-PROT-NUMERO
               CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                    DIP-MATRICULA WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO
                                    WRK-PROT-NUMERO WRK-PSI-SITUACAO
           END-IF.

       0540-ENCERRAR-PROTOCOLO.
           IF WRK-PROT-NUMERO > 0
               MOVE 'G' TO WRK-PSI-FUNCAO
               MOVE 'E' TO WRK-PSI-SITUACAO
               CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                    DIP-MATRICULA WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO
                                    WRK-PROT-NUMERO WRK-PSI-SITUACAO
           END-IF.

       0600-CONSULTAR.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           IF DIP-VIA > 1
               DISPLAY '2A VIA EM ' DIP-DATA-2VIA ' - MOTIVO: '
                       DIP-MOTIVO-2VIA
               IF DIP-NOME-2VIA NOT = SPACES
                  AND DIP-NOME-2VIA NOT = DIP-NOME
                   DISPLAY '2A VIA EMITIDA COM O NOME ' DIP-NOME-2VIA
               END-IF
           END-IF.

       0700-EXTRATO.
