      *          eventos de ciclo de vida de MATRICULA.DAT. Documento
      *          obrigatorio pendente no checklist (PROG80) trava a
      *          emissao, como na emissao de diploma. A secretaria
      *          deixa de digitar a guia do zero. A guia abre
      *          protocolo TRANSFER (PROTNUM); com taxa na tabela
      *          TAXAS.DAT ela so e numerada e impressa depois que a
      *          taxa e paga, e o protocolo e encerrado na emissao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO WRK-ARQ-DOCALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WRK-DOC-STATUS.
           SELECT GUIACTL-FILE ASSIGN TO WRK-ARQ-GUIACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT GUIA-REL ASSIGN TO WRK-ARQ-GUIATRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       DATA DIVISION.
       01  GUIA-REC             PIC X(80).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-DOCALUNO  PIC X(40) VALUE 'DOCALUNO.DAT'.
       77 WRK-ARQ-GUIACTL   PIC X(40) VALUE 'GUIACTL.DAT'.
       77 WRK-ARQ-GUIATRAN  PIC X(40) VALUE 'GUIATRAN.REL'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PROT-REF-TEXTO PIC X(21) VALUE SPACES.
       77 WRK-PROT-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-PROT-OPERADOR  PIC X(10) VALUE SPACES.
       77 WRK-PSI-FUNCAO     PIC X(01) VALUE SPACES.
       77 WRK-PSI-SITUACAO   PIC X(01) VALUE SPACES.

       01 WRK-OBRIGATORIOS-TAB.
           05 FILLER            PIC X(12) VALUE 'CERTIDAO    '.
           05 LIN-NOTA          PIC Z9,9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-SITUACAO      PIC X(20).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           DISPLAY 'GUIA DE TRANSFERENCIA DE SAIDA'.
           DISPLAY 'MATRICULA DO ALUNO: '.
                   DISPLAY 'EMISSAO TRAVADA - DOCUMENTOS '
                           'OBRIGATORIOS PENDENTES (VER PROG80).'
               ELSE
                 PERFORM 0090-PROTOCOLAR-TRANSFERENCIA
                 IF WRK-PSI-SITUACAO = 'A'
                   DISPLAY 'TRANSFERENCIA - PROTOCOLO ' WRK-PROT-NUMERO
                           ' AGUARDANDO PAGAMENTO DA TAXA - GUIA '
                           'SO APOS A BAIXA.'
                 ELSE
                   DISPLAY 'INSTITUICAO DE DESTINO: '
                   ACCEPT WRK-DESTINO
                   PERFORM 0100-PREPARAR
                   PERFORM 0500-SECAO-FREQUENCIA
                   PERFORM 0600-SECAO-EVENTOS
                   PERFORM 0700-ENCERRAR
                 END-IF
               END-IF
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG83' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'DOCALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DOCALUNO.
           MOVE 'GUIACTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GUIACTL.
           MOVE 'GUIATRAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GUIATRAN.

       0050-IDENTIFICAR-ALUNO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               CLOSE DOCUMENTO-FILE
           END-IF.

      *    A GUIA REAPROVEITA O PROTOCOLO TRANSFER AINDA NAO
      *    ENCERRADO DA MESMA MATRICULA/CURSO (O ALUNO VOLTA DEPOIS DE
      *    PAGAR A TAXA); SEM ELE, ABRE UM NOVO PELO PROTNUM. O NUMERO
      *    DA GUIA SO E TIRADO DEPOIS DA TAXA PAGA.
       0090-PROTOCOLAR-TRANSFERENCIA.
           MOVE 'C'        TO WRK-PSI-FUNCAO.
           MOVE 'TRANSFER' TO WRK-PROT-TIPO.
           MOVE ZEROS      TO WRK-PROT-REF-SEQ.
           MOVE WRK-CURSO  TO WRK-PROT-REF-TEXTO.
           MOVE ZEROS      TO WRK-PROT-NUMERO.
           MOVE SPACES     TO WRK-PROT-OPERADOR.
           CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                WRK-MATRICULA WRK-PROT-REF-SEQ
                                WRK-PROT-REF-TEXTO WRK-PROT-NUMERO
                                WRK-PSI-SITUACAO.
           IF WRK-PROT-NUMERO = 0
               CALL 'PROTNUM' USING WRK-PROT-TIPO WRK-MATRICULA
                                    WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO
                                    WRK-PROT-OPERADOR WRK-PROT-NUMERO
               CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                    WRK-MATRICULA WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO
                                    WRK-PROT-NUMERO WRK-PSI-SITUACAO
           END-IF.

       0100-PREPARAR.
           PERFORM 0110-PROXIMO-NUMERO.
           PERFORM 0130-CARREGAR-EQUIVALENCIAS.
               TO GUIA-REC.
           WRITE GUIA-REC.
           CLOSE GUIA-REL.
           PERFORM 0750-ENCERRAR-PROTOCOLO.
           DISPLAY 'GUIA N. ' WRK-NUMERO-GUIA ' GERADA EM '
                   'GUIATRAN.REL (PROTOCOLO ' WRK-PROT-NUMERO ').'.

       0750-ENCERRAR-PROTOCOLO.
           IF WRK-PROT-NUMERO > 0
               MOVE 'G' TO WRK-PSI-FUNCAO
               MOVE 'E' TO WRK-PSI-SITUACAO
               CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                    WRK-MATRICULA WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO
                                    WRK-PROT-NUMERO WRK-PSI-SITUACAO
           END-IF.

       END PROGRAM PROG83.
