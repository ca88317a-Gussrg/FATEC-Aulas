      *          auditoria de colacao do PROG25, que passa a exigir
      *          estagio concluido e TCC aprovado (ou dispensa
      *          registrada) antes de declarar o aluno apto.
      *          O contrato de estagio exige empresa concedente do
      *          mestre CONCEDEN.DAT (PROG151), ativa e com convenio e
      *          seguro vigentes na data do registro.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT CONCEDENTE-FILE ASSIGN TO "CONCEDEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CNPJ
               FILE STATUS IS WRK-EMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTTCC-FILE.
       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  CONCEDENTE-FILE.
           COPY EMPRREC.

       WORKING-STORAGE SECTION.
       77 WRK-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EMP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CNPJ           PIC X(14) VALUE SPACES.
       77 WRK-CONCEDENTE-OK  PIC X(01) VALUE 'N'.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
                   MOVE SPACES TO EST-TCC-RESULTADO
                   MOVE SPACES TO EST-TCC-ACEITE
                   MOVE SPACES TO EST-TCC-DATA-ACEITE
                   MOVE SPACES TO EST-EMPRESA-CNPJ
                   MOVE SPACES TO EST-DATA-CONTRATO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
           END-READ.

       0300-REGISTRAR-ESTAGIO.
           PERFORM 0250-LOCALIZAR-ALUNO.
           DISPLAY 'CNPJ DA EMPRESA CONCEDENTE (SO DIGITOS; EM BRANCO '
                   '= ESTAGIO DISPENSADO): '.
           ACCEPT WRK-CNPJ.
           IF WRK-CNPJ = SPACES
               MOVE SPACES TO EST-EMPRESA EST-EMPRESA-CNPJ
               MOVE SPACES TO EST-SUPERVISOR
               MOVE ZEROS  TO EST-HORAS-CONTRATO
               MOVE 'D'    TO EST-ESTAGIO-STATUS
               MOVE WRK-DATA-HOJE TO EST-DATA-CONTRATO
               PERFORM 0280-GRAVAR-ALUNO
               DISPLAY 'ESTAGIO MARCADO COMO DISPENSADO.'
           ELSE
               PERFORM 0310-CONFERIR-CONCEDENTE
               IF WRK-CONCEDENTE-OK = 'N'
                   DISPLAY 'CONTRATO DE ESTAGIO NAO GRAVADO.'
               ELSE
                   PERFORM 0320-CAPTURAR-CONTRATO
               END-IF
           END-IF.

      *    A EMPRESA TEM DE ESTAR NO MESTRE DE CONCEDENTES, ATIVA, COM
      *    CONVENIO E APOLICE DE SEGURO VIGENTES HOJE.
       0310-CONFERIR-CONCEDENTE.
           MOVE 'N' TO WRK-CONCEDENTE-OK.
           OPEN INPUT CONCEDENTE-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CONCEDENTES INDISPONIVEL: '
                       WRK-EMP-STATUS
           ELSE
               MOVE WRK-CNPJ TO EMP-CNPJ
               READ CONCEDENTE-FILE KEY IS EMP-CNPJ
                   INVALID KEY
                       DISPLAY 'EMPRESA NAO CADASTRADA COMO '
                               'CONCEDENTE (PROG151).'
                   NOT INVALID KEY
                       PERFORM 0315-CONFERIR-CONVENIO
               END-READ
               CLOSE CONCEDENTE-FILE
           END-IF.

       0315-CONFERIR-CONVENIO.
           DISPLAY 'EMPRESA: ' EMP-RAZAO-SOCIAL.
           EVALUATE TRUE
               WHEN EMP-SITUACAO NOT = 'A'
                   DISPLAY 'EMPRESA INATIVA NO CADASTRO DE '
                           'CONCEDENTES.'
               WHEN EMP-CONVENIO-NUMERO = SPACES
                   DISPLAY 'EMPRESA SEM CONVENIO DE ESTAGIO.'
               WHEN EMP-CONVENIO-VALIDADE < WRK-DATA-HOJE
                   DISPLAY 'CONVENIO ' EMP-CONVENIO-NUMERO
                           ' VENCIDO EM '
                           EMP-CONVENIO-VALIDADE(7:2) '/'
                           EMP-CONVENIO-VALIDADE(5:2) '/'
                           EMP-CONVENIO-VALIDADE(1:4) '.'
               WHEN EMP-SEGURO-APOLICE = SPACES
                   DISPLAY 'EMPRESA SEM APOLICE DE SEGURO DOS '
                           'ESTAGIARIOS.'
               WHEN EMP-SEGURO-VALIDADE < WRK-DATA-HOJE
                   DISPLAY 'APOLICE DE SEGURO ' EMP-SEGURO-APOLICE
                           ' VENCIDA EM '
                           EMP-SEGURO-VALIDADE(7:2) '/'
                           EMP-SEGURO-VALIDADE(5:2) '/'
                           EMP-SEGURO-VALIDADE(1:4) '.'
               WHEN OTHER
                   MOVE 'S' TO WRK-CONCEDENTE-OK
           END-EVALUATE.

       0320-CAPTURAR-CONTRATO.
           MOVE EMP-CNPJ         TO EST-EMPRESA-CNPJ.
           MOVE EMP-RAZAO-SOCIAL TO EST-EMPRESA.
           MOVE WRK-DATA-HOJE    TO EST-DATA-CONTRATO.
           DISPLAY 'SUPERVISOR NA EMPRESA: '.
           ACCEPT EST-SUPERVISOR.
           DISPLAY 'HORAS CONTRATADAS (EX: 0240, 0000 = DISPENSADO): '.
               DISPLAY 'ESTAGIO [' EST-ESTAGIO-STATUS '] '
                       EST-EMPRESA ' - ' EST-HORAS-CUMPRIDAS
                       ' DE ' EST-HORAS-CONTRATO ' HORAS'
               DISPLAY 'CNPJ: ' EST-EMPRESA-CNPJ
                       ' - CONTRATO DE ' EST-DATA-CONTRATO
               DISPLAY 'SUPERVISOR: ' EST-SUPERVISOR
               DISPLAY 'TCC [' EST-TCC-RESULTADO '] '
                       EST-TCC-TITULO
