      *          arquivo mestre de alunos (CADALUNO.DAT), consultado
      *          por PROG06/PROG10 para buscar o nome oficial pela
      *          matricula em vez de redigita-lo a cada lancamento.
      *          Tambem colhe os dados pessoais (CPF conferido pelo
      *          CPFDV, nascimento, e-mail e telefone); na atualizacao
      *          a resposta em branco mantem o valor ja gravado.
      * Tectonics: cobc
      ******************************
       IDENTIFICATION DIVISION.
       77 WRK-DV-OK         PIC X(01) VALUE 'N'.
       77 WRK-NOME-SOCIAL   PIC X(30) VALUE SPACES.
       77 WRK-CURSO2        PIC X(10) VALUE SPACES.
       77 WRK-CPF           PIC X(11) VALUE SPACES.
       77 WRK-CPF-OK        PIC X(01) VALUE 'N'.
       77 WRK-DATA-NASC     PIC X(08) VALUE SPACES.
       77 WRK-DATA-OK       PIC X(01) VALUE 'N'.
       77 WRK-EMAIL         PIC X(40) VALUE SPACES.
       77 WRK-TELEFONE      PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
                   MOVE SPACES TO AL-PROB-INICIO
                   MOVE SPACES TO AL-PROB-MOTIVO
               END-IF
               PERFORM OBTER-DADOS-PESSOAIS
               IF WRK-JA-EXISTE = 'S'
                   REWRITE ALUNO-REC
               ELSE
                           'PARA 30 CARACTERES.'
               END-IF
           END-IF.

      *    DADOS PESSOAIS. NO ALUNO NOVO OS CAMPOS COMECAM EM BRANCO;
      *    NA ATUALIZACAO A RESPOSTA EM BRANCO MANTEM O VALOR GRAVADO.
       OBTER-DADOS-PESSOAIS.
           IF WRK-JA-EXISTE = 'N'
               MOVE SPACES TO AL-CPF
               MOVE SPACES TO AL-DATA-NASCIMENTO
               MOVE SPACES TO AL-EMAIL
               MOVE SPACES TO AL-TELEFONE
           END-IF
           MOVE 'N' TO WRK-CPF-OK
           PERFORM OBTER-CPF UNTIL WRK-CPF-OK = 'S'
           MOVE 'N' TO WRK-DATA-OK
           PERFORM OBTER-NASCIMENTO UNTIL WRK-DATA-OK = 'S'
           IF WRK-IDIOMA = 'I'
               DISPLAY 'E-MAIL (BLANK KEEPS: ' AL-EMAIL ') '
           ELSE
               DISPLAY 'E-MAIL (EM BRANCO MANTEM: ' AL-EMAIL ') '
           END-IF
           MOVE SPACES TO WRK-EMAIL
           ACCEPT WRK-EMAIL
           IF WRK-EMAIL NOT = SPACES
               MOVE WRK-EMAIL TO AL-EMAIL
           END-IF
           IF WRK-IDIOMA = 'I'
               DISPLAY 'PHONE (BLANK KEEPS: ' AL-TELEFONE ') '
           ELSE
               DISPLAY 'TELEFONE (EM BRANCO MANTEM: ' AL-TELEFONE ') '
           END-IF
           MOVE SPACES TO WRK-TELEFONE
           ACCEPT WRK-TELEFONE
           IF WRK-TELEFONE NOT = SPACES
               MOVE WRK-TELEFONE TO AL-TELEFONE
           END-IF.

      *    CPF SO COM DIGITOS, CONFERIDO PELO CPFDV. EM BRANCO FICA
      *    COMO ESTA (O ALUNO SEM CPF SAI NA VARREDURA DO PROG124).
       OBTER-CPF.
           IF WRK-IDIOMA = 'I'
               DISPLAY 'CPF - DIGITS ONLY (BLANK KEEPS: ' AL-CPF ') '
           ELSE
               DISPLAY 'CPF - SO DIGITOS (EM BRANCO MANTEM: ' AL-CPF
                       ') '
           END-IF
           MOVE SPACES TO WRK-CPF
           ACCEPT WRK-CPF
           IF WRK-CPF = SPACES
               MOVE 'S' TO WRK-CPF-OK
           ELSE
               CALL 'CPFDV' USING WRK-CPF WRK-CPF-OK
               IF WRK-CPF-OK = 'S'
                   MOVE WRK-CPF TO AL-CPF
               ELSE
                   IF WRK-IDIOMA = 'I'
                       DISPLAY 'INVALID CPF CHECK DIGITS - RE-ENTER.'
                   ELSE
                       DISPLAY 'DIGITOS VERIFICADORES DO CPF '
                               'INVALIDOS - DIGITE NOVAMENTE.'
                   END-IF
               END-IF
           END-IF.

       OBTER-NASCIMENTO.
           IF WRK-IDIOMA = 'I'
               DISPLAY 'BIRTH DATE YYYYMMDD (BLANK KEEPS: '
                       AL-DATA-NASCIMENTO ') '
           ELSE
               DISPLAY 'NASCIMENTO AAAAMMDD (EM BRANCO MANTEM: '
                       AL-DATA-NASCIMENTO ') '
           END-IF
           MOVE SPACES TO WRK-DATA-NASC
           ACCEPT WRK-DATA-NASC
           IF WRK-DATA-NASC = SPACES
               MOVE 'S' TO WRK-DATA-OK
           ELSE
               IF WRK-DATA-NASC IS NUMERIC
                  AND WRK-DATA-NASC(5:2) >= '01'
                  AND WRK-DATA-NASC(5:2) <= '12'
                  AND WRK-DATA-NASC(7:2) >= '01'
                  AND WRK-DATA-NASC(7:2) <= '31'
                   MOVE 'S' TO WRK-DATA-OK
                   MOVE WRK-DATA-NASC TO AL-DATA-NASCIMENTO
               ELSE
                   IF WRK-IDIOMA = 'I'
                       DISPLAY 'INVALID DATE - RE-ENTER.'
                   ELSE
                       DISPLAY 'DATA INVALIDA - DIGITE NOVAMENTE.'
                   END-IF
               END-IF
           END-IF.
       END PROGRAM TerceiroPrograma.
