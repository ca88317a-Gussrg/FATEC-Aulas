      *          humano acaba com duas matriculas (vestibular +
      *          transferencia), cada uma com metade do historico. A
      *          deteccao varre CADALUNO.DAT e aponta nomes identicos
      *          (e quase identicos) inclusive em cursos diferentes,
      *          e o mesmo CPF em duas matriculas como duplicidade
      *          certa (independente da grafia do nome);
      *          a fusao, para um par confirmado pelo operador,
      *          rechaveia os registros da matricula perdedora em
      *          GRADES.DAT, GRADES.HIST, MATRICULA.DAT, CHAMADA.DAT
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALUNOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SUSPEITOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CERTOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-IND2           PIC 9(03) VALUE ZEROS.
       77 WRK-PERDEDORA      PIC X(10) VALUE SPACES.
               10 WRK-ALU-MATRICULA PIC X(10).
               10 WRK-ALU-NOME      PIC X(30).
               10 WRK-ALU-CURSO     PIC X(10).
               10 WRK-ALU-CPF       PIC X(11).
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           END-EVALUATE.

       0300-DETECTAR.
           MOVE ZEROS TO WRK-QTD-ALUNOS WRK-QTD-SUSPEITOS
                         WRK-QTD-CERTOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
                   UNTIL WRK-IND >= WRK-QTD-ALUNOS
               DISPLAY 'ALUNOS NO CADASTRO: ' WRK-QTD-ALUNOS
                       ' - PARES SUSPEITOS: ' WRK-QTD-SUSPEITOS
               DISPLAY 'DUPLICIDADES CERTAS (MESMO CPF): '
                       WRK-QTD-CERTOS
           END-IF.

       0350-CARREGAR-ALUNO.
                           TO WRK-ALU-NOME(WRK-QTD-ALUNOS)
                       MOVE AL-CURSO
                           TO WRK-ALU-CURSO(WRK-QTD-ALUNOS)
                       MOVE AL-CPF
                           TO WRK-ALU-CPF(WRK-QTD-ALUNOS)
                   ELSE
                       DISPLAY 'MAIS DE 500 ALUNOS - DETECCAO '
                               'PARCIAL.'
                   END-IF
           END-READ.

      *    O MESMO CPF EM DUAS MATRICULAS E DUPLICIDADE CERTA; SEM
      *    CPF EM COMUM, NOME IDENTICO E SUSPEITO FORTE E OS
      *    PRIMEIROS 15 CARACTERES IGUAIS APONTAM GRAFIA QUASE
      *    IDENTICA.
       0400-CRUZAR-NOMES.
           PERFORM 0450-COMPARAR-PAR
               VARYING WRK-IND2 FROM WRK-IND BY 1

       0450-COMPARAR-PAR.
           IF WRK-IND2 > WRK-IND
               IF WRK-ALU-CPF(WRK-IND) NOT = SPACES
                  AND WRK-ALU-CPF(WRK-IND) = WRK-ALU-CPF(WRK-IND2)
                   PERFORM 0460-MESMO-CPF
               ELSE
                   PERFORM 0470-COMPARAR-NOMES
               END-IF
           END-IF.

       0460-MESMO-CPF.
           ADD 1 TO WRK-QTD-SUSPEITOS.
           ADD 1 TO WRK-QTD-CERTOS.
           DISPLAY 'MESMO CPF     : '
                   WRK-ALU-MATRICULA(WRK-IND) ' '
                   WRK-ALU-NOME(WRK-IND).
           DISPLAY '  (CERTO)  COM: '
                   WRK-ALU-MATRICULA(WRK-IND2) ' '
                   WRK-ALU-NOME(WRK-IND2)
                   ' - CPF ' WRK-ALU-CPF(WRK-IND).

       0470-COMPARAR-NOMES.
           IF WRK-ALU-NOME(WRK-IND) = WRK-ALU-NOME(WRK-IND2)
               ADD 1 TO WRK-QTD-SUSPEITOS
               DISPLAY 'NOME IDENTICO : '
                       WRK-ALU-MATRICULA(WRK-IND) ' ('
                       WRK-ALU-CURSO(WRK-IND) ') X '
                       WRK-ALU-MATRICULA(WRK-IND2) ' ('
                       WRK-ALU-CURSO(WRK-IND2) ') - '
                       WRK-ALU-NOME(WRK-IND)
           ELSE
               IF WRK-ALU-NOME(WRK-IND)(1:15)
                  = WRK-ALU-NOME(WRK-IND2)(1:15)
                   ADD 1 TO WRK-QTD-SUSPEITOS
                   DISPLAY 'NOME PARECIDO : '
                           WRK-ALU-MATRICULA(WRK-IND) ' '
                           WRK-ALU-NOME(WRK-IND)
                   DISPLAY '          COM : '
                           WRK-ALU-MATRICULA(WRK-IND2) ' '
                           WRK-ALU-NOME(WRK-IND2)
               END-IF
           END-IF.

                   PERFORM 0580-FUNDIR-COMPONENTES
                   PERFORM 0600-FUNDIR-HISTORICO
                   PERFORM 0650-REMOVER-CADASTRO
                   PERFORM 0930-GRAVAR-RESUMO
                   DISPLAY '----------------------------------------'
                   DISPLAY 'FUSAO CONCLUIDA:'
                   DISPLAY 'GRADES.DAT....: ' WRK-QTD-GRADES
       0530-RECHAVEAR-GRADE.
           MOVE GR-MATERIA TO WRK-CONT-MATERIA.
           MOVE GR-ANO-SEMESTRE TO WRK-CONT-PERIODO(1:6).
           PERFORM 0925-MARCAR-RESUMO.
           DELETE GRADE-FILE.
           MOVE WRK-SOBREVIVENTE TO GR-MATRICULA.
           PERFORM 0925-MARCAR-RESUMO.
           WRITE GRADE-REC
               INVALID KEY
      *    A SOBREVIVENTE JA TEM ESTA MATERIA/PERIODO: DEVOLVE O
       0590-RECHAVEAR-COMP.
           MOVE CMP-MATERIA TO WRK-CONT-MATERIA.
           MOVE CMP-ANO-SEMESTRE TO WRK-CONT-PERIODO(1:6).
           PERFORM 0926-MARCAR-RESUMO-COMP.
           DELETE COMP-FILE.
           MOVE WRK-SOBREVIVENTE TO CMP-MATRICULA.
           PERFORM 0926-MARCAR-RESUMO-COMP.
           WRITE COMPONENTE-REC
               INVALID KEY
                   ADD 1 TO WRK-QTD-CONFLITOS
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-PERDEDORA
                       MOVE 'R' TO RAT-FUNCAO
                       PERFORM 0927-MOVER-HISTORICO
                       MOVE WRK-SOBREVIVENTE TO HIST-MATRICULA
                       MOVE 'H' TO RAT-FUNCAO
                       PERFORM 0927-MOVER-HISTORICO
                       ADD 1 TO WRK-QTD-HIST
                   END-IF
                   MOVE HIST-REC TO HISTTMP-REC
           WRITE SEQCTL-REC
           CLOSE SEQCTL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): AS CHAVES DA
      *    PERDEDORA E DA SOBREVIVENTE FICAM MARCADAS NO RESUMATU A
      *    CADA RECHAVEAMENTO; O DETALHE DO HISTORICO SAI DA PARTE
      *    ARQUIVADA DA PERDEDORA E ENTRA NA DA SOBREVIVENTE. O
      *    0930-GRAVAR-RESUMO GRAVA TUDO NO FIM DA FUSAO, COM OS
      *    ARQUIVOS JA FECHADOS.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG81'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0926-MARCAR-RESUMO-COMP.
           MOVE 'M'              TO RAT-FUNCAO
           MOVE 'PROG81'         TO RAT-PROGRAMA
           MOVE CMP-MATRICULA    TO RAT-MATRICULA
           MOVE CMP-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0927-MOVER-HISTORICO.
           MOVE 'PROG81'          TO RAT-PROGRAMA
           MOVE HIST-MATRICULA    TO RAT-MATRICULA
           MOVE HIST-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           MOVE HIST-MATERIA      TO RAT-MATERIA
           MOVE HIST-NOTA         TO RAT-NOTA
           MOVE HIST-SITUACAO     TO RAT-SITUACAO
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG81'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG81.
