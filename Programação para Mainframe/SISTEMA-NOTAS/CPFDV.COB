       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFDV.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validacao dos digitos verificadores do CPF -
      *          subprograma CALLado por todo ponto onde o CPF do
      *          aluno e digitado ou carregado (TerceiroPrograma,
      *          carga do vestibular PROG73 e a varredura PROG124).
      *          Regra da Receita Federal: 11 digitos, nao todos
      *          iguais; o 1o DV usa pesos 10..2 sobre os 9 primeiros
      *          digitos e o 2o DV pesos 11..2 sobre os 10 primeiros,
      *          em modulo 11 (resto 0 ou 1 gera DV 0, senao 11 menos
      *          o resto). Devolve 'S' em LK-RESULTADO quando o CPF e
      *          valido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-IND           PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIGITOS   PIC 9(02) VALUE ZEROS.
       77 WRK-PESO          PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA          PIC 9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(02) VALUE ZEROS.
       77 WRK-DV            PIC 9(01) VALUE ZEROS.
       77 WRK-DIGITO        PIC 9(01) VALUE ZEROS.
       77 WRK-POS-DV        PIC 9(02) VALUE ZEROS.
       77 WRK-DV-OK         PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO      PIC X(01) VALUE SPACE.
       77 WRK-QTD-IGUAIS    PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-CPF           PIC X(11).
       01  LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-CPF LK-RESULTADO.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-RESULTADO
           MOVE LK-CPF(1:1) TO WRK-PRIMEIRO
           MOVE 0 TO WRK-QTD-IGUAIS
           INSPECT LK-CPF TALLYING WRK-QTD-IGUAIS
               FOR ALL WRK-PRIMEIRO
           IF LK-CPF IS NUMERIC
              AND WRK-QTD-IGUAIS < 11
               MOVE 9 TO WRK-QTD-DIGITOS
               PERFORM 0100-CONFERIR-DV
               IF WRK-DV-OK = 'S'
                   MOVE 10 TO WRK-QTD-DIGITOS
                   PERFORM 0100-CONFERIR-DV
                   IF WRK-DV-OK = 'S'
                       MOVE 'S' TO LK-RESULTADO
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *    CALCULA O DV SOBRE OS WRK-QTD-DIGITOS PRIMEIROS DIGITOS (O
      *    PESO COMECA EM QTD + 1) E CONFERE COM O DIGITO SEGUINTE.
       0100-CONFERIR-DV.
           MOVE 'N' TO WRK-DV-OK.
           MOVE 0 TO WRK-SOMA.
           COMPUTE WRK-PESO = WRK-QTD-DIGITOS + 1.
           PERFORM 0110-SOMAR-DIGITO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-DIGITOS.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO
           END-IF.
           COMPUTE WRK-POS-DV = WRK-QTD-DIGITOS + 1.
           MOVE LK-CPF(WRK-POS-DV:1) TO WRK-DIGITO.
           IF WRK-DIGITO = WRK-DV
               MOVE 'S' TO WRK-DV-OK
           END-IF.

       0110-SOMAR-DIGITO.
           MOVE LK-CPF(WRK-IND:1) TO WRK-DIGITO.
           COMPUTE WRK-SOMA = WRK-SOMA + WRK-DIGITO * WRK-PESO.
           SUBTRACT 1 FROM WRK-PESO.

       END PROGRAM CPFDV.
