       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENC.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Encargos de atraso de uma parcela - subprograma
      *          CALLado pela rodada mensal de encargos (PROG111) e
      *          pela baixa do retorno bancario (PROG109), para que a
      *          parcela paga com atraso seja conferida pela mesma
      *          regra ate a data do pagamento, e nao pelo retrato da
      *          ultima rodada. Multa = valor x percentual de multa,
      *          uma vez; juros = valor x percentual ao dia x dias de
      *          atraso entre o vencimento e a data-base. Data-base
      *          ate o vencimento nao tem encargo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-BASE       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-VENC       PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-VALOR             PIC 9(05)V99.
           05 LK-VENCIMENTO        PIC X(08).
           05 LK-DATA-BASE         PIC X(08).
           05 LK-PERC-MULTA        PIC 9(02)V99.
           05 LK-PERC-JUROS        PIC 9(01)V999.
           05 LK-DIAS-ATRASO       PIC 9(05).
           05 LK-MULTA             PIC 9(05)V99.
           05 LK-JUROS             PIC 9(05)V99.
           05 LK-RETORNO           PIC X(01).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.
           MOVE ZEROS TO LK-DIAS-ATRASO LK-MULTA LK-JUROS
           IF LK-VENCIMENTO IS NOT NUMERIC
              OR LK-DATA-BASE IS NOT NUMERIC
               MOVE 'N' TO LK-RETORNO
           ELSE
               MOVE 'S' TO LK-RETORNO
               IF LK-DATA-BASE > LK-VENCIMENTO
                   PERFORM 0100-CALCULAR-ENCARGO
               END-IF
           END-IF
           GOBACK.

       0100-CALCULAR-ENCARGO.
           MOVE LK-VENCIMENTO TO WRK-DATA-NUM.
           COMPUTE WRK-DIA-VENC =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           MOVE LK-DATA-BASE TO WRK-DATA-NUM.
           COMPUTE WRK-DIA-BASE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE LK-DIAS-ATRASO = WRK-DIA-BASE - WRK-DIA-VENC.
           COMPUTE LK-MULTA ROUNDED =
               LK-VALOR * LK-PERC-MULTA / 100.
           COMPUTE LK-JUROS ROUNDED =
               LK-VALOR * LK-PERC-JUROS / 100
               * LK-DIAS-ATRASO.

       END PROGRAM CALCENC.
