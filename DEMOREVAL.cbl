      *          restatement goes to AUDITLOG with the old and new
      *          base-currency values. Run at month end, after the
      *          period's last daily batch, like DEMOARCH at year
      *          end; the accrual of open payables (DEMOPRVS) runs
      *          right after it, on the restated values.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOREVAL".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-RATE-STATUS          PIC X(02) VALUE "00".
                        SET WS-FIM-PAY TO TRUE
                    NOT AT END
                        IF NOT PAY-CONFIRM AND NOT PAY-POSTADO
                            AND NOT PAY-CANCELADO
                            AND PAY-MOEDA NOT = SPACES
                            AND PAY-MOEDA NOT = "BRL"
                            PERFORM REVALORIZA-PAGAMENTO
            END-IF.

       APLICA-REVALORIZACAO.
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
            MOVE WS-VALOR-NOVO TO PAY-VALOR
            COMPUTE PAY-VALOR-LIQUIDO =
                PAY-VALOR - PAY-VALOR-RETIDO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO
            ADD 1 TO WS-QTD-REVALORIZADOS

            PERFORM GRAVA-PARTIDAS-REVAL
            SET RVH-REGISTRO TO TRUE
            MOVE WS-RUN-DATE TO RVH-DATA
            MOVE "DEMOREVA" TO RVH-ORIGEM
            MOVE ZEROS TO RVH-CICLO
            WRITE RVH-RECORD
            IF WS-REV-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-REVAL
                WS-REV-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      * the before and after images of every PAYMASTF change go to
      * the PAYJRNL recovery journal; a change the journal cannot
      * hold would be lost to a forward recovery, so it stops the
      * run. The record as written is the before-image of any
      * further change to it.
       GRAVA-DIARIO.
            CALL "REGJRNL" USING WS-JRN-PROGRAMA WS-JRN-OPERACAO
                WS-IMAGEM-ANTES PAY-MASTER-RECORD WS-JRN-RESULTADO
            IF WS-JRN-ERRO
                DISPLAY "ERRO AO GRAVAR PAYJRNL - PAGAMENTO "
                    PAY-MASTER-RECORD(1:10)
                    " GRAVADO SEM DIARIO DE RECUPERACAO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES.
       END PROGRAM DEMOREVAL.
