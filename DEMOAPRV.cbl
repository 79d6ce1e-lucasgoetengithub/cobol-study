      *          on record. Either decision goes to AUDITLOG with the
      *          reason, the same discipline DEMODISC applies to
      *          discrepancy resolutions. ENTER on the payment ID just
      *          lists the pending queue. The approver and the date are
      *          kept on the payment (PAY-OPER-LIBERACAO), so a late
      *          approval shows on the DEMOMORA late-charge report.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOAPRV".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES

            IF NOT PAY-APROV-PENDENTE
                DISPLAY "ERRO: PAGAMENTO " PAY-ID " NAO ESTA "
                IF PAY-AGUARD-APROV
                    SET PAY-CONFIRM TO FALSE
                END-IF
                MOVE WS-OPERADOR TO PAY-OPER-LIBERACAO
                MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATA-LIBERACAO
            ELSE
                SET PAY-APROV-RECUSADA TO TRUE
            END-IF
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO

            DISPLAY "PAGAMENTO " PAY-ID " - APROVACAO '"
                PAY-APROVACAO "' SITUACAO DO PAGTO '" PAY-PAGTO "'"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

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
       END PROGRAM DEMOAPRV.
