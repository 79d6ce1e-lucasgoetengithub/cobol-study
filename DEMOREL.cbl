      *          and installments stop being held back in paper
      *          folders and keyed on the right morning by hand.
      *          Payments whose due date is still ahead stay parked.
      *          A released payment carries DEMOREL and the run date
      *          as its release (PAY-OPER-LIBERACAO).
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  PARM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOREL".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
      * dual-approval control applies on the day the payment becomes
      * due, not on the day it was loaded.
       LIBERA-PAGAMENTO.
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
            IF WS-LIMITE-APROVACAO > ZEROS
                AND PAY-VALOR > WS-LIMITE-APROVACAO
                SET PAY-CONFIRM TO FALSE
                ADD 1 TO WS-QTD-LIBERADOS
                MOVE "LIBERACAO DE PAGTO AGENDADO" TO WS-MOTIVO
                MOVE "DEMOREL" TO PAY-OPER-LIBERACAO
                MOVE WS-RUN-DATE TO PAY-DATA-LIBERACAO
            END-IF

            REWRITE PAY-MASTER-RECORD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO

            PERFORM GRAVA-AUDITORIA.

                MOVE PAY-PAGTO TO AUD-VALOR-NOVO
                MOVE WS-MOTIVO TO AUD-MOTIVO
                MOVE "DEMOREL" TO AUD-OPERADOR
                IF WS-SIMULANDO
                    SET AUD-SIMULACAO TO TRUE
                ELSE
                    MOVE SPACE TO AUD-REPROC
                END-IF
                WRITE AUDIT-RECORD
            END-IF.

                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                END-READ
                CLOSE CTRL-FILE
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
       END PROGRAM DEMOREL.
