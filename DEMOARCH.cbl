      *          to the PAYHISTF history file, then deletes it from
      *          the active master, so PAYMASTF and every report that
      *          scans it doesn't just keep growing.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  PARM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOARCH".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-ANOS-RETENCAO        PIC 9(02) VALUE ZEROS.
       77 WS-ANO-CORTE            PIC 9(04) VALUE ZEROS.
                                AND WS-HIST-STATUS NOT = "22"
                                PERFORM ERRO-GRAVACAO-HIST
                            END-IF
                            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                            DELETE PAY-MASTER-FILE RECORD
                                INVALID KEY
                                    MOVE "EXCLUIR PAGAMENTO"
                                        TO WS-OPERACAO-PAY
                                    PERFORM ERRO-GRAVACAO-PAY
                            END-DELETE
                            MOVE "E" TO WS-JRN-OPERACAO
                            PERFORM GRAVA-DIARIO
                            ADD 1 TO WS-QTD-ARQUIVADOS
                        ELSE
                            ADD 1 TO WS-QTD-MANTIDOS
                " - STATUS " WS-HIST-STATUS
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
       END PROGRAM DEMOARCH.
