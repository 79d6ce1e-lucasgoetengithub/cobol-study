      * Author:
      * Date:
      * Purpose:
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMONSTRA4".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
                    MOVE SPACES TO PAY-BANCO
                    MOVE SPACE TO PAY-ORDEM
                    MOVE ZEROS TO PAY-DATA-EXTRACAO
                    MOVE SPACES TO PAY-CANC-MOTIVO
                    MOVE SPACES TO PAY-CANC-OPERADOR
                    MOVE ZEROS TO PAY-CANC-DATA
                    MOVE ZEROS TO PAY-DATA-ESTORNO
                    SET PAY-ESTORNO-PENDENTE TO TRUE
                    MOVE SPACE TO PAY-DEVOLUCAO
                    MOVE ZEROS TO PAY-DATA-DEVOLUCAO
                    MOVE SPACE TO PAY-PAGTO-PRE-DEVOLUCAO
                    SET PAY-SEM-DESCONTO TO TRUE
                    MOVE ZEROS TO PAY-DESC-DATA-LIMITE
                    MOVE ZEROS TO PAY-DESC-VALOR
                    MOVE ZEROS TO PAY-VALOR-ENCARGOS
                    MOVE ZEROS TO PAY-DATA-ENCARGOS
                    MOVE SPACES TO PAY-OPER-LIBERACAO
                    MOVE ZEROS TO PAY-DATA-LIBERACAO
                    MOVE SPACES TO PAY-CENTRO-CUSTO
                    MOVE SPACES TO PAY-PEDIDO
                    MOVE SPACES TO PAY-PENHORA-PROCESSO
                    SET PAY-SEM-PENHORA TO TRUE
                    MOVE ZEROS TO PAY-VALOR-PENHORA
                    MOVE SPACES TO PAY-PENHORA-VINCULO
                    SET PAY-POR-TRANSFERENCIA TO TRUE
                    MOVE SPACES TO PAY-LINHA-DIGITAVEL
                    MOVE ZEROS TO PAY-VALOR-CREDITO
                    MOVE WS-RUN-DATE TO PAY-VENCIMENTO-YYYYMMDD
                    SET PAY-APROV-NAO-EXIGIDA TO TRUE
                    WRITE PAY-MASTER-RECORD
                                TO WS-OPERACAO-PAY
                            PERFORM ERRO-GRAVACAO-PAY
                    END-WRITE
                    MOVE "I" TO WS-JRN-OPERACAO
                    PERFORM GRAVA-DIARIO
            END-READ
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES

            DISPLAY "PAGAMENTO: " PAY-ID
            DISPLAY 'SITUACAO DO PAGTO ATUAL: ' PAY-PAGTO

            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR

      * a cancelled payment is closed for good - neither confirmed
      * again nor reverted here; its GL side is DEMOGL's reversal.
            IF PAY-CANCELADO
                DISPLAY "ERRO: PAGAMENTO " PAY-ID " CANCELADO EM "
                    PAY-CANC-DATA " - ACAO RECUSADA"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            IF WS-ACAO-REVERTER
                PERFORM REVERTER-PAGAMENTO
            ELSE
                    MOVE "GRAVAR PAGAMENTO" TO WS-OPERACAO-PAY
                    PERFORM ERRO-GRAVACAO-PAY
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO

            DISPLAY 'NOVA SITUACAO DO PAGTO: ' PAY-PAGTO

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
       END PROGRAM DEMONSTRA4.
