      *          confirmed payment, and every payment that went out
      *          in GLEXTRF but was never acknowledged - so a GL
      *          reject surfaces the next morning instead of weeks
      *          later at close. For a cancelled payment the
      *          acknowledgment answers DEMOGL's reversing pair: an
      *          accepted or rejected estorno is recorded in
      *          PAY-ESTORNO-ACK (audited, the payment stays
      *          cancelado) and a rejected one is listed like any
      *          other GL reject. A bank-fee posting (GL-PAY-ID
      *          "TAR" + bank + sequence, DEMOGL from TARIFHST) has
      *          no payment behind it: an accepted one needs nothing,
      *          a rejected one is listed and counted as a GL reject.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  XREF-FILE.
       COPY GLXREF.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOGLACK".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-XRF-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-XRF              PIC X(01) VALUE "N".
          88 WS-FIM-XRF           VALUE "Y".
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESCONHECIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-RECONHEC     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTORNOS-ACEITOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TARIFAS-ACEITAS  PIC 9(05) VALUE ZEROS.
       01 WS-ACKS.
          05 WS-QTD-ACKS          PIC 9(05) COMP VALUE ZEROS.
          05 WS-ACK-ID            PIC X(10) OCCURS 5000 TIMES
            CLOSE PRINT-FILE

            DISPLAY "PAGAMENTOS POSTADOS: " WS-QTD-POSTADOS
            DISPLAY "ESTORNOS DE CANCELAMENTO ACEITOS: "
                WS-QTD-ESTORNOS-ACEITOS
            DISPLAY "TARIFAS BANCARIAS ACEITAS: "
                WS-QTD-TARIFAS-ACEITAS
            DISPLAY "REJEITADOS PELO GL: " WS-QTD-REJEITADOS
            DISPLAY "RECONHECIMENTOS DESCONHECIDOS: "
                WS-QTD-DESCONHECIDOS

            IF ACK-PAY-ID(1:1) = "S" AND WS-QTD-XREFS > ZEROS
                PERFORM PROCESSA-ACK-SUMARIZADO
            ELSE
            IF ACK-PAY-ID(1:3) = "TAR"
                PERFORM PROCESSA-ACK-TARIFA
            ELSE
                PERFORM PROCESSA-ACK-PAGAMENTO
            END-IF
            END-IF.

      * a bank-fee pair has no PAYMASTF record to mark: the fee
      * stays in TARIFHST as posted by DEMOGL, and a GL reject is
      * for the shop to correct in the GL itself.
       PROCESSA-ACK-TARIFA.
            EVALUATE TRUE
                WHEN ACK-ACEITO
                    ADD 1 TO WS-QTD-TARIFAS-ACEITAS
                WHEN ACK-REJEITADO
                    ADD 1 TO WS-QTD-REJEITADOS
                    MOVE SPACES TO PRINT-LINE
                    STRING "TARIFA REJEITADA PELO GL: " ACK-PAY-ID
                        " - " ACK-MOTIVO
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
                WHEN OTHER
                    ADD 1 TO WS-QTD-DESCONHECIDOS
                    MOVE SPACES TO PRINT-LINE
                    STRING "ANOMALIA: " ACK-PAY-ID
                        " COM SITUACAO DE RETORNO INVALIDA ("
                        ACK-SITUACAO ")"
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
            END-EVALUATE.

       PROCESSA-ACK-PAGAMENTO.
            MOVE ACK-PAY-ID TO PAY-ID
            READ PAY-MASTER-FILE
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
                NOT INVALID KEY
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                    PERFORM APLICA-RECONHECIMENTO
            END-READ.

       APLICA-RECONHECIMENTO.
            EVALUATE TRUE
                WHEN PAY-CANCELADO
                    PERFORM APLICA-ACK-ESTORNO
                WHEN ACK-REJEITADO
                    ADD 1 TO WS-QTD-REJEITADOS
                    MOVE SPACES TO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
            END-EVALUATE.

      * a cancelled payment whose reversal already went out is
      * answered on the reversal; one cancelled before DEMOGL sent
      * the reversal can only be answering the original posting,
      * which the cancellation already supersedes - listed, nothing
      * changes.
       APLICA-ACK-ESTORNO.
            IF PAY-DATA-ESTORNO = ZEROS
                MOVE SPACES TO PRINT-LINE
                STRING "CANCELADO: " ACK-PAY-ID
                    " POSTAGEM ORIGINAL RECONHECIDA - ESTORNO "
                    "AINDA NAO ENVIADO"
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
            ELSE
                EVALUATE TRUE
                    WHEN ACK-ACEITO AND PAY-ESTORNO-ACEITO
                        CONTINUE
                    WHEN ACK-ACEITO
                        PERFORM MARCA-ESTORNO-ACEITO
                    WHEN ACK-REJEITADO
                        PERFORM MARCA-ESTORNO-REJEITADO
                    WHEN OTHER
                        ADD 1 TO WS-QTD-DESCONHECIDOS
                        MOVE SPACES TO PRINT-LINE
                        STRING "ANOMALIA: " ACK-PAY-ID
                            " COM SITUACAO DE RETORNO INVALIDA ("
                            ACK-SITUACAO ")"
                            DELIMITED BY SIZE INTO PRINT-LINE
                        PERFORM GRAVA-LINHA-RELATORIO
                END-EVALUATE
            END-IF.

       MARCA-ESTORNO-ACEITO.
            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
            SET PAY-ESTORNO-ACEITO TO TRUE
            PERFORM REGRAVA-PAGAMENTO
            ADD 1 TO WS-QTD-ESTORNOS-ACEITOS
            MOVE "ESTORNO CONFIRMADO NO GL" TO WS-MOTIVO
            PERFORM GRAVA-AUDITORIA.

       MARCA-ESTORNO-REJEITADO.
            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
            SET PAY-ESTORNO-REJEITADO TO TRUE
            PERFORM REGRAVA-PAGAMENTO
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE SPACES TO PRINT-LINE
            STRING "ESTORNO REJEITADO PELO GL: " ACK-PAY-ID " - "
                ACK-MOTIVO DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "ESTORNO REJEITADO PELO GL" TO WS-MOTIVO
            PERFORM GRAVA-AUDITORIA.

      * an acknowledgment of a summarized posting is applied to every
      * payment GLXREF lists behind that account - only on the debit
      * line, so each payment posts once, not once per side; the
            END-IF
            END-IF.

      * a bank fee behind the summarized account has no payment to
      * mark.
       APLICA-ACK-DRILL.
            IF WS-XREF-PAY-ID(WS-SUB)(1:3) = "TAR"
                ADD 1 TO WS-QTD-TARIFAS-ACEITAS
            ELSE
                PERFORM APLICA-ACK-DRILL-PAGAMENTO
            END-IF.

       APLICA-ACK-DRILL-PAGAMENTO.
            MOVE WS-XREF-PAY-ID(WS-SUB) TO PAY-ID
            READ PAY-MASTER-FILE
                INVALID KEY
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
                NOT INVALID KEY
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                    IF PAY-CONFIRM
                        PERFORM MARCA-POSTADO
                    END-IF
                    IF PAY-CANCELADO
                        AND PAY-DATA-ESTORNO NOT = ZEROS
                        AND NOT PAY-ESTORNO-ACEITO
                        PERFORM MARCA-ESTORNO-ACEITO
                    END-IF
            END-READ.

      * GLACKF carries no FILEHDR date, so the register keys on the
            MOVE "GL" TO WS-REG-ORIGEM
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                DISPLAY "ERRO: GLACKF JA PROCESSADO EM "
                    WS-DATA-SISTEMA " SEGUNDO O XMITREG - ARQUIVO "
            MOVE WS-QTD-ACKS TO WS-REG-QTD
            MOVE ZEROS TO WS-REG-HASH
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO REGISTRADA"
       MARCA-POSTADO.
            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
            SET PAY-POSTADO TO TRUE
            PERFORM REGRAVA-PAGAMENTO
            ADD 1 TO WS-QTD-POSTADOS
            MOVE "POSTAGEM CONFIRMADA NO GL" TO WS-MOTIVO
            PERFORM GRAVA-AUDITORIA.

       REGRAVA-PAGAMENTO.
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PAGAMENTO " PAY-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO.

       CONFERE-EXTRAIDOS-SEM-ACK.
            OPEN INPUT GL-EXTRACT-FILE
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
       END PROGRAM DEMOGLACK.
