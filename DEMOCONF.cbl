      *          reprocess of a prior date first backs that date's
      *          applications out (estorno, audited) before
      *          re-applying the corrected extract: replaced, never
      *          double-counted. A payment reopened by a bank return
      *          (DEMODEVL) settles again through the same path; one
      *          the GL had already acknowledged returns to postado.
      *          A payment ordered with its early-payment discount
      *          (DEMOPAYO) is settled in full by the discounted
      *          amount: the discount is written off the balance and
      *          the payment marked as discount taken, for DEMOGL to
      *          post to discount income.
      *          A settlement after the payment's due date may carry
      *          the bank's or vendor's multa and juros on top of the
      *          balance: an excess up to the charge the PARMFILE
      *          multa percentage and daily juros allow for the days
      *          late is accepted as a late charge on the payment
      *          (PAY-VALOR-ENCARGOS, posted by DEMOGL to the JUR
      *          class) instead of going to CONFEXC as reason 02;
      *          an excess beyond it is still the exception.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BANCO-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCO-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO "CONFAPLD"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY BANKMST.
       FD  APLICACAO-FILE.
       COPY CONFAPL.
       FD  PARM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOCONF".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EM-REPROCESSO        PIC X(01) VALUE "N".
          88 WS-REPROCESSANDO     VALUE "Y" FALSE "N".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-APL-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-APL              PIC X(01) VALUE "N".
          88 WS-FIM-APL           VALUE "Y".
       77 WS-QTD-SEM-APROVACAO    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGENDADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCIAIS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CANCELADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COM-DESCONTO     PIC 9(05) VALUE ZEROS.
       77 WS-LIQ-DESCONTO         PIC X(01) VALUE "N".
          88 WS-LIQUIDA-COM-DESCONTO VALUE "Y" FALSE "N".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-MULTA-PERCENTUAL     PIC 9(02)V99 VALUE ZEROS.
       77 WS-JUROS-DIA            PIC 9(01)V9(04) VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
       77 WS-ENCARGO-ESPERADO     PIC S9(07)V99 VALUE ZEROS.
       77 WS-EXCESSO              PIC S9(07)V99 VALUE ZEROS.
       77 WS-ENCARGO              PIC S9(07)V99 VALUE ZEROS.
       77 WS-VALOR-APLICADO       PIC S9(07)V99 VALUE ZEROS.
       77 WS-ENCARGO-SIT          PIC X(01) VALUE "N".
          88 WS-ENCARGO-ACEITO    VALUE "Y" FALSE "N".
       77 WS-QTD-COM-ENCARGOS     PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM VERIFICA-REPROCESSAMENTO
            PERFORM CARREGA-PARAMETROS

            OPEN INPUT BANK-EXTRACT-FILE
            IF WS-BK-STATUS NOT = "00"
                WS-QTD-CONFIRMADOS
            DISPLAY "LIQUIDACOES PARCIAIS APLICADAS: "
                WS-QTD-PARCIAIS
            DISPLAY "LIQUIDACOES COM DESCONTO POR ANTECIPACAO: "
                WS-QTD-COM-DESCONTO
            DISPLAY "LIQUIDACOES COM ENCARGOS POR ATRASO: "
                WS-QTD-COM-ENCARGOS
            DISPLAY "JA CONFIRMADOS OU POSTADOS (IGNORADOS): "
                WS-QTD-JA-CONFIRMADOS
            DISPLAY "LIQUIDACOES DESCONHECIDAS: "
                WS-QTD-SEM-APROVACAO
            DISPLAY "LIQUIDACOES DE PAGAMENTOS AGENDADOS: "
                WS-QTD-AGENDADOS
            DISPLAY "LIQUIDACOES DE PAGAMENTOS CANCELADOS: "
                WS-QTD-CANCELADOS
            DISPLAY "LIQUIDACOES JA APLICADAS (IGNORADAS): "
                WS-QTD-JA-APLICADAS
            DISPLAY "LIQUIDACOES ESTORNADAS (REPROCESSAMENTO): "
                    MOVE "01" TO CEX-MOTIVO
                    PERFORM GRAVA-EXCECAO
                NOT INVALID KEY
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                    PERFORM APLICA-CONFIRMACAO
            END-READ.

       APLICA-CONFIRMACAO.
            SET WS-LIQUIDA-COM-DESCONTO TO FALSE
            PERFORM AVALIA-ENCARGO-ATRASO
            EVALUATE TRUE
                WHEN PAY-CONFIRM OR PAY-POSTADO
                    ADD 1 TO WS-QTD-JA-CONFIRMADOS
      * money the bank settled for a payment we cancelled has to be
      * recovered by hand - never silently applied.
                WHEN PAY-CANCELADO
                    ADD 1 TO WS-QTD-CANCELADOS
                    MOVE PAY-ID TO CEX-ID
                    MOVE PAY-VALOR-ORIGINAL TO CEX-VALOR-MASTER
                    MOVE BK-DET-VALOR TO CEX-VALOR-BANCO
                    MOVE "05" TO CEX-MOTIVO
                    PERFORM GRAVA-EXCECAO
      * a payment above the approval threshold may only be confirmed
      * with the DEMOAPRV approval on record - a bank settlement does
      * not override the dual-approval control.
      * the PAY-VALOR-ORIGINAL side, the same side DEMOMATCH pairs;
      * a settlement beyond the balance is the exception, a
      * settlement below it is an installment.
      * an order that went out with the early-payment discount is
      * settled in full by exactly the discounted amount.
                WHEN PAY-DESC-EMITIDO
                    AND PAY-SALDO-ABERTO = PAY-VALOR-ORIGINAL
                    AND BK-DET-VALOR =
                        PAY-VALOR-ORIGINAL - PAY-DESC-VALOR
                    SET WS-LIQUIDA-COM-DESCONTO TO TRUE
                    PERFORM APLICA-LIQUIDACAO
      * a late settlement's excess within the multa and juros due
      * for the days late is the late charge, not an exception.
                WHEN WS-ENCARGO-ACEITO
                    PERFORM APLICA-LIQUIDACAO
                WHEN BK-DET-VALOR > PAY-SALDO-ABERTO
                    ADD 1 TO WS-QTD-DIVERGENTES
                    MOVE PAY-ID TO CEX-ID
                    PERFORM APLICA-LIQUIDACAO
            END-EVALUATE.

      * the expected charge is taken on the balance still open:
      * the fixed multa plus the daily juros for every calendar day
      * from the due date to the settlement. BRL payments only - the
      * charge is posted in the base currency. A payment already
      * extracted to the GL - one DEMODEVL reopened and the bank now
      * settles again - is never extracted again, so a charge on it
      * would never be posted; its excess stays a reason 02
      * exception.
       AVALIA-ENCARGO-ATRASO.
            SET WS-ENCARGO-ACEITO TO FALSE
            MOVE ZEROS TO WS-ENCARGO
            IF BK-DET-VALOR > PAY-SALDO-ABERTO
                AND PAY-SALDO-ABERTO > ZEROS
                AND (PAY-MOEDA = "BRL" OR PAY-MOEDA = SPACES)
                AND PAY-VENCIMENTO-YYYYMMDD > ZEROS
                AND PAY-DATA-EXTRACAO = ZEROS
                AND WS-RUN-DATE > PAY-VENCIMENTO-YYYYMMDD
                AND (WS-MULTA-PERCENTUAL > ZEROS
                    OR WS-JUROS-DIA > ZEROS)
                COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(PAY-VENCIMENTO-YYYYMMDD)
                COMPUTE WS-ENCARGO-ESPERADO ROUNDED =
                    PAY-SALDO-ABERTO * (WS-MULTA-PERCENTUAL
                        + WS-JUROS-DIA * WS-DIAS-ATRASO) / 100
                    ON SIZE ERROR
                        MOVE ZEROS TO WS-ENCARGO-ESPERADO
                END-COMPUTE
                COMPUTE WS-EXCESSO = BK-DET-VALOR - PAY-SALDO-ABERTO
                IF WS-EXCESSO NOT > WS-ENCARGO-ESPERADO
                    SET WS-ENCARGO-ACEITO TO TRUE
                    MOVE WS-EXCESSO TO WS-ENCARGO
                END-IF
            END-IF.

       APLICA-LIQUIDACAO.
            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
            COMPUTE WS-VALOR-APLICADO = BK-DET-VALOR - WS-ENCARGO
            ADD WS-VALOR-APLICADO TO PAY-VALOR-LIQUIDADO
            SUBTRACT WS-VALOR-APLICADO FROM PAY-SALDO-ABERTO
            IF WS-ENCARGO-ACEITO
                ADD WS-ENCARGO TO PAY-VALOR-ENCARGOS
                MOVE WS-RUN-DATE TO PAY-DATA-ENCARGOS
                ADD 1 TO WS-QTD-COM-ENCARGOS
            END-IF
            IF WS-LIQUIDA-COM-DESCONTO
                SUBTRACT PAY-DESC-VALOR FROM PAY-SALDO-ABERTO
                SET PAY-DESC-TOMADO TO TRUE
                ADD 1 TO WS-QTD-COM-DESCONTO
            END-IF
      * the bank that actually settled overrides the bank resolved
      * at load time - but only a bank registered in BANKMAST.
            IF WS-BANCO-CONHECIDO
                MOVE WS-BANCO-ATUAL TO PAY-BANCO
            END-IF
      * a payment the bank returned (DEMODEVL) after the GL had
      * acknowledged it goes back to postado: its postings never
      * left the GL, so DEMOGL must not extract it again.
            IF PAY-SALDO-ABERTO = ZEROS
                IF PAY-DEVOLVIDO AND PAY-PAGTO-PRE-DEVOLUCAO = "P"
                    SET PAY-POSTADO TO TRUE
                    MOVE "RELIQUIDACAO APOS DEVOLUCAO" TO WS-MOTIVO
                ELSE
                    SET PAY-CONFIRM TO TRUE
                    MOVE "CONFIRMACAO DE PAGAMENTO" TO WS-MOTIVO
                END-IF
                IF WS-LIQUIDA-COM-DESCONTO
                    MOVE "LIQUIDACAO COM DESCONTO" TO WS-MOTIVO
                END-IF
                IF WS-ENCARGO-ACEITO
                    MOVE "LIQUIDACAO COM ENCARGOS" TO WS-MOTIVO
                END-IF
                ADD 1 TO WS-QTD-CONFIRMADOS
            ELSE
                ADD 1 TO WS-QTD-PARCIAIS
                MOVE "LIQUIDACAO PARCIAL" TO WS-MOTIVO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO
            PERFORM GRAVA-AUDITORIA
            PERFORM GRAVA-APLICACAO.

            MOVE WS-SEQ-DETALHE TO APL-SEQ
            MOVE PAY-ID TO APL-PAY-ID
            MOVE BK-DET-VALOR TO APL-VALOR
            MOVE WS-ENCARGO TO APL-VALOR-ENCARGO
            WRITE APLICACAO-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR CONFAPLD - STATUS "
                        " DA APLICACAO NAO EXISTE MAIS - ESTORNO "
                        "IGNORADO"
                NOT INVALID KEY
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                    PERFORM ESTORNA-NO-PAGAMENTO
            END-READ
            DELETE APLICACAO-FILE RECORD
                DISPLAY "AVISO: PAGAMENTO " PAY-ID " JA POSTADO "
                    "NO GL - ESTORNO DA LIQUIDACAO REQUER ACERTO "
                    "MANUAL"
            ELSE
            IF PAY-CANCELADO
                DISPLAY "AVISO: PAGAMENTO " PAY-ID " CANCELADO - "
                    "ESTORNO DA LIQUIDACAO REQUER ACERTO MANUAL"
            ELSE
                IF PAY-DATA-EXTRACAO NOT = ZEROS
                    DISPLAY "AVISO: PAGAMENTO " PAY-ID " JA "
                        " - CONFERIR AS POSTAGENS APOS O ESTORNO"
                END-IF
                MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
                COMPUTE WS-VALOR-APLICADO =
                    APL-VALOR - APL-VALOR-ENCARGO
                SUBTRACT WS-VALOR-APLICADO FROM PAY-VALOR-LIQUIDADO
                ADD WS-VALOR-APLICADO TO PAY-SALDO-ABERTO
                IF APL-VALOR-ENCARGO > ZEROS
                    SUBTRACT APL-VALOR-ENCARGO FROM PAY-VALOR-ENCARGOS
                    IF PAY-VALOR-ENCARGOS = ZEROS
                        MOVE ZEROS TO PAY-DATA-ENCARGOS
                    END-IF
                END-IF
      * the discount written off with the settlement comes back too;
      * the order itself still carries the discounted amount.
                IF PAY-DESC-TOMADO
                    ADD PAY-DESC-VALOR TO PAY-SALDO-ABERTO
                    SET PAY-DESC-EMITIDO TO TRUE
                END-IF
                IF PAY-CONFIRM
                    SET PAY-CONFIRM TO FALSE
                END-IF
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-REWRITE
                MOVE "A" TO WS-JRN-OPERACAO
                PERFORM GRAVA-DIARIO
                MOVE "ESTORNO DE LIQUIDACAO" TO WS-MOTIVO
                PERFORM GRAVA-AUDITORIA
            END-IF
            END-IF.

       ABRE-CONFAPLD.
      * the run date keys the CONFAPLD applied-settlement register;
      * the reprocess flag additionally triggers the estorno of the
      * date's earlier applications and marks the AUDITLOG entries.
      * no PARMFILE, or multa and juros both zero, and every excess
      * stays the reason-02 exception it always was.
       CARREGA-PARAMETROS.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = "00"
                DISPLAY "AVISO: PARMFILE NAO ENCONTRADO - USANDO "
                    "PADROES"
            ELSE
                READ PARM-FILE
                    AT END
                        DISPLAY "AVISO: PARMFILE VAZIO"
                    NOT AT END
                        IF PARM-MULTA-PERCENTUAL IS NUMERIC
                            MOVE PARM-MULTA-PERCENTUAL
                                TO WS-MULTA-PERCENTUAL
                        END-IF
                        IF PARM-JUROS-DIA IS NUMERIC
                            MOVE PARM-JUROS-DIA TO WS-JUROS-DIA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       VERIFICA-REPROCESSAMENTO.
            OPEN INPUT CTRL-FILE
            IF WS-CTRL-STATUS = "00"
                READ CTRL-FILE
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                        IF CTRL-EM-REPROCESSO
                            SET WS-REPROCESSANDO TO TRUE
                            DISPLAY "REPROCESSAMENTO DA DATA "
                MOVE "DEMOCONF" TO AUD-OPERADOR
                IF WS-REPROCESSANDO
                    SET AUD-REPROCESSAMENTO TO TRUE
                ELSE
                IF WS-SIMULANDO
                    SET AUD-SIMULACAO TO TRUE
                ELSE
                    MOVE SPACE TO AUD-REPROC
                END-IF
                END-IF
                WRITE AUDIT-RECORD
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
       END PROGRAM DEMOCONF.
