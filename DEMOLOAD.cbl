      *          FORMATDT, and SITUACAO DO PAGTO set to nao confirmado
      *          pending confirmation - so PAYMASTF reflects the real
      *          day's work instead of only the one demo record
      *          DEMONSTRA4 creates. The vendor's VENDMAST terms
      *          date a payment loaded without a due date (net days)
      *          and set the early-payment discount - deadline and
      *          amount - of a BRL payment; a payment with a discount
      *          on offer is not parked until its due date, so the
      *          order run can still pay it inside the discount
      *          window. A payment charged to a cost center is held
      *          in TRANSUSP (motivo O) when it would take the cost
      *          center's committed amount for the month above its
      *          ORCAMENF budget, until the cost center's manager
      *          releases or refuses it through DEMODUP - the hold
      *          DEMODUP applies to suspected duplicates.
      *          A payment made against a purchase order consumes the
      *          PO's PEDMAST balance; one that would take the
      *          consumed amount beyond what the PO authorized is
      *          refused and counted apart in LOADTOT.
      *          A BRL payment of a vendor under an active judicial
      *          garnishment order (PENHMAST) is split: the garnished
      *          part, up to what is left of the order's limit, is
      *          written as a separate payment to the court deposit
      *          account, the vendor's payment keeps the rest, both
      *          get AUDITLOG entries and the order's withheld amount
      *          grows - closing the order when it reaches the limit.
      *          Each payment takes its transaction's forma de
      *          pagamento (transferencia, boleto with its linha
      *          digitavel, or PIX) for DEMOPAYO's order; a boleto
      *          cannot be paid in part, so a garnished one is paid
      *          to the vendor's account instead.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOAD-TOTAL-FILE ASSIGN TO "LOADTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "PEDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-PED-STATUS.
           SELECT PENHORA-FILE ASSIGN TO "PENHMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PEN-STATUS.
           SELECT CREDITO-FILE ASSIGN TO "CREDNOTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY CTRLREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==ACH==
                              LEADING ==TRL== BY ==ACT==.
       FD  PAY-MASTER-FILE.
       COPY LOADTOT.
       FD  CREDITO-FILE.
       COPY CREDREC.
       FD  ORCAMENTO-FILE.
       COPY ORCAMENT.
       FD  PEDIDO-FILE.
       COPY PEDCOMP.
       FD  PENHORA-FILE.
       COPY PENHREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOLOAD".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-PEN-STATUS           PIC X(02) VALUE "00".
       77 WS-PENHMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-PENHMAST      VALUE "Y".
       77 WS-PENHORA-BUSCA        PIC X(01) VALUE "N".
          88 WS-PENHORA-ACHADA    VALUE "Y".
          88 WS-FIM-PENHORA       VALUE "F".
       77 WS-VALOR-PENHORA        PIC S9(07)V99 VALUE ZEROS.
       77 WS-SALDO-PENHORA        PIC S9(09)V99 VALUE ZEROS.
       77 WS-PENHORA-CHAVE        PIC X(26) VALUE SPACE.
       77 WS-PENHORA-CONTA        PIC X(06) VALUE SPACE.
       77 WS-MOTIVO-PENHORA       PIC X(30) VALUE SPACE.
       77 WS-PAY-ID-FORNECEDOR    PIC X(10) VALUE SPACE.
       77 WS-PAY-ID-JUDICIAL      PIC X(10) VALUE SPACE.
       77 WS-SEQ-JUDICIAL         PIC 9(02) VALUE ZEROS.
       77 WS-DATA-JULIANA         PIC 9(07) VALUE ZEROS.
       77 WS-DEPOSITO-SITUACAO    PIC X(01) VALUE "N".
          88 WS-DEPOSITO-GRAVADO  VALUE "Y".
       77 WS-QTD-PENHORAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEPOSITOS-JA-EXIST PIC 9(05) VALUE ZEROS.
       77 WS-PED-STATUS           PIC X(02) VALUE "00".
       77 WS-PEDMAST-ABERTO       PIC X(01) VALUE "N".
          88 WS-TEM-PEDMAST       VALUE "Y".
       77 WS-PEDIDO-SITUACAO      PIC X(01) VALUE "N".
          88 WS-PEDIDO-RECUSADO   VALUE "Y".
       77 WS-CONSUMIDO-NOVO       PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-RECUSA-PEDIDO    PIC 9(05) VALUE ZEROS.
       77 WS-ORC-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-ORC              PIC X(01) VALUE "N".
          88 WS-FIM-ORC           VALUE "Y".
       77 WS-ORCAMENTO-ABERTO     PIC X(01) VALUE "N".
          88 WS-COM-ORCAMENTO     VALUE "Y".
       77 WS-ORCAMENTO-SITUACAO   PIC X(01) VALUE "N".
          88 WS-ACIMA-ORCAMENTO   VALUE "Y".
       77 WS-ORCAMENTO-BUSCA      PIC X(01) VALUE "N".
          88 WS-ORCAMENTO-ACHADO  VALUE "Y".
       77 WS-CENTRO-BUSCA         PIC X(05) VALUE SPACE.
       77 WS-COMPROMETIDO-NOVO    PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-SUSP-ORCAMENTO   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSA-ORCAMENTO PIC 9(05) VALUE ZEROS.
       01 WS-ORCAMENTOS.
          05 WS-QTD-ORCAMENTOS    PIC 9(03) COMP VALUE ZEROS.
          05 WS-ORC-ITEM OCCURS 500 TIMES INDEXED BY WS-ORC-IDX.
             10 WS-ORC-CENTRO     PIC X(05).
             10 WS-ORC-VALOR      PIC S9(09)V99.
             10 WS-ORC-COMPROMETIDO PIC S9(09)V99.
       77 WS-CRD-STATUS           PIC X(02) VALUE "00".
       77 WS-QTD-CRED-JA-APLIC    PIC 9(05) VALUE ZEROS.
       77 WS-LT-STATUS            PIC X(02) VALUE "00".
       77 WS-EM-REPROCESSO        PIC X(01) VALUE "N".
          88 WS-REPROCESSANDO     VALUE "Y" FALSE "N".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-BCO-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-BCO              PIC X(01) VALUE "N".
          88 WS-FIM-BCO           VALUE "Y".
       77 WS-ABATIMENTO           PIC S9(07)V99 VALUE ZEROS.
       77 WS-SUSP-DECISAO         PIC X(01) VALUE SPACE.
          88 WS-SUSP-CARREGAR     VALUE "L" SPACE.
          88 WS-SUSP-LIBERADA     VALUE "L".
          88 WS-SUSP-AGUARDA      VALUE "P".
          88 WS-SUSP-DESCARTA     VALUE "D".
       77 WS-SUSP-MOTIVO          PIC X(01) VALUE SPACE.
          88 WS-SUSP-POR-ORCAMENTO VALUE "O".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-LIMITE-APROVACAO     PIC S9(07)V99 VALUE ZEROS.
       77 WS-QTD-AGUARD-APROV     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGENDADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESCONTOS        PIC 9(05) VALUE ZEROS.
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-TRAN-STATUS          PIC X(02) VALUE "00".
            PERFORM ABRE-VENDMAST
            PERFORM ABRE-TRANSUSP
            PERFORM ABRE-CREDNOTF
            PERFORM ABRE-PEDMAST
            PERFORM ABRE-PENHMAST
            PERFORM ABRE-AUDITLOG

            OPEN INPUT TRAN-FILE
            END-IF

            PERFORM ABRE-PAYMASTF
            PERFORM CARREGA-ORCAMENTOS
            IF WS-COM-ORCAMENTO
                PERFORM CARREGA-COMPROMETIDO-MES
            END-IF

            PERFORM UNTIL WS-END-OF-FILE
                READ TRAN-FILE
                CLOSE SUSPENSE-FILE
            END-IF
            CLOSE CREDITO-FILE
            IF WS-TEM-PEDMAST
                CLOSE PEDIDO-FILE
            END-IF
            IF WS-TEM-PENHMAST
                CLOSE PENHORA-FILE
            END-IF
            IF WS-AUDIT-STATUS = "00"
                CLOSE AUDIT-FILE
            END-IF
                WS-QTD-SUSPENSOS
            DISPLAY "TRANSACOES DESCARTADAS COMO DUPLICATAS: "
                WS-QTD-DUPLICADOS
            DISPLAY "  DAS SUSPENSAS, ACIMA DO ORCAMENTO: "
                WS-QTD-SUSP-ORCAMENTO
            DISPLAY "  DAS DESCARTADAS, RECUSADAS ACIMA DO ORCAMENTO: "
                WS-QTD-RECUSA-ORCAMENTO
            DISPLAY "PAGAMENTOS RECUSADOS ACIMA DO SALDO DO PEDIDO: "
                WS-QTD-RECUSA-PEDIDO
            DISPLAY "NOTAS DE CREDITO APLICADAS: " WS-QTD-CREDITOS
            DISPLAY "NOTAS DE CREDITO JA APLICADAS (IGNORADAS): "
                WS-QTD-CRED-JA-APLIC
                WS-QTD-ABATIMENTOS
            DISPLAY "QUITADOS INTEGRALMENTE POR CREDITO: "
                WS-QTD-QUITADOS-CREDITO
            DISPLAY "PAGAMENTOS COM DESCONTO POR ANTECIPACAO: "
                WS-QTD-DESCONTOS
            DISPLAY "PAGAMENTOS COM PENHORA (DEPOSITOS JUDICIAIS): "
                WS-QTD-PENHORAS
            DISPLAY "DEPOSITOS JUDICIAIS JA EXISTENTES: "
                WS-QTD-DEPOSITOS-JA-EXIST

            PERFORM GRAVA-LOAD-TOTAL

            MOVE WS-QTD-SUSPENSOS TO LT-QTD-SUSPENSOS
            MOVE WS-QTD-DUPLICADOS TO LT-QTD-DUPLICADOS
            MOVE WS-QTD-CREDITOS TO LT-QTD-CREDITOS
            MOVE WS-QTD-RECUSA-PEDIDO TO LT-QTD-RECUSADOS-PEDIDO
            COMPUTE LT-QTD-DEPOSITOS-JUDICIAIS =
                WS-QTD-PENHORAS + WS-QTD-DEPOSITOS-JA-EXIST
            OPEN OUTPUT LOAD-TOTAL-FILE
            IF WS-LT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR LOADTOT - STATUS "
            PERFORM CONSULTA-SUSPENSE
            IF WS-SUSP-AGUARDA
                ADD 1 TO WS-QTD-SUSPENSOS
                IF WS-SUSP-POR-ORCAMENTO
                    ADD 1 TO WS-QTD-SUSP-ORCAMENTO
                    DISPLAY "AVISO: TRANSACAO " TRAN-ID
                        " SUSPENSA ACIMA DO ORCAMENTO (TRANSUSP) - "
                        "DECIDIR NO DEMODUP"
                ELSE
                    DISPLAY "AVISO: TRANSACAO " TRAN-ID
                        " SUSPENSA POR DUPLICIDADE (TRANSUSP) - "
                        "DECIDIR NO DEMODUP"
                END-IF
            ELSE
            IF WS-SUSP-DESCARTA
                ADD 1 TO WS-QTD-DUPLICADOS
                IF WS-SUSP-POR-ORCAMENTO
                    ADD 1 TO WS-QTD-RECUSA-ORCAMENTO
                    DISPLAY "TRANSACAO " TRAN-ID
                        " RECUSADA ACIMA DO ORCAMENTO (TRANSUSP)"
                ELSE
                    DISPLAY "TRANSACAO " TRAN-ID
                        " DESCARTADA COMO DUPLICATA (TRANSUSP)"
                END-IF
            ELSE
                PERFORM GRAVA-PAGAMENTO-VALIDADO
            END-IF
                IF TRAN-NOTA-CREDITO
                    PERFORM PROCESSA-NOTA-CREDITO
                ELSE
                    PERFORM VERIFICA-PEDIDO
                    IF WS-PEDIDO-RECUSADO
                        ADD 1 TO WS-QTD-RECUSA-PEDIDO
                    ELSE
                    PERFORM VERIFICA-ORCAMENTO
                    IF WS-ACIMA-ORCAMENTO
                        PERFORM SUSPENDE-POR-ORCAMENTO
                    ELSE
                        PERFORM GRAVA-PAGAMENTO-MASTER
                    END-IF
                    END-IF
                END-IF
            END-IF.

      * a payment against a purchase order must fit in what is left
      * of it: consumed so far plus this payment (BRL, before any
      * credit netting) may not pass the authorized amount, and the
      * PO must still be open and the vendor's - it may have been
      * closed since DEMOEDIT passed the transaction. A payment
      * already on the master is a rerun and consumed the PO when
      * it was loaded; it goes on to the master's duplicate skip.
       VERIFICA-PEDIDO.
            MOVE "N" TO WS-PEDIDO-SITUACAO
            IF TRAN-PEDIDO NOT = SPACES
                MOVE TRAN-ID TO PAY-ID
                READ PAY-MASTER-FILE
                    INVALID KEY
                        PERFORM CONFRONTA-PEDIDO
                END-READ
            END-IF.

       CONFRONTA-PEDIDO.
            IF NOT WS-TEM-PEDMAST
                SET WS-PEDIDO-RECUSADO TO TRUE
                DISPLAY "AVISO: TRANSACAO " TRAN-ID " PEDIDO "
                    TRAN-PEDIDO " SEM PEDMAST - RECUSADA"
            ELSE
                MOVE TRAN-PEDIDO TO PED-NUMERO
                READ PEDIDO-FILE
                    INVALID KEY
                        SET WS-PEDIDO-RECUSADO TO TRUE
                        DISPLAY "AVISO: TRANSACAO " TRAN-ID
                            " PEDIDO " TRAN-PEDIDO
                            " NAO CADASTRADO - RECUSADA"
                END-READ
            END-IF
            IF NOT WS-PEDIDO-RECUSADO
                IF NOT PED-ABERTO
                    OR PED-FORNECEDOR NOT = TRAN-FORNECEDOR
                    SET WS-PEDIDO-RECUSADO TO TRUE
                    DISPLAY "AVISO: TRANSACAO " TRAN-ID " PEDIDO "
                        TRAN-PEDIDO " ENCERRADO OU DE OUTRO "
                        "FORNECEDOR - RECUSADA"
                ELSE
                    PERFORM CONVERTE-PARA-BASE
                    COMPUTE WS-CONSUMIDO-NOVO =
                        PED-VALOR-CONSUMIDO + WS-VALOR-CONVERTIDO
                    IF WS-CONSUMIDO-NOVO > PED-VALOR-AUTORIZADO
                        SET WS-PEDIDO-RECUSADO TO TRUE
                        DISPLAY "AVISO: TRANSACAO " TRAN-ID
                            " EXCEDE O SALDO DO PEDIDO " TRAN-PEDIDO
                            " - RECUSADA"
                    END-IF
                END-IF
            END-IF.

      * the payment just written takes its value off the PO's
      * balance, with an AUDITLOG entry naming the PO. The PO is
      * read again so the rewrite follows its own read.
       CONSOME-PEDIDO.
            MOVE PAY-PEDIDO TO PED-NUMERO
            READ PEDIDO-FILE
                INVALID KEY
                    DISPLAY "ERRO AO LER PEDIDO " PED-NUMERO
                        " - STATUS " WS-PED-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            ADD WS-VALOR-CONVERTIDO TO PED-VALOR-CONSUMIDO
            REWRITE PEDIDO-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PEDIDO " PED-NUMERO
                        " - STATUS " WS-PED-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            PERFORM GRAVA-AUDITORIA-PEDIDO.

       GRAVA-AUDITORIA-PEDIDO.
            IF WS-AUDIT-STATUS = "00"
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE PAY-ID TO AUD-PAY-ID
                MOVE SPACE TO AUD-VALOR-ANTERIOR
                MOVE SPACE TO AUD-VALOR-NOVO
                MOVE SPACES TO AUD-MOTIVO
                STRING "CONSUMO DO PEDIDO " PED-NUMERO
                    DELIMITED BY SIZE INTO AUD-MOTIVO
                MOVE "DEMOLOAD" TO AUD-OPERADOR
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

      * opened I-O: each payment loaded against a PO moves its
      * consumed amount. Without the file a payment quoting a PO is
      * refused - nothing could be consumed.
       ABRE-PEDMAST.
            OPEN I-O PEDIDO-FILE
            IF WS-PED-STATUS = "00"
                SET WS-TEM-PEDMAST TO TRUE
            ELSE
                DISPLAY "AVISO: PEDMAST NAO ENCONTRADO - PAGAMENTOS "
                    "COM PEDIDO DE COMPRA SERAO RECUSADOS"
            END-IF.

      * a nota de credito creates no payment: its value, converted
                MOVE "DEMOLOAD" TO AUD-OPERADOR
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

      * operator's L decision; P waits, D is discarded for good.
       CONSULTA-SUSPENSE.
            MOVE SPACE TO WS-SUSP-DECISAO
            MOVE SPACE TO WS-SUSP-MOTIVO
            IF WS-TEM-TRANSUSP
                MOVE TRAN-ID TO SUSP-TRAN-ID
                READ SUSPENSE-FILE
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SUSP-SITUACAO TO WS-SUSP-DECISAO
                        MOVE SUSP-MOTIVO TO WS-SUSP-MOTIVO
                END-READ
            END-IF.

      * opened I-O: the budget hold is written here, in the suspense
      * file DEMODUP keeps for the duplicate screen.
       ABRE-TRANSUSP.
            OPEN I-O SUSPENSE-FILE
            IF WS-SUSP-STATUS = "05" OR WS-SUSP-STATUS = "35"
                OPEN OUTPUT SUSPENSE-FILE
                CLOSE SUSPENSE-FILE
                OPEN I-O SUSPENSE-FILE
            END-IF
            IF WS-SUSP-STATUS = "00"
                SET WS-TEM-TRANSUSP TO TRUE
            ELSE
                DISPLAY "ERRO AO ABRIR TRANSUSP - STATUS "
                    WS-SUSP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * the payment is checked against its cost center's budget for
      * the run month when the cost center has one: committed so far
      * (gross BRL, see CARREGA-COMPROMETIDO-MES) plus this payment
      * may not pass it. Exempt are a payment the manager already
      * released over the budget (L on an orcamento hold) and one
      * already on the master - a rerun, counted when it was loaded.
      * A duplicate-screen release (L, motivo D) still goes through
      * the check.
       VERIFICA-ORCAMENTO.
            MOVE "N" TO WS-ORCAMENTO-SITUACAO
            IF WS-COM-ORCAMENTO
                AND TRAN-CENTRO-CUSTO NOT = SPACES
                AND NOT (WS-SUSP-LIBERADA AND WS-SUSP-POR-ORCAMENTO)
                MOVE TRAN-CENTRO-CUSTO TO WS-CENTRO-BUSCA
                PERFORM LOCALIZA-ORCAMENTO
                IF WS-ORCAMENTO-ACHADO
                    PERFORM CONFRONTA-ORCAMENTO
                END-IF
            END-IF.

       CONFRONTA-ORCAMENTO.
            MOVE TRAN-ID TO PAY-ID
            READ PAY-MASTER-FILE
                INVALID KEY
                    PERFORM CONVERTE-PARA-BASE
                    COMPUTE WS-COMPROMETIDO-NOVO =
                        WS-ORC-COMPROMETIDO(WS-ORC-IDX)
                        + WS-VALOR-CONVERTIDO
                    IF WS-COMPROMETIDO-NOVO > WS-ORC-VALOR(WS-ORC-IDX)
                        SET WS-ACIMA-ORCAMENTO TO TRUE
                    END-IF
            END-READ.

      * a duplicate-screen hold already on file for the transaction
      * is turned into the budget hold - the later decision is the
      * one the load still waits for.
       SUSPENDE-POR-ORCAMENTO.
            MOVE TRAN-ID TO SUSP-TRAN-ID
            MOVE TRAN-FORNECEDOR TO SUSP-FORNECEDOR
            MOVE TRAN-AMOUNT TO SUSP-VALOR
            MOVE SPACES TO SUSP-PAY-ID
            SET SUSP-PENDENTE TO TRUE
            SET SUSP-MOTIVO-ORCAMENTO TO TRUE
            MOVE TRAN-CENTRO-CUSTO TO SUSP-CENTRO-CUSTO
            IF WS-SUSP-DECISAO = SPACE
                WRITE SUSPENSE-RECORD
                    INVALID KEY
                        PERFORM ERRO-GRAVACAO-TRANSUSP
                END-WRITE
            ELSE
                REWRITE SUSPENSE-RECORD
                    INVALID KEY
                        PERFORM ERRO-GRAVACAO-TRANSUSP
                END-REWRITE
            END-IF
            ADD 1 TO WS-QTD-SUSPENSOS
            ADD 1 TO WS-QTD-SUSP-ORCAMENTO
            DISPLAY "AVISO: TRANSACAO " TRAN-ID " CENTRO DE CUSTO "
                TRAN-CENTRO-CUSTO " ACIMA DO ORCAMENTO DO MES - "
                "SUSPENSA (TRANSUSP), DECIDIR NO DEMODUP".

       ERRO-GRAVACAO-TRANSUSP.
            DISPLAY "ERRO AO GRAVAR TRANSUSP - STATUS "
                WS-SUSP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       LOCALIZA-ORCAMENTO.
            MOVE "N" TO WS-ORCAMENTO-BUSCA
            SET WS-ORC-IDX TO 1
            SEARCH WS-ORC-ITEM
                AT END
                    CONTINUE
                WHEN WS-ORC-IDX > WS-QTD-ORCAMENTOS
                    CONTINUE
                WHEN WS-ORC-CENTRO(WS-ORC-IDX) = WS-CENTRO-BUSCA
                    SET WS-ORCAMENTO-ACHADO TO TRUE
            END-SEARCH.

      * only the run month's budget lines matter to the load.
       CARREGA-ORCAMENTOS.
            OPEN INPUT ORCAMENTO-FILE
            IF WS-ORC-STATUS NOT = "00"
                DISPLAY "AVISO: ORCAMENF NAO ENCONTRADO - CONTROLE "
                    "ORCAMENTARIO DESLIGADO"
            ELSE
                SET WS-COM-ORCAMENTO TO TRUE
                PERFORM UNTIL WS-FIM-ORC
                    READ ORCAMENTO-FILE
                        AT END
                            SET WS-FIM-ORC TO TRUE
                        NOT AT END
                            IF ORC-MES = WS-RUN-DATE(1:6)
                                PERFORM GUARDA-ORCAMENTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORCAMENTO-FILE
            END-IF.

       GUARDA-ORCAMENTO.
            IF WS-QTD-ORCAMENTOS >= 500
                DISPLAY "ERRO: LIMITE DE 500 ORCAMENTOS NO MES "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-ORCAMENTOS
            MOVE ORC-CENTRO-CUSTO
                TO WS-ORC-CENTRO(WS-QTD-ORCAMENTOS)
            MOVE ORC-VALOR TO WS-ORC-VALOR(WS-QTD-ORCAMENTOS)
            MOVE ZEROS TO WS-ORC-COMPROMETIDO(WS-QTD-ORCAMENTOS).

      * what the month already committed: every payment of the run
      * month on the master (by the PAY-DATA-YYYYMMDD alternate key)
      * charged to a budgeted cost center, cancelled ones excluded,
      * at its gross BRL value - PAY-VALOR plus any vendor credit
      * netted from it.
       CARREGA-COMPROMETIDO-MES.
            MOVE WS-RUN-DATE(1:6) TO PAY-DATA-YYYYMMDD(1:6)
            MOVE "01" TO PAY-DATA-YYYYMMDD(7:2)
            MOVE "N" TO WS-EOF
            START PAY-MASTER-FILE KEY NOT < PAY-DATA-YYYYMMDD
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START
            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF PAY-DATA-YYYYMMDD(1:6) NOT =
                            WS-RUN-DATE(1:6)
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            PERFORM ACUMULA-COMPROMETIDO-MASTER
                        END-IF
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF.

       ACUMULA-COMPROMETIDO-MASTER.
            IF PAY-CENTRO-CUSTO NOT = SPACES
                AND NOT PAY-CANCELADO
                MOVE PAY-CENTRO-CUSTO TO WS-CENTRO-BUSCA
                PERFORM LOCALIZA-ORCAMENTO
                IF WS-ORCAMENTO-ACHADO
                    ADD PAY-VALOR PAY-VALOR-CREDITO
                        TO WS-ORC-COMPROMETIDO(WS-ORC-IDX)
                END-IF
            END-IF.

      * a payment just written adds its gross BRL value to its cost
      * center's committed amount for the rest of the load.
       ACUMULA-COMPROMETIDO-CARGA.
            IF WS-COM-ORCAMENTO
                AND PAY-CENTRO-CUSTO NOT = SPACES
                MOVE PAY-CENTRO-CUSTO TO WS-CENTRO-BUSCA
                PERFORM LOCALIZA-ORCAMENTO
                IF WS-ORCAMENTO-ACHADO
                    ADD WS-VALOR-CONVERTIDO
                        TO WS-ORC-COMPROMETIDO(WS-ORC-IDX)
                END-IF
            END-IF.

       GRAVA-PAGAMENTO-MASTER.
            MOVE PAY-VALOR-ORIGINAL TO PAY-SALDO-ABERTO
            MOVE ZEROS TO PAY-VALOR-RETIDO
            MOVE PAY-VALOR TO PAY-VALOR-LIQUIDO
            MOVE ZEROS TO PAY-VALOR-CREDITO
      * available vendor credit nets against the payment before
      * anything else looks at the value - both the withholding
      * below and the approval threshold apply to what will really
            MOVE WS-BANCO-PAGTO TO PAY-BANCO
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
            MOVE TRAN-CENTRO-CUSTO TO PAY-CENTRO-CUSTO
            MOVE TRAN-PEDIDO TO PAY-PEDIDO
            MOVE SPACES TO PAY-PENHORA-PROCESSO
            SET PAY-SEM-PENHORA TO TRUE
            MOVE ZEROS TO PAY-VALOR-PENHORA
            MOVE SPACES TO PAY-PENHORA-VINCULO
            MOVE TRAN-FORMA-PAGTO TO PAY-FORMA-PAGTO
            IF TRAN-POR-BOLETO
                MOVE TRAN-LINHA-DIGITAVEL TO PAY-LINHA-DIGITAVEL
            ELSE
                MOVE SPACES TO PAY-LINHA-DIGITAVEL
            END-IF
            MOVE WS-RUN-DATE TO PAY-DATA-YYYYMMDD
            MOVE WS-DATA-FORMATADA TO PAY-DATA-FORMATADA
            MOVE TRAN-FORNECEDOR TO PAY-FORNECEDOR
            SET PAY-CONFIRM TO FALSE
            SET PAY-APROV-NAO-EXIGIDA TO TRUE

      * no due date on the transaction: the vendor's net term, if
      * it has one, else due on load.
            IF TRAN-VENCIMENTO IS NUMERIC
                AND TRAN-VENCIMENTO > ZEROS
                MOVE TRAN-VENCIMENTO TO PAY-VENCIMENTO-YYYYMMDD
            ELSE
            IF TRAN-FORNECEDOR NOT = SPACES
                AND WS-TEM-VENDMAST
                AND VEND-PRAZO-DIAS > ZEROS
                COMPUTE PAY-VENCIMENTO-YYYYMMDD =
                    FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                            + VEND-PRAZO-DIAS)
            ELSE
                MOVE WS-RUN-DATE TO PAY-VENCIMENTO-YYYYMMDD
            END-IF
            END-IF

      * a garnishment takes its part of the net payable after the
      * credit netting and the withholding, and before the discount
      * terms, which apply to what the vendor is still paid.
            MOVE ZEROS TO WS-VALOR-PENHORA
            IF TRAN-FORNECEDOR NOT = SPACES
                AND WS-TEM-PENHMAST
                AND PAY-VALOR-LIQUIDO > ZEROS
                PERFORM LOCALIZA-PENHORA
                IF WS-PENHORA-ACHADA
                    IF PAY-MOEDA = "BRL"
                        PERFORM CALCULA-PENHORA
                    ELSE
                        DISPLAY "AVISO: PAGAMENTO " TRAN-ID
                            " EM " PAY-MOEDA " DE FORNECEDOR COM "
                            "PENHORA " PEN-PROCESSO
                            " - NAO DESCONTADO, TRATAR MANUALMENTE"
                    END-IF
                END-IF
            END-IF

            IF TRAN-FORNECEDOR NOT = SPACES
                AND WS-TEM-VENDMAST
                AND VEND-DESC-PERCENTUAL > ZEROS
                AND VEND-DESC-DIAS > ZEROS
                AND PAY-MOEDA = "BRL"
                AND PAY-VALOR-ORIGINAL > ZEROS
                PERFORM CALCULA-DESCONTO
            END-IF

      * a future due date parks the payment as agendado, out of
      * DEMOGL, DEMOCONF and the daily totals until the DEMOREL
      * the approval threshold parks as aguardando aprovacao and
      * only becomes nao confirmado after a second operator approves
      * it through DEMOAPRV.
      * A discount on offer keeps the payment payable now: parked
      * until the due date it would miss the deadline. A garnished
      * payment is held to the threshold at its value before the
      * split - the deposit inherits the decision.
            EVALUATE TRUE
                WHEN PAY-VENCIMENTO-YYYYMMDD > WS-RUN-DATE
                    AND NOT PAY-DESC-OFERECIDO
                    SET PAY-AGENDADO TO TRUE
                    ADD 1 TO WS-QTD-AGENDADOS
                WHEN WS-LIMITE-APROVACAO > ZEROS
                    AND PAY-VALOR + WS-VALOR-PENHORA
                        > WS-LIMITE-APROVACAO
                    SET PAY-AGUARD-APROV TO TRUE
                    SET PAY-APROV-PENDENTE TO TRUE
                    ADD 1 TO WS-QTD-AGUARD-APROV
      * a payment fully offset by vendor credit is settled by the
      * credit itself: it enters the master already confirmado, so
      * it neither travels on the order file nor waits for a bank
      * settlement that will never come. The same goes for a payment
      * a garnishment took entirely - what is left of it is paid
      * through the court deposit.
            IF (WS-ABATIMENTO > ZEROS OR WS-VALOR-PENHORA > ZEROS)
                AND PAY-VALOR = ZEROS
                AND PAY-SALDO-ABERTO = ZEROS
                SET PAY-CONFIRM TO TRUE
                SET PAY-APROV-NAO-EXIGIDA TO TRUE
                IF WS-ABATIMENTO > ZEROS
                    ADD 1 TO WS-QTD-QUITADOS-CREDITO
                END-IF
            END-IF

            WRITE PAY-MASTER-RECORD
                    DISPLAY "AVISO: PAGAMENTO " PAY-ID
                        " JA EXISTE NO PAYMASTF - IGNORADO"
                NOT INVALID KEY
                    MOVE "I" TO WS-JRN-OPERACAO
                    PERFORM GRAVA-DIARIO
                    ADD 1 TO WS-QTD-GRAVADOS
                    PERFORM GRAVA-AUDITORIA
                    PERFORM ACUMULA-COMPROMETIDO-CARGA
                    IF PAY-PEDIDO NOT = SPACES
                        PERFORM CONSOME-PEDIDO
                    END-IF
                    IF WS-ABATIMENTO > ZEROS
                        PERFORM APLICA-ABATIMENTO
                    END-IF
                    IF WS-VALOR-PENHORA > ZEROS
                        PERFORM GERA-DEPOSITO-JUDICIAL
                    END-IF
            END-WRITE

      * status "02" is a successful WRITE that duplicated the
                    " - STATUS " WS-PAY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-PAY-STATUS = "22"
                PERFORM CONFERE-DEPOSITO-EXISTENTE
            END-IF.

      * a rerun finds the vendor's payment already split: its court
      * deposit is on the master too and is counted with it, so the
      * master count of the date still ties in DEMOPROVA.
       CONFERE-DEPOSITO-EXISTENTE.
            MOVE TRAN-ID TO PAY-ID
            READ PAY-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PAY-PENHORA-RETIDA
                        AND PAY-PENHORA-VINCULO NOT = SPACES
                        ADD 1 TO WS-QTD-DEPOSITOS-JA-EXIST
                    END-IF
            END-READ.

      * the vendor's first active order, in case-number order: one
      * order per payment, so a second order waits until the first
      * reaches its limit or is lifted.
       LOCALIZA-PENHORA.
            MOVE "N" TO WS-PENHORA-BUSCA
            MOVE TRAN-FORNECEDOR TO PEN-FORNECEDOR
            MOVE LOW-VALUES TO PEN-PROCESSO
            START PENHORA-FILE KEY NOT < PEN-CHAVE
                INVALID KEY
                    SET WS-FIM-PENHORA TO TRUE
            END-START
            PERFORM UNTIL WS-PENHORA-ACHADA OR WS-FIM-PENHORA
                READ PENHORA-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-PENHORA TO TRUE
                    NOT AT END
                        IF PEN-FORNECEDOR NOT = TRAN-FORNECEDOR
                            SET WS-FIM-PENHORA TO TRUE
                        ELSE
                            IF PEN-ATIVA
                                SET WS-PENHORA-ACHADA TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

      * the garnished part: the order's percentage of the net
      * payable, or its fixed amount, never more than the net nor
      * than what is left of the order's limit. It comes off every
      * BRL side of the vendor's payment; the withheld tax stays
      * with the vendor's payment, computed on the gross.
       CALCULA-PENHORA.
            IF PEN-POR-PERCENTUAL
                COMPUTE WS-VALOR-PENHORA ROUNDED =
                    PAY-VALOR-LIQUIDO * PEN-PERCENTUAL / 100
                    ON SIZE ERROR
                        DISPLAY "ERRO: ESTOURO NO CALCULO DE PENHORA "
                            "DO PAGAMENTO " TRAN-ID
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-COMPUTE
            ELSE
                MOVE PEN-VALOR-FIXO TO WS-VALOR-PENHORA
            END-IF
            IF WS-VALOR-PENHORA > PAY-VALOR-LIQUIDO
                MOVE PAY-VALOR-LIQUIDO TO WS-VALOR-PENHORA
            END-IF
            COMPUTE WS-SALDO-PENHORA = PEN-LIMITE - PEN-RETIDO
            IF WS-VALOR-PENHORA > WS-SALDO-PENHORA
                MOVE WS-SALDO-PENHORA TO WS-VALOR-PENHORA
            END-IF
            IF WS-VALOR-PENHORA NOT > ZEROS
                MOVE ZEROS TO WS-VALOR-PENHORA
            ELSE
                SUBTRACT WS-VALOR-PENHORA FROM PAY-VALOR
                SUBTRACT WS-VALOR-PENHORA FROM PAY-VALOR-ORIGINAL
                SUBTRACT WS-VALOR-PENHORA FROM PAY-SALDO-ABERTO
                SUBTRACT WS-VALOR-PENHORA FROM PAY-VALOR-LIQUIDO
                MOVE PEN-PROCESSO TO PAY-PENHORA-PROCESSO
                SET PAY-PENHORA-RETIDA TO TRUE
                MOVE WS-VALOR-PENHORA TO PAY-VALOR-PENHORA
                MOVE PEN-CHAVE TO WS-PENHORA-CHAVE
                MOVE PEN-FORN-JUDICIAL TO WS-PENHORA-CONTA
      * the bank pays a boleto for the amount printed on it: what is
      * left to the vendor goes to the vendor's account instead.
                IF PAY-POR-BOLETO
                    SET PAY-POR-TRANSFERENCIA TO TRUE
                    MOVE SPACES TO PAY-LINHA-DIGITAVEL
                    DISPLAY "AVISO: BOLETO DO PAGAMENTO " TRAN-ID
                        " PENHORADO - PAGO POR TRANSFERENCIA"
                END-IF
            END-IF.

      * runs once the vendor's payment is on the master. The deposit
      * is built over the vendor's record: same dates, due date,
      * cost center and PO - the two together are the gross the
      * budget and the PO already counted - with the garnished part
      * as its whole value, nothing withheld, credited or
      * discounted, paid to the court account's bank. It waits for
      * approval or its due date with the vendor's payment, and is
      * payable even when the vendor's is fully taken. The ID is
      * "JUD" + run date as YYDDD (year and day of the year) + a
      * two-digit sequence, the next free one - an intraday cycle
      * finds the earlier cycles' deposits on the master. JUD is the
      * deposits' fixed GLACCMAP class, the way DEMODARF builds the
      * remittance's under DRF.
       GERA-DEPOSITO-JUDICIAL.
            MOVE PAY-ID TO WS-PAY-ID-FORNECEDOR
            MOVE WS-VALOR-PENHORA TO PAY-VALOR
            MOVE WS-VALOR-PENHORA TO PAY-VALOR-ORIGINAL
            MOVE "BRL" TO PAY-MOEDA
            MOVE ZEROS TO PAY-VALOR-LIQUIDADO
            MOVE WS-VALOR-PENHORA TO PAY-SALDO-ABERTO
            MOVE ZEROS TO PAY-VALOR-RETIDO
            MOVE WS-VALOR-PENHORA TO PAY-VALOR-LIQUIDO
            MOVE ZEROS TO PAY-VALOR-CREDITO
            SET PAY-SEM-DESCONTO TO TRUE
            MOVE ZEROS TO PAY-DESC-DATA-LIMITE
            MOVE ZEROS TO PAY-DESC-VALOR
            MOVE WS-PENHORA-CONTA TO PAY-FORNECEDOR
            SET PAY-DEPOSITO-JUDICIAL TO TRUE
            MOVE ZEROS TO PAY-VALOR-PENHORA
            MOVE WS-PAY-ID-FORNECEDOR TO PAY-PENHORA-VINCULO
            SET PAY-POR-TRANSFERENCIA TO TRUE
            MOVE SPACES TO PAY-LINHA-DIGITAVEL
            IF PAY-CONFIRM
                SET PAY-CONFIRM TO FALSE
                SET PAY-APROV-NAO-EXIGIDA TO TRUE
            END-IF
            PERFORM RESOLVE-BANCO-JUDICIAL
            MOVE "N" TO WS-DEPOSITO-SITUACAO
            PERFORM UNTIL WS-DEPOSITO-GRAVADO
                PERFORM PROXIMO-ID-JUDICIAL
                WRITE PAY-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-DEPOSITO-GRAVADO TO TRUE
                        MOVE "I" TO WS-JRN-OPERACAO
                        PERFORM GRAVA-DIARIO
                END-WRITE
                IF WS-PAY-STATUS NOT = "00"
                    AND WS-PAY-STATUS NOT = "02"
                    AND WS-PAY-STATUS NOT = "22"
                    DISPLAY "ERRO AO GRAVAR DEPOSITO JUDICIAL "
                        PAY-ID " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-PERFORM
            MOVE PAY-ID TO WS-PAY-ID-JUDICIAL
            ADD 1 TO WS-QTD-PENHORAS
            PERFORM GRAVA-AUDITORIA
            MOVE "DEPOSITO JUDICIAL POR PENHORA" TO WS-MOTIVO-PENHORA
            PERFORM GRAVA-AUDITORIA-PENHORA
            DISPLAY "PENHORA " PAY-PENHORA-PROCESSO " PAGAMENTO "
                WS-PAY-ID-FORNECEDOR " DEPOSITO JUDICIAL "
                WS-PAY-ID-JUDICIAL " VALOR " WS-VALOR-PENHORA
            PERFORM VINCULA-PAGAMENTO-FORNECEDOR
            PERFORM ATUALIZA-PENHORA.

       PROXIMO-ID-JUDICIAL.
            IF WS-SEQ-JUDICIAL >= 99
                DISPLAY "ERRO: LIMITE DE 99 DEPOSITOS JUDICIAIS NA "
                    "DATA EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-SEQ-JUDICIAL
            MOVE SPACES TO PAY-ID
            MOVE "JUD" TO PAY-ID(1:3)
            COMPUTE WS-DATA-JULIANA = FUNCTION DAY-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE))
            MOVE WS-DATA-JULIANA(3:5) TO PAY-ID(4:5)
            MOVE WS-SEQ-JUDICIAL TO PAY-ID(9:2).

      * the court account's own bank when registered in BANKMAST,
      * else the default bank - the vendor's resolution, applied to
      * the court account's VENDMAST record.
       RESOLVE-BANCO-JUDICIAL.
            IF WS-QTD-BANCOS = ZEROS
                MOVE SPACES TO PAY-BANCO
            ELSE
                MOVE WS-BANCO-CODIGO(1) TO WS-BANCO-PAGTO
                IF WS-TEM-VENDMAST
                    MOVE WS-PENHORA-CONTA TO VEND-CODIGO
                    READ VENDOR-FILE
                        INVALID KEY
                            DISPLAY "AVISO: CONTA JUDICIAL "
                                WS-PENHORA-CONTA " NAO CADASTRADA "
                                "NO VENDMAST"
                        NOT INVALID KEY
                            IF VEND-BANCO NOT = SPACES
                                PERFORM CONFERE-BANCO-FORNECEDOR
                            END-IF
                    END-READ
                END-IF
                MOVE WS-BANCO-PAGTO TO PAY-BANCO
            END-IF.

      * the vendor's payment is read back and names its deposit.
       VINCULA-PAGAMENTO-FORNECEDOR.
            MOVE WS-PAY-ID-FORNECEDOR TO PAY-ID
            READ PAY-MASTER-FILE
                INVALID KEY
                    DISPLAY "ERRO AO LER PAGAMENTO " PAY-ID
                        " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
            MOVE WS-PAY-ID-JUDICIAL TO PAY-PENHORA-VINCULO
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PAGAMENTO " PAY-ID
                        " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO
            MOVE "RETENCAO JUDICIAL (PENHORA)" TO WS-MOTIVO-PENHORA
            PERFORM GRAVA-AUDITORIA-PENHORA.

      * the order records what it collected, and closes itself on
      * reaching its limit.
       ATUALIZA-PENHORA.
            MOVE WS-PENHORA-CHAVE TO PEN-CHAVE
            READ PENHORA-FILE
                INVALID KEY
                    DISPLAY "ERRO AO LER PENHORA " PEN-CHAVE
                        " - STATUS " WS-PEN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            ADD WS-VALOR-PENHORA TO PEN-RETIDO
            IF PEN-RETIDO NOT < PEN-LIMITE
                SET PEN-ENCERRADA TO TRUE
                MOVE WS-RUN-DATE TO PEN-DATA-ENCERRAMENTO
                DISPLAY "PENHORA " PEN-PROCESSO " FORNECEDOR "
                    PEN-FORNECEDOR " ATINGIU O LIMITE - ENCERRADA"
            END-IF
            REWRITE PENHORA-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PENHORA " PEN-CHAVE
                        " - STATUS " WS-PEN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE.

      * the deposit and the vendor's payment each get their own
      * entry, the caller naming it in WS-MOTIVO-PENHORA.
       GRAVA-AUDITORIA-PENHORA.
            IF WS-AUDIT-STATUS = "00"
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE PAY-ID TO AUD-PAY-ID
                MOVE SPACE TO AUD-VALOR-ANTERIOR
                MOVE PAY-PAGTO TO AUD-VALOR-NOVO
                MOVE WS-MOTIVO-PENHORA TO AUD-MOTIVO
                MOVE "DEMOLOAD" TO AUD-OPERADOR
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

      * opened I-O: each garnishment applied moves the order's
      * withheld amount. Without the file no payment is split.
       ABRE-PENHMAST.
            OPEN I-O PENHORA-FILE
            IF WS-PEN-STATUS = "00"
                SET WS-TEM-PENHMAST TO TRUE
            ELSE
                DISPLAY "AVISO: PENHMAST NAO ENCONTRADO - NENHUMA "
                    "PENHORA APLICADA"
            END-IF.

      * settling bank: the vendor's bank when registered in
            SUBTRACT WS-ABATIMENTO FROM PAY-VALOR
            SUBTRACT WS-ABATIMENTO FROM PAY-VALOR-ORIGINAL
            SUBTRACT WS-ABATIMENTO FROM PAY-SALDO-ABERTO
            MOVE WS-ABATIMENTO TO PAY-VALOR-CREDITO
            COMPUTE PAY-VALOR-LIQUIDO =
                PAY-VALOR - PAY-VALOR-RETIDO.

                MOVE "DEMOLOAD" TO AUD-OPERADOR
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

      * the discount is taken off the settle side the bank pays,
      * after any credit netting; the deadline counts calendar days
      * from the load, the way the vendor's terms read.
       CALCULA-DESCONTO.
            COMPUTE PAY-DESC-VALOR ROUNDED =
                PAY-VALOR-ORIGINAL * VEND-DESC-PERCENTUAL / 100
                ON SIZE ERROR
                    DISPLAY "ERRO: ESTOURO NO CALCULO DE DESCONTO DO "
                        "PAGAMENTO " TRAN-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-COMPUTE
            IF PAY-DESC-VALOR > ZEROS
                COMPUTE PAY-DESC-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                            + VEND-DESC-DIAS)
                SET PAY-DESC-OFERECIDO TO TRUE
                ADD 1 TO WS-QTD-DESCONTOS
            END-IF.

       CALCULA-RETENCAO.
            COMPUTE PAY-VALOR-RETIDO ROUNDED =
                PAY-VALOR * VEND-IRF-TAXA / 100
                MOVE "DEMOLOAD" TO AUD-OPERADOR
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

                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                        IF CTRL-EM-REPROCESSO
                            SET WS-REPROCESSANDO TO TRUE
                            DISPLAY "REPROCESSAMENTO DA DATA "
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
       END PROGRAM DEMOLOAD.
