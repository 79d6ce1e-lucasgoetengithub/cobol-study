      *          in the PAYOEXC exception file with a reason code,
      *          the same way DEMOCONF handles its confirmation
      *          exceptions, and stays unmarked so it resurfaces
      *          every run until corrected. A vendor whose bank
      *          details are under suspicion after a bank return
      *          (DEMODEVL) lands there too, until DEMOVEND records
      *          corrected details, and so does a vendor whose bank
      *          details changed and await a second operator's
      *          verification in DEMOVEND (reason 05).
      *          Before anything is written for the bank, the day's
      *          payable orders are checked against the settling
      *          bank's available balance in SALDOMST (loaded from
      *          the bank's BANKSALD by DEMOSALD): opening balance
      *          less what earlier order runs of the date consumed.
      *          Orders go in priority order - bank, then due date,
      *          earliest first, then PAY-ID - and an order that does
      *          not fit what is left is held back, listed on the
      *          FUNDRPT funding-shortfall report and left unmarked so
      *          it is offered again on the next run; a smaller later
      *          order that still fits goes. What the emitted orders
      *          take is added to the balance record's consumption,
      *          so a later run on the same date only spends the
      *          remainder, and a date the bank sent no balance for
      *          opens from the previous date's remainder. A bank
      *          with no balance on record at all, or a shop without
      *          SALDOMST, has its orders emitted unchecked as
      *          before, with a warning. Orders in a foreign currency
      *          consume their booked base-currency value (PAY-VALOR).
      *          A payment with an early-payment discount on offer
      *          (DEMOLOAD, from the vendor's terms) is ordered for
      *          the discounted amount when the order goes out on or
      *          before the discount deadline, and takes the deadline
      *          as its priority date when that comes first; past the
      *          deadline it is ordered in full.
      *          Every run also writes the REMADVF remittance advices,
      *          one per vendor and currency of the orders emitted:
      *          each ordered PAY-ID with its gross, the vendor
      *          credit netted, the IRF withheld, the discount and
      *          the amount ordered, under the vendor's masked bank
      *          details - so the vendor can see what the money
      *          covers without calling - in the FILEHDR discipline,
      *          tied to the PAYORDF trailer and registered in
      *          XMITREG as an outbound file. On a day run in
      *          intraday cycles each cycle's order run stamps its
      *          CTRLFILE cycle on the PAYORDF and REMADVF headers
      *          and registers its advices under that cycle.
      *          Each order goes out as the payment's forma de
      *          pagamento: a transferencia to the vendor's account,
      *          a boleto by the linha digitavel DEMOEDIT validated
      *          (no vendor bank details needed), or a PIX to the
      *          vendor's VENDMAST key - a PIX payment to a vendor
      *          without a key is an exception (reason 06), and a
      *          key under verification holds it like an account
      *          does (reason 05). The trailer counts and hashes all
      *          three detail types.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ORDEM-EXC-FILE ASSIGN TO "PAYOEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OEX-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOMST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-CHAVE
               FILE STATUS IS WS-SDO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FUNDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT AVISO-FILE ASSIGN TO "REMADVF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
                                   SIGN IS TRAILING SEPARATE
                                   CHARACTER.
          05 OEX-MOTIVO           PIC X(02).
       FD  SALDO-FILE.
       COPY SALDREC.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  AVISO-FILE.
       COPY REMADV.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==RAH==
                              LEADING ==TRL== BY ==RAT==.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOPAYO".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-ORD-STATUS           PIC X(02) VALUE "00".
       77 WS-OEX-STATUS           PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-CICLO                PIC 9(02) VALUE 01.
       77 WS-EOF-PAY              PIC X(01) VALUE "N".
          88 WS-FIM-PAY           VALUE "Y".
       77 WS-VENDMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-VENDMAST      VALUE "Y".
       77 WS-QTD-ORDENS           PIC 9(07) VALUE ZEROS.
       77 WS-HASH-ORDENS          PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-ORD-TRANSF       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ORD-BOLETO       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ORD-PIX          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCECOES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-VALOR        PIC 9(05) VALUE ZEROS.
       77 WS-SDO-STATUS           PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-SALDOMST-ABERTO      PIC X(01) VALUE "N".
          88 WS-COM-CONTROLE-SALDO VALUE "Y".
       77 WS-SALDO-DO-BANCO       PIC X(01) VALUE "N".
          88 WS-BANCO-COM-SALDO   VALUE "Y" FALSE "N".
       77 WS-EOF-SALDO            PIC X(01) VALUE "N".
          88 WS-FIM-SALDO-BANCO   VALUE "Y".
       77 WS-POSICAO              PIC X(01) VALUE "N".
          88 WS-POSICAO-ACHADA    VALUE "Y" FALSE "N".
       77 WS-POS                  PIC 9(05) COMP VALUE ZEROS.
       77 WS-BANCO-ATUAL          PIC X(03) VALUE SPACES.
       77 WS-CONTA-ANTERIOR       PIC X(10) VALUE SPACES.
       77 WS-DATA-ANTERIOR        PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-ANTERIOR       PIC S9(11)V99 VALUE ZEROS.
       77 WS-DISPONIVEL           PIC S9(11)V99 VALUE ZEROS.
       77 WS-CONSUMO-BANCO        PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-EMIT-BANCO       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RETIDAS-BANCO    PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-RETIDO-BANCO   PIC S9(11)V99 VALUE ZEROS.
       77 WS-INSUFICIENCIA        PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-RETIDAS          PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-RETIDO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-VALOR2-EDIT          PIC Z(10)9.99- VALUE ZEROS.
       77 WS-VALOR3-EDIT          PIC Z(10)9.99- VALUE ZEROS.
       77 WS-VALOR-ORDEM          PIC S9(07)V99 VALUE ZEROS.
       77 WS-ORDEM-DESCONTO       PIC X(01) VALUE "N".
          88 WS-COM-DESCONTO      VALUE "Y" FALSE "N".
       77 WS-QTD-COM-DESCONTO     PIC 9(05) VALUE ZEROS.
       77 WS-AVI-STATUS           PIC X(02) VALUE "00".
       77 WS-QTD-AVISOS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AVISO-DET        PIC 9(07) VALUE ZEROS.
       77 WS-HASH-AVISOS          PIC S9(11)V99 VALUE ZEROS.
       77 WS-AVISO-QTD-PAGTOS     PIC 9(05) VALUE ZEROS.
       77 WS-AVISO-TOTAL          PIC S9(09)V99 VALUE ZEROS.
       77 WS-AVISO-FORNECEDOR     PIC X(06) VALUE SPACES.
       77 WS-AVISO-MOEDA          PIC X(03) VALUE SPACES.
       77 WS-TAM                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.
       77 WS-REG-HASH             PIC S9(11)V99 VALUE ZEROS.
       77 WS-REG-RESULTADO        PIC X(01) VALUE "0".
          88 WS-REG-DUPLICADO     VALUE "D".
          88 WS-REG-ERRO          VALUE "E".
      * the day's payable orders, kept in priority order - bank, due
      * date, PAY-ID - until the balances are checked.
       01 WS-CANDIDATAS.
          05 WS-QTD-CANDIDATAS    PIC 9(05) COMP VALUE ZEROS.
          05 WS-CAND-ITEM OCCURS 2000 TIMES.
             10 WS-CAND-CHAVE.
                15 WS-CAND-BANCO  PIC X(03).
                15 WS-CAND-VENCIMENTO PIC 9(08).
             10 WS-CAND-PAY-ID    PIC X(10).
             10 WS-CAND-VALOR     PIC S9(11)V99.
      * what each emitted order covers, kept in vendor, currency and
      * PAY-ID order until the run's remittance advices are written.
       01 WS-AVISOS.
          05 WS-QTD-AVISO-ITENS   PIC 9(05) COMP VALUE ZEROS.
          05 WS-AVI-ITEM OCCURS 2000 TIMES.
             10 WS-AVI-CHAVE.
                15 WS-AVI-FORNECEDOR PIC X(06).
                15 WS-AVI-MOEDA   PIC X(03).
                15 WS-AVI-PAY-ID  PIC X(10).
             10 WS-AVI-BRUTO      PIC S9(07)V99.
             10 WS-AVI-CREDITO    PIC S9(07)V99.
             10 WS-AVI-RETIDO     PIC S9(07)V99.
             10 WS-AVI-DESCONTO   PIC S9(07)V99.
             10 WS-AVI-ORDEM      PIC S9(07)V99.
       01 WS-AVI-NOVO.
          05 WS-NOVO-CHAVE.
             10 WS-NOVO-FORNECEDOR PIC X(06).
             10 WS-NOVO-MOEDA     PIC X(03).
             10 WS-NOVO-PAY-ID    PIC X(10).
          05 WS-NOVO-BRUTO        PIC S9(07)V99.
          05 WS-NOVO-CREDITO      PIC S9(07)V99.
          05 WS-NOVO-RETIDO       PIC S9(07)V99.
          05 WS-NOVO-DESCONTO     PIC S9(07)V99.
          05 WS-NOVO-ORDEM        PIC S9(07)V99.
       01 WS-CAND-NOVA.
          05 WS-NOVA-CHAVE.
             10 WS-NOVA-BANCO     PIC X(03).
             10 WS-NOVA-VENCIMENTO PIC 9(08).
          05 WS-NOVA-PAY-ID       PIC X(10).
          05 WS-NOVA-VALOR        PIC S9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
                STOP RUN
            END-IF

            PERFORM ABRE-SALDOMST

            PERFORM GRAVA-CABECALHO-ORDEM
            PERFORM EMITE-ORDENS-DO-DIA
            IF WS-COM-CONTROLE-SALDO
                PERFORM CONFERE-SALDOS-BANCARIOS
                CLOSE SALDO-FILE
            END-IF
            PERFORM GRAVA-TRAILER-ORDEM

            CLOSE ORDEM-FILE
            CLOSE ORDEM-EXC-FILE
            CLOSE PAY-MASTER-FILE

            PERFORM GRAVA-AVISOS-REMESSA
            IF WS-TEM-VENDMAST
                CLOSE VENDOR-FILE
            END-IF
            IF WS-SIMULANDO
                DISPLAY "SIMULACAO: REMADVF NAO REGISTRADO NO "
                    "XMITREG"
            ELSE
                PERFORM REGISTRA-TRANSMISSAO
            END-IF

            DISPLAY "ORDENS DE PAGAMENTO EMITIDAS: " WS-QTD-ORDENS
            DISPLAY "  POR TRANSFERENCIA: " WS-QTD-ORD-TRANSF
            DISPLAY "  POR BOLETO: " WS-QTD-ORD-BOLETO
            DISPLAY "  POR PIX: " WS-QTD-ORD-PIX
            DISPLAY "PAGAMENTOS EM EXCECAO (PAYOEXC): "
                WS-QTD-EXCECOES
            DISPLAY "PAGAMENTOS SEM VALOR A ORDENAR: "
                WS-QTD-SEM-VALOR
            DISPLAY "ORDENS RETIDAS POR SALDO INSUFICIENTE (FUNDRPT): "
                WS-QTD-RETIDAS
            DISPLAY "ORDENS COM DESCONTO POR ANTECIPACAO: "
                WS-QTD-COM-DESCONTO
            DISPLAY "AVISOS DE PAGAMENTO GERADOS (REMADVF): "
                WS-QTD-AVISOS

            STOP RUN.

                    AT END
                        SET WS-FIM-PAY TO TRUE
                    NOT AT END
                        MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
      * a parked future-dated payment or one awaiting (or refused)
      * dual approval is not yet payable and never travels on the
      * order file.
                        IF NOT PAY-CONFIRM AND NOT PAY-POSTADO
                            AND NOT PAY-AGENDADO
                            AND NOT PAY-AGUARD-APROV
                            AND NOT PAY-CANCELADO
                            AND NOT PAY-APROV-PENDENTE
                            AND NOT PAY-APROV-RECUSADA
                            AND NOT PAY-ORDEM-EMITIDA
                END-READ
            END-IF.

      * details the bank has already bounced a payment from
      * (DEMODEVL) are not trusted again until DEMOVEND corrects
      * them - the order would only come back a second time. Newly
      * changed details are not trusted either until a second
      * operator has verified them: a redirected account is how a
      * payment gets stolen. A boleto pays the slip's own beneficiary
      * and needs none of the vendor's details; a PIX needs the
      * vendor's key instead of the account.
       VERIFICA-DADOS-BANCARIOS.
            IF PAY-POR-BOLETO
                PERFORM LIBERA-ORDEM
            ELSE
            IF PAY-POR-PIX AND VEND-SEM-CHAVE-PIX
                MOVE "06" TO OEX-MOTIVO
                PERFORM GRAVA-EXCECAO
            ELSE
            IF PAY-POR-TRANSFERENCIA
                AND (VEND-BANCO = SPACES
                OR VEND-AGENCIA = SPACES
                OR VEND-CONTA = SPACES)
                MOVE "03" TO OEX-MOTIVO
                PERFORM GRAVA-EXCECAO
            ELSE
            IF VEND-BANCO-SUSPEITO
                MOVE "04" TO OEX-MOTIVO
                PERFORM GRAVA-EXCECAO
            ELSE
            IF VEND-EM-VERIFICACAO
                MOVE "05" TO OEX-MOTIVO
                PERFORM GRAVA-EXCECAO
            ELSE
                PERFORM LIBERA-ORDEM
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

       LIBERA-ORDEM.
            IF WS-COM-CONTROLE-SALDO
                PERFORM GUARDA-CANDIDATA
            ELSE
                PERFORM GRAVA-ORDEM
            END-IF.

      * the order waits in the priority table; an equal key goes
      * after the ones already there, so PAY-ID breaks the tie.
       GUARDA-CANDIDATA.
            IF WS-QTD-CANDIDATAS >= 2000
                DISPLAY "ERRO: LIMITE DE 2000 ORDENS DO DIA EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CALCULA-VALOR-ORDEM
            MOVE PAY-BANCO TO WS-NOVA-BANCO
            MOVE PAY-VENCIMENTO-YYYYMMDD TO WS-NOVA-VENCIMENTO
      * a discount about to expire goes ahead of what is only due.
            IF WS-COM-DESCONTO
                AND PAY-DESC-OFERECIDO
                AND PAY-DESC-DATA-LIMITE < PAY-VENCIMENTO-YYYYMMDD
                MOVE PAY-DESC-DATA-LIMITE TO WS-NOVA-VENCIMENTO
            END-IF
            MOVE PAY-ID TO WS-NOVA-PAY-ID
            IF PAY-MOEDA = SPACES OR PAY-MOEDA = "BRL"
                MOVE WS-VALOR-ORDEM TO WS-NOVA-VALOR
            ELSE
                MOVE PAY-VALOR TO WS-NOVA-VALOR
            END-IF
            COMPUTE WS-POS = WS-QTD-CANDIDATAS + 1
            SET WS-POSICAO-ACHADA TO FALSE
            PERFORM UNTIL WS-POSICAO-ACHADA
                IF WS-POS = 1
                    SET WS-POSICAO-ACHADA TO TRUE
                ELSE
                IF WS-CAND-CHAVE(WS-POS - 1) NOT > WS-NOVA-CHAVE
                    SET WS-POSICAO-ACHADA TO TRUE
                ELSE
                    MOVE WS-CAND-ITEM(WS-POS - 1)
                        TO WS-CAND-ITEM(WS-POS)
                    SUBTRACT 1 FROM WS-POS
                END-IF
                END-IF
            END-PERFORM
            MOVE WS-CAND-NOVA TO WS-CAND-ITEM(WS-POS)
            ADD 1 TO WS-QTD-CANDIDATAS.

      * each bank spends its own balance: in priority order an
      * order is emitted while it fits what is left and held back
      * when it does not.
       CONFERE-SALDOS-BANCARIOS.
            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR FUNDRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO PRINT-LINE
            STRING "CONFERENCIA DE SALDO DAS ORDENS DE PAGAMENTO - "
                "DATA " WS-RUN-DATE
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-QTD-CANDIDATAS
                IF WS-POS = 1
                    OR WS-CAND-BANCO(WS-POS) NOT = WS-BANCO-ATUAL
                    IF WS-POS > 1
                        PERFORM FECHA-SALDO-BANCO
                    END-IF
                    PERFORM ABRE-SALDO-BANCO
                END-IF
                PERFORM AVALIA-CANDIDATA
            END-PERFORM
            IF WS-QTD-CANDIDATAS > ZEROS
                PERFORM FECHA-SALDO-BANCO
            END-IF

            MOVE WS-VALOR-RETIDO TO WS-VALOR-EDIT
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "TOTAL DE ORDENS RETIDAS: " WS-QTD-RETIDAS
                "  VALOR " WS-VALOR-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            CLOSE PRINT-FILE.

       ABRE-SALDO-BANCO.
            MOVE WS-CAND-BANCO(WS-POS) TO WS-BANCO-ATUAL
            MOVE ZEROS TO WS-CONSUMO-BANCO
            MOVE ZEROS TO WS-QTD-EMIT-BANCO
            MOVE ZEROS TO WS-QTD-RETIDAS-BANCO
            MOVE ZEROS TO WS-VALOR-RETIDO-BANCO
            SET WS-BANCO-COM-SALDO TO FALSE
            MOVE WS-BANCO-ATUAL TO SDO-BANCO
            MOVE WS-RUN-DATE TO SDO-DATA
            READ SALDO-FILE
                INVALID KEY
                    PERFORM TRANSPORTA-SALDO
                NOT INVALID KEY
                    SET WS-BANCO-COM-SALDO TO TRUE
            END-READ

            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            IF WS-BANCO-COM-SALDO
                COMPUTE WS-DISPONIVEL = SDO-ABERTURA - SDO-CONSUMIDO
                MOVE SDO-ABERTURA TO WS-VALOR-EDIT
                MOVE SDO-CONSUMIDO TO WS-VALOR2-EDIT
                MOVE WS-DISPONIVEL TO WS-VALOR3-EDIT
                MOVE SPACES TO PRINT-LINE
                STRING "BANCO " WS-BANCO-ATUAL " CONTA " SDO-CONTA
                    " SALDO DE ABERTURA " WS-VALOR-EDIT
                    " (ORIGEM " SDO-ORIGEM ")"
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO PRINT-LINE
                STRING "    JA CONSUMIDO " WS-VALOR2-EDIT
                    "  DISPONIVEL " WS-VALOR3-EDIT
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
            ELSE
                MOVE SPACES TO PRINT-LINE
                STRING "BANCO " WS-BANCO-ATUAL
                    " SEM SALDO NO SALDOMST - ORDENS EMITIDAS SEM "
                    "CONFERENCIA"
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                DISPLAY "AVISO: BANCO " WS-BANCO-ATUAL
                    " SEM SALDO NO SALDOMST - ORDENS EMITIDAS SEM "
                    "CONFERENCIA"
            END-IF.

      * no balance arrived for the date: the latest earlier record's
      * remainder opens it, so what yesterday's orders consumed is
      * not spent a second time.
       TRANSPORTA-SALDO.
            MOVE "N" TO WS-EOF-SALDO
            MOVE ZEROS TO WS-DATA-ANTERIOR
            MOVE WS-BANCO-ATUAL TO SDO-BANCO
            MOVE ZEROS TO SDO-DATA
            START SALDO-FILE KEY IS >= SDO-CHAVE
                INVALID KEY
                    SET WS-FIM-SALDO-BANCO TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-SALDO-BANCO
                READ SALDO-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-SALDO-BANCO TO TRUE
                    NOT AT END
                        IF SDO-BANCO NOT = WS-BANCO-ATUAL
                            OR SDO-DATA NOT < WS-RUN-DATE
                            SET WS-FIM-SALDO-BANCO TO TRUE
                        ELSE
                            MOVE SDO-DATA TO WS-DATA-ANTERIOR
                            MOVE SDO-CONTA TO WS-CONTA-ANTERIOR
                            COMPUTE WS-SALDO-ANTERIOR =
                                SDO-ABERTURA - SDO-CONSUMIDO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-DATA-ANTERIOR NOT = ZEROS
                MOVE WS-BANCO-ATUAL TO SDO-BANCO
                MOVE WS-RUN-DATE TO SDO-DATA
                MOVE WS-CONTA-ANTERIOR TO SDO-CONTA
                MOVE WS-SALDO-ANTERIOR TO SDO-ABERTURA
                MOVE ZEROS TO SDO-CONSUMIDO
                SET SDO-TRANSPORTADO TO TRUE
                WRITE SALDO-CONTA-RECORD
                    INVALID KEY
                        PERFORM ERRO-GRAVACAO-SALDO
                END-WRITE
                SET WS-BANCO-COM-SALDO TO TRUE
            END-IF.

       AVALIA-CANDIDATA.
            IF NOT WS-BANCO-COM-SALDO
                PERFORM EMITE-CANDIDATA
            ELSE
            IF WS-CAND-VALOR(WS-POS) NOT > WS-DISPONIVEL
                SUBTRACT WS-CAND-VALOR(WS-POS) FROM WS-DISPONIVEL
                ADD WS-CAND-VALOR(WS-POS) TO WS-CONSUMO-BANCO
                PERFORM EMITE-CANDIDATA
            ELSE
                PERFORM RETEM-CANDIDATA
            END-IF
            END-IF.

      * the payment and its vendor were validated on the scan; they
      * are read again for the order details.
       EMITE-CANDIDATA.
            MOVE WS-CAND-PAY-ID(WS-POS) TO PAY-ID
            READ PAY-MASTER-FILE
                INVALID KEY
                    DISPLAY "ERRO AO RELER PAGAMENTO " PAY-ID
                        " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
            MOVE PAY-FORNECEDOR TO VEND-CODIGO
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "ERRO AO RELER FORNECEDOR " VEND-CODIGO
                        " - STATUS " WS-VEND-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            PERFORM GRAVA-ORDEM
            ADD 1 TO WS-QTD-EMIT-BANCO.

      * a held order keeps no mark on the master: the next order run
      * offers it again.
       RETEM-CANDIDATA.
            ADD 1 TO WS-QTD-RETIDAS-BANCO
            ADD WS-CAND-VALOR(WS-POS) TO WS-VALOR-RETIDO-BANCO
            ADD 1 TO WS-QTD-RETIDAS
            ADD WS-CAND-VALOR(WS-POS) TO WS-VALOR-RETIDO
            MOVE WS-CAND-VALOR(WS-POS) TO WS-VALOR-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING "    RETIDA: " WS-CAND-PAY-ID(WS-POS)
                " VENCIMENTO " WS-CAND-VENCIMENTO(WS-POS)
                " VALOR " WS-VALOR-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * the consumption is added to the record as it stands on file,
      * so the balance carries forward to the next run.
       FECHA-SALDO-BANCO.
            IF WS-BANCO-COM-SALDO
                MOVE WS-BANCO-ATUAL TO SDO-BANCO
                MOVE WS-RUN-DATE TO SDO-DATA
                READ SALDO-FILE
                    INVALID KEY
                        PERFORM ERRO-GRAVACAO-SALDO
                END-READ
                ADD WS-CONSUMO-BANCO TO SDO-CONSUMIDO
                REWRITE SALDO-CONTA-RECORD
                    INVALID KEY
                        PERFORM ERRO-GRAVACAO-SALDO
                END-REWRITE
            END-IF
            MOVE WS-CONSUMO-BANCO TO WS-VALOR-EDIT
            MOVE WS-VALOR-RETIDO-BANCO TO WS-VALOR2-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING "    EMITIDAS " WS-QTD-EMIT-BANCO " VALOR "
                WS-VALOR-EDIT "  RETIDAS " WS-QTD-RETIDAS-BANCO
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            IF WS-BANCO-COM-SALDO
                COMPUTE WS-INSUFICIENCIA =
                    WS-VALOR-RETIDO-BANCO - WS-DISPONIVEL
                IF WS-INSUFICIENCIA < ZEROS
                    MOVE ZEROS TO WS-INSUFICIENCIA
                END-IF
                MOVE WS-DISPONIVEL TO WS-VALOR-EDIT
                MOVE WS-INSUFICIENCIA TO WS-VALOR3-EDIT
                MOVE SPACES TO PRINT-LINE
                STRING "    VALOR RETIDO " WS-VALOR2-EDIT
                    "  SALDO RESTANTE " WS-VALOR-EDIT
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO PRINT-LINE
                STRING "    INSUFICIENCIA DE SALDO " WS-VALOR3-EDIT
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.

      * the bank settles in the payment's own currency, so the order
      * carries PAY-VALOR-ORIGINAL with PAY-MOEDA - the same side
      * DEMOMATCH pairs and DEMOCONF verifies on the way back. The
      * detail type follows the forma de pagamento.
       GRAVA-ORDEM.
            PERFORM CALCULA-VALOR-ORDEM
            EVALUATE TRUE
                WHEN PAY-POR-BOLETO
                    PERFORM GRAVA-ORDEM-BOLETO
                WHEN PAY-POR-PIX
                    PERFORM GRAVA-ORDEM-PIX
                WHEN OTHER
                    PERFORM GRAVA-ORDEM-TRANSFERENCIA
            END-EVALUATE
            IF WS-ORD-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-ORDEM
            END-IF
            ADD 1 TO WS-QTD-ORDENS
            ADD WS-VALOR-ORDEM TO WS-HASH-ORDENS

            PERFORM GUARDA-AVISO

            IF WS-COM-DESCONTO
                ADD 1 TO WS-QTD-COM-DESCONTO
                IF PAY-DESC-OFERECIDO
                    SET PAY-DESC-EMITIDO TO TRUE
                END-IF
            END-IF
            SET PAY-ORDEM-EMITIDA TO TRUE
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                        " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO.

       GRAVA-ORDEM-TRANSFERENCIA.
            MOVE SPACES TO ORDEM-PAGTO-RECORD
            SET ORD-REG-TRANSFERENCIA TO TRUE
            MOVE PAY-ID TO ORD-PAY-ID
            MOVE VEND-BANCO TO ORD-BANCO
            MOVE VEND-AGENCIA TO ORD-AGENCIA
            MOVE VEND-CONTA TO ORD-CONTA
            MOVE PAY-MOEDA TO ORD-MOEDA
            MOVE WS-VALOR-ORDEM TO ORD-VALOR
            WRITE ORDEM-PAGTO-RECORD
            ADD 1 TO WS-QTD-ORD-TRANSF.

      * the slip's barcode carries the face amount; what the bank
      * is told to pay is the order amount, after IRF, credit and
      * discount.
       GRAVA-ORDEM-BOLETO.
            MOVE SPACES TO ORDEM-BOLETO-RECORD
            SET OBL-REG-BOLETO TO TRUE
            MOVE PAY-ID TO OBL-PAY-ID
            MOVE PAY-LINHA-DIGITAVEL TO OBL-LINHA-DIGITAVEL
            MOVE PAY-VENCIMENTO-YYYYMMDD TO OBL-VENCIMENTO
            MOVE PAY-MOEDA TO OBL-MOEDA
            MOVE WS-VALOR-ORDEM TO OBL-VALOR
            WRITE ORDEM-BOLETO-RECORD
            ADD 1 TO WS-QTD-ORD-BOLETO.

       GRAVA-ORDEM-PIX.
            MOVE SPACES TO ORDEM-PIX-RECORD
            SET OPX-REG-PIX TO TRUE
            MOVE PAY-ID TO OPX-PAY-ID
            MOVE VEND-TIPO-CHAVE-PIX TO OPX-TIPO-CHAVE
            MOVE VEND-CHAVE-PIX TO OPX-CHAVE
            MOVE PAY-MOEDA TO OPX-MOEDA
            MOVE WS-VALOR-ORDEM TO OPX-VALOR
            WRITE ORDEM-PIX-RECORD
            ADD 1 TO WS-QTD-ORD-PIX.

      * the gross the vendor invoiced is the payable before the
      * credit offset; the ordered amount is what travels on PAYORDF.
       GUARDA-AVISO.
            IF WS-QTD-AVISO-ITENS >= 2000
                DISPLAY "ERRO: LIMITE DE 2000 ITENS DE AVISO DE "
                    "PAGAMENTO EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PAY-FORNECEDOR TO WS-NOVO-FORNECEDOR
            MOVE PAY-MOEDA TO WS-NOVO-MOEDA
            MOVE PAY-ID TO WS-NOVO-PAY-ID
            COMPUTE WS-NOVO-BRUTO = PAY-VALOR + PAY-VALOR-CREDITO
            MOVE PAY-VALOR-CREDITO TO WS-NOVO-CREDITO
            MOVE PAY-VALOR-RETIDO TO WS-NOVO-RETIDO
            IF WS-COM-DESCONTO
                MOVE PAY-DESC-VALOR TO WS-NOVO-DESCONTO
            ELSE
                MOVE ZEROS TO WS-NOVO-DESCONTO
            END-IF
            MOVE WS-VALOR-ORDEM TO WS-NOVO-ORDEM
            COMPUTE WS-POS = WS-QTD-AVISO-ITENS + 1
            SET WS-POSICAO-ACHADA TO FALSE
            PERFORM UNTIL WS-POSICAO-ACHADA
                IF WS-POS = 1
                    SET WS-POSICAO-ACHADA TO TRUE
                ELSE
                IF WS-AVI-CHAVE(WS-POS - 1) NOT > WS-NOVO-CHAVE
                    SET WS-POSICAO-ACHADA TO TRUE
                ELSE
                    MOVE WS-AVI-ITEM(WS-POS - 1)
                        TO WS-AVI-ITEM(WS-POS)
                    SUBTRACT 1 FROM WS-POS
                END-IF
                END-IF
            END-PERFORM
            MOVE WS-AVI-NOVO TO WS-AVI-ITEM(WS-POS)
            ADD 1 TO WS-QTD-AVISO-ITENS.

      * one advice per vendor and currency: the vendor record opens
      * it, the total closes it. A run with no orders still writes
      * header and trailer, the PAYORDF discipline.
       GRAVA-AVISOS-REMESSA.
            OPEN OUTPUT AVISO-FILE
            IF WS-AVI-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR REMADVF - STATUS "
                    WS-AVI-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO RAH-RECORD
            SET RAH-REGISTRO TO TRUE
            MOVE WS-RUN-DATE TO RAH-DATA
            MOVE "DEMOPAYO" TO RAH-ORIGEM
            MOVE WS-CICLO TO RAH-CICLO
            WRITE RAH-RECORD
            IF WS-AVI-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-AVISO
            END-IF

            PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-QTD-AVISO-ITENS
                IF WS-POS = 1
                    OR WS-AVI-FORNECEDOR(WS-POS)
                        NOT = WS-AVISO-FORNECEDOR
                    OR WS-AVI-MOEDA(WS-POS) NOT = WS-AVISO-MOEDA
                    IF WS-POS > 1
                        PERFORM GRAVA-TOTAL-AVISO
                    END-IF
                    PERFORM GRAVA-FORNECEDOR-AVISO
                END-IF
                PERFORM GRAVA-DETALHE-AVISO
            END-PERFORM
            IF WS-QTD-AVISO-ITENS > ZEROS
                PERFORM GRAVA-TOTAL-AVISO
            END-IF

            MOVE SPACES TO RAT-RECORD
            SET RAT-REGISTRO TO TRUE
            MOVE WS-QTD-AVISO-DET TO RAT-QTD
            MOVE WS-HASH-AVISOS TO RAT-HASH
            WRITE RAT-RECORD
            IF WS-AVI-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-AVISO
            END-IF
            CLOSE AVISO-FILE.

       GRAVA-FORNECEDOR-AVISO.
            MOVE WS-AVI-FORNECEDOR(WS-POS) TO WS-AVISO-FORNECEDOR
            MOVE WS-AVI-MOEDA(WS-POS) TO WS-AVISO-MOEDA
            MOVE ZEROS TO WS-AVISO-QTD-PAGTOS
            MOVE ZEROS TO WS-AVISO-TOTAL
            MOVE SPACES TO AVISO-FORNECEDOR-RECORD
            SET AVF-REG-FORNECEDOR TO TRUE
            MOVE WS-AVI-FORNECEDOR(WS-POS) TO AVF-FORNECEDOR
            MOVE WS-AVI-MOEDA(WS-POS) TO AVF-MOEDA
            MOVE WS-RUN-DATE TO AVF-DATA
            MOVE WS-AVI-FORNECEDOR(WS-POS) TO VEND-CODIGO
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "(FORNECEDOR NAO CADASTRADO)" TO AVF-NOME
                NOT INVALID KEY
                    MOVE VEND-NOME TO AVF-NOME
                    MOVE VEND-BANCO TO AVF-BANCO
                    PERFORM MASCARA-DADOS-BANCARIOS
            END-READ
            WRITE AVISO-FORNECEDOR-RECORD
            IF WS-AVI-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-AVISO
            END-IF
            ADD 1 TO WS-QTD-AVISOS.

      * the advice leaves the house: branch and account travel
      * masked, only the last digit of the branch and the last four
      * of the account showing - enough for the vendor to recognize
      * the account, not enough to copy it.
       MASCARA-DADOS-BANCARIOS.
            MOVE SPACES TO AVF-AGENCIA
            MOVE FUNCTION LENGTH(FUNCTION TRIM(VEND-AGENCIA TRAILING))
                TO WS-TAM
            IF VEND-AGENCIA NOT = SPACES
                MOVE ALL "*" TO AVF-AGENCIA(1:WS-TAM)
                MOVE VEND-AGENCIA(WS-TAM:1) TO AVF-AGENCIA(WS-TAM:1)
            END-IF
            MOVE SPACES TO AVF-CONTA
            MOVE FUNCTION LENGTH(FUNCTION TRIM(VEND-CONTA TRAILING))
                TO WS-TAM
            IF VEND-CONTA NOT = SPACES
                MOVE ALL "*" TO AVF-CONTA(1:WS-TAM)
                IF WS-TAM > 4
                    MOVE VEND-CONTA(WS-TAM - 3:4)
                        TO AVF-CONTA(WS-TAM - 3:4)
                END-IF
            END-IF.

       GRAVA-DETALHE-AVISO.
            MOVE SPACES TO AVISO-DETALHE-RECORD
            SET AVD-REG-DETALHE TO TRUE
            MOVE WS-AVI-FORNECEDOR(WS-POS) TO AVD-FORNECEDOR
            MOVE WS-AVI-PAY-ID(WS-POS) TO AVD-PAY-ID
            MOVE WS-AVI-MOEDA(WS-POS) TO AVD-MOEDA
            MOVE WS-AVI-BRUTO(WS-POS) TO AVD-VALOR-BRUTO
            MOVE WS-AVI-CREDITO(WS-POS) TO AVD-VALOR-CREDITO
            MOVE WS-AVI-RETIDO(WS-POS) TO AVD-VALOR-RETIDO
            MOVE WS-AVI-DESCONTO(WS-POS) TO AVD-VALOR-DESCONTO
            MOVE WS-AVI-ORDEM(WS-POS) TO AVD-VALOR-ORDEM
            WRITE AVISO-DETALHE-RECORD
            IF WS-AVI-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-AVISO
            END-IF
            ADD 1 TO WS-QTD-AVISO-DET
            ADD WS-AVI-ORDEM(WS-POS) TO WS-HASH-AVISOS
            ADD 1 TO WS-AVISO-QTD-PAGTOS
            ADD WS-AVI-ORDEM(WS-POS) TO WS-AVISO-TOTAL.

       GRAVA-TOTAL-AVISO.
            MOVE SPACES TO AVISO-TOTAL-RECORD
            SET AVT-REG-TOTAL TO TRUE
            MOVE WS-AVISO-FORNECEDOR TO AVT-FORNECEDOR
            MOVE WS-AVISO-MOEDA TO AVT-MOEDA
            MOVE WS-AVISO-QTD-PAGTOS TO AVT-QTD
            MOVE WS-AVISO-TOTAL TO AVT-VALOR-ORDEM
            WRITE AVISO-TOTAL-RECORD
            IF WS-AVI-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-AVISO
            END-IF.

      * the advices are registered under the run date and the
      * intraday cycle of the order run, so each cycle's advices
      * keep their own entry; a later order run of the same date
      * and cycle re-records its own file, the same
      * replace-never-add rule REGXMIT applies to a reprocess.
       REGISTRA-TRANSMISSAO.
            MOVE "R" TO WS-REG-FUNCAO
            MOVE "REMADVF" TO WS-REG-ARQUIVO
            MOVE WS-RUN-DATE TO WS-REG-DATA
            MOVE WS-CICLO TO WS-REG-CICLO
            MOVE "DEMOPAYO" TO WS-REG-ORIGEM
            MOVE "S" TO WS-REG-SENTIDO
            MOVE WS-QTD-AVISO-DET TO WS-REG-QTD
            MOVE WS-HASH-AVISOS TO WS-REG-HASH
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO REGISTRADA"
            END-IF.

      * the discounted amount goes out while the offer stands - on or
      * before the deadline, nothing settled yet - and again for a
      * discounted order the bank returned (DEMODEVL): the discount
      * was already agreed. Anything else is ordered in full.
       CALCULA-VALOR-ORDEM.
            SET WS-COM-DESCONTO TO FALSE
            MOVE PAY-VALOR-ORIGINAL TO WS-VALOR-ORDEM
            IF PAY-DESC-OFERECIDO
                AND WS-RUN-DATE NOT > PAY-DESC-DATA-LIMITE
                AND PAY-SALDO-ABERTO = PAY-VALOR-ORIGINAL
                AND PAY-DESC-VALOR < PAY-VALOR-ORIGINAL
                SET WS-COM-DESCONTO TO TRUE
            END-IF
            IF PAY-DESC-EMITIDO OR PAY-DESC-TOMADO
                SET WS-COM-DESCONTO TO TRUE
            END-IF
            IF WS-COM-DESCONTO
                COMPUTE WS-VALOR-ORDEM =
                    PAY-VALOR-ORIGINAL - PAY-DESC-VALOR
            END-IF.

       GRAVA-EXCECAO.
            MOVE PAY-ID TO OEX-PAY-ID
            SET POH-REGISTRO TO TRUE
            MOVE WS-RUN-DATE TO POH-DATA
            MOVE "DEMOPAYO" TO POH-ORIGEM
            MOVE WS-CICLO TO POH-CICLO
            WRITE POH-RECORD
            IF WS-ORD-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-ORDEM
                PERFORM ERRO-GRAVACAO-ORDEM
            END-IF.

      * without SALDOMST the shop has no balances from its banks:
      * the orders go unchecked, as they always did.
       ABRE-SALDOMST.
            OPEN I-O SALDO-FILE
            IF WS-SDO-STATUS = "00"
                SET WS-COM-CONTROLE-SALDO TO TRUE
            ELSE
            IF WS-SDO-STATUS = "05" OR WS-SDO-STATUS = "35"
                DISPLAY "AVISO: SALDOMST NAO ENCONTRADO - ORDENS "
                    "EMITIDAS SEM CONFERENCIA DE SALDO"
            ELSE
                DISPLAY "ERRO AO ABRIR SALDOMST - STATUS "
                    WS-SDO-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            END-IF.

       ERRO-GRAVACAO-SALDO.
            DISPLAY "ERRO AO GRAVAR SALDOMST - BANCO " SDO-BANCO
                " DATA " SDO-DATA " - STATUS " WS-SDO-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR FUNDRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ABRE-VENDMAST.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS = "00"
                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                        IF CTRL-CICLO IS NUMERIC
                            AND CTRL-CICLO > ZEROS
                            MOVE CTRL-CICLO TO WS-CICLO
                        END-IF
                END-READ
                CLOSE CTRL-FILE
            END-IF.
            DISPLAY "ERRO AO GRAVAR PAYORDF - STATUS " WS-ORD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-GRAVACAO-AVISO.
            DISPLAY "ERRO AO GRAVAR REMADVF - STATUS " WS-AVI-STATUS
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
       END PROGRAM DEMOPAYO.
