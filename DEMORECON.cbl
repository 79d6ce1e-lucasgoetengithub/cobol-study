      *          tolerance the batch continues (the discrepancy stays
      *          open for DEMODISC to follow up), beyond it the run
      *          still aborts with RETURN-CODE 16.
      *          A bank's section also carries the tarifas it charged
      *          on the account (fee details, tipo 3), counted and
      *          summed into the section's total record with the
      *          settlements: the proof of each bank - and of the
      *          combined total - is the batch-side total plus that
      *          bank's fees against the extract total, so a fee the
      *          bank charged is accounted for instead of showing up
      *          as a break, and a missing or extra settlement still
      *          does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-EM-REPROCESSO        PIC X(01) VALUE "N".
          88 WS-REPROCESSANDO     VALUE "Y" FALSE "N".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-BT-STATUS            PIC X(02) VALUE "00".
       77 WS-BK-STATUS            PIC X(02) VALUE "00".
       77 WS-BANCO-ATUAL          PIC X(03) VALUE SPACE.
       77 WS-QTD-DETALHES         PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-DETALHES        PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-TARIFAS         PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-TARIFAS          PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-EXTRATOS       PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-TARIFAS        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TARIFAS-CONFERE      PIC S9(09)V99 VALUE ZEROS.
       77 WS-DIFERENCA            PIC S9(07)V99 VALUE ZEROS.
       77 WS-DIFERENCA-ABS        PIC S9(07)V99 VALUE ZEROS.
       77 WS-ACIMA-TOLERANCIA     PIC X(01) VALUE "N".
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.
             10 WS-EXTRATO-TOTAL  PIC S9(09)V99.
             10 WS-EXTRATO-QTD    PIC 9(07).
             10 WS-EXTRATO-ORIGEM PIC X(08).
             10 WS-EXTRATO-TARIFAS PIC S9(09)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM VERIFICA-REPROCESSAMENTO
            DISPLAY "TOTAL DEMONSTRA: " WS-TOTAL-LOTE
            DISPLAY "TOTAL DOS EXTRATOS BANCARIOS: "
                WS-TOTAL-EXTRATOS
            DISPLAY "TARIFAS BANCARIAS NOS EXTRATOS: "
                WS-TOTAL-TARIFAS

            PERFORM CONFERE-POR-BANCO
            PERFORM CONFERE-COMBINADO

            IF WS-QTD-DIVERGENCIAS = ZEROS
                IF WS-SIMULANDO
                    DISPLAY "SIMULACAO: EXTRATOS NAO REGISTRADOS NO "
                        "XMITREG"
                ELSE
                    PERFORM REGISTRA-TRANSMISSOES
                END-IF
                DISPLAY "RECONCILIACAO OK - SEM DIVERGENCIA"
                STOP RUN
            END-IF
                PERFORM ERRO-RECONCILIACAO
            END-IF

            IF WS-SIMULANDO
                DISPLAY "SIMULACAO: EXTRATOS NAO REGISTRADOS NO "
                    "XMITREG"
            ELSE
                PERFORM REGISTRA-TRANSMISSOES
            END-IF

            DISPLAY "AVISO: " WS-QTD-DIVERGENCIAS " DIVERGENCIA(S) "
                "DENTRO DA TOLERANCIA " WS-TOLERANCIA
      * each registered bank's extract total against that bank's
      * batch-side total: a section without a batch record checks
      * against zero, a batch record without a section likewise -
      * both localize the break to one bank. The section's fees go
      * on the batch side: the bank's total is settlements plus
      * fees.
       CONFERE-POR-BANCO.
            IF WS-QTD-LOTE-BANCOS = ZEROS
                CONTINUE
       CONFERE-EXTRATO-BANCO.
            MOVE WS-EXTRATO-BANCO(WS-SUB) TO WS-BANCO-CONFERE
            MOVE WS-EXTRATO-TOTAL(WS-SUB) TO WS-LADO-BANCO
            MOVE WS-EXTRATO-TARIFAS(WS-SUB) TO WS-TARIFAS-CONFERE
            MOVE ZEROS TO WS-LADO-LOTE
            SET WS-LT-IDX TO 1
            SEARCH WS-LOTE-ITEM
                    MOVE WS-LOTE-TOTAL(WS-LT-IDX) TO WS-LADO-LOTE
                    MOVE "Y" TO WS-LOTE-CONFERIDO(WS-LT-IDX)
            END-SEARCH
            ADD WS-TARIFAS-CONFERE TO WS-LADO-LOTE
            PERFORM CONFERE-LADOS.

       CONFERE-LOTE-SEM-EXTRATO.
            MOVE WS-LOTE-BANCO(WS-SUB) TO WS-BANCO-CONFERE
            MOVE WS-LOTE-TOTAL(WS-SUB) TO WS-LADO-LOTE
            MOVE ZEROS TO WS-LADO-BANCO
            MOVE ZEROS TO WS-TARIFAS-CONFERE
            MOVE "Y" TO WS-LOTE-CONFERIDO(WS-SUB)
            PERFORM CONFERE-LADOS.

       CONFERE-COMBINADO.
            MOVE SPACES TO WS-BANCO-CONFERE
            MOVE WS-TOTAL-TARIFAS TO WS-TARIFAS-CONFERE
            COMPUTE WS-LADO-LOTE = WS-TOTAL-LOTE + WS-TOTAL-TARIFAS
            MOVE WS-TOTAL-EXTRATOS TO WS-LADO-BANCO
            PERFORM CONFERE-LADOS.

            ELSE
                ADD 1 TO WS-QTD-DIVERGENCIAS
                DISPLAY "DIVERGENCIA BANCO '" WS-BANCO-CONFERE
                    "': LOTE + TARIFAS " WS-LADO-LOTE " (TARIFAS "
                    WS-TARIFAS-CONFERE ") BANCO "
                    WS-LADO-BANCO " DIF " WS-DIFERENCA
                PERFORM GRAVA-DISCREPANCIA
                MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                    PERFORM ABRE-SECAO-EXTRATO
                WHEN BK-REG-DETALHE
                    PERFORM ACUMULA-DETALHE-EXTRATO
                WHEN BK-REG-TARIFA
                    PERFORM ACUMULA-TARIFA-EXTRATO
                WHEN BK-REG-TOTAL
                    PERFORM FECHA-SECAO-EXTRATO
            END-EVALUATE.
            MOVE BK-HDR-ORIGEM(1:3) TO WS-BANCO-ATUAL
            MOVE BK-HDR-ORIGEM TO WS-ORIGEM-SECAO
            MOVE ZEROS TO WS-QTD-DETALHES
            MOVE ZEROS TO WS-SOMA-DETALHES
            MOVE ZEROS TO WS-QTD-TARIFAS
            MOVE ZEROS TO WS-SOMA-TARIFAS.

       ACUMULA-DETALHE-EXTRATO.
            IF NOT WS-EM-SECAO
            ADD 1 TO WS-QTD-DETALHES
            ADD BK-DET-VALOR TO WS-SOMA-DETALHES.

      * a fee counts toward the section's trailer like any detail,
      * and is kept apart for the proof.
       ACUMULA-TARIFA-EXTRATO.
            IF NOT WS-EM-SECAO
                DISPLAY "ERRO: TARIFA FORA DE SECAO NO BANKEXTR "
                    "- ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF BK-TAR-VALOR IS NOT NUMERIC
                DISPLAY "ERRO: VALOR DE TARIFA INVALIDO NO EXTRATO "
                    "DO BANCO " WS-BANCO-ATUAL " - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-DETALHES
            ADD BK-TAR-VALOR TO WS-SOMA-DETALHES
            ADD 1 TO WS-QTD-TARIFAS
            ADD BK-TAR-VALOR TO WS-SOMA-TARIFAS.

       FECHA-SECAO-EXTRATO.
            IF NOT WS-EM-SECAO
                DISPLAY "ERRO: TOTAL FORA DE SECAO NO BANKEXTR - "
            MOVE BK-QTD TO WS-EXTRATO-QTD(WS-QTD-EXTRATOS)
            MOVE WS-ORIGEM-SECAO
                TO WS-EXTRATO-ORIGEM(WS-QTD-EXTRATOS)
            MOVE WS-SOMA-TARIFAS
                TO WS-EXTRATO-TARIFAS(WS-QTD-EXTRATOS)
            ADD BK-TOTAL TO WS-TOTAL-EXTRATOS
            ADD WS-SOMA-TARIFAS TO WS-TOTAL-TARIFAS
            IF WS-QTD-TARIFAS > ZEROS
                DISPLAY "BANCO " WS-BANCO-ATUAL ": " WS-QTD-TARIFAS
                    " TARIFA(S) NO EXTRATO, VALOR " WS-SOMA-TARIFAS
            END-IF
            MOVE "N" TO WS-SECAO-ABERTA.

      * the transmission register remembers which bank extract dates

            MOVE "C" TO WS-REG-FUNCAO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                IF WS-REPROCESSANDO
                    DISPLAY "REPROCESSAMENTO: EXTRATO DO BANCO "
                MOVE WS-EXTRATO-TOTAL(WS-SUB) TO WS-REG-HASH
                MOVE "R" TO WS-REG-FUNCAO
                CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                    WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                    WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                    WS-REG-RESULTADO
            END-PERFORM.

       VERIFICA-REPROCESSAMENTO.
            IF WS-CTRL-STATUS = "00"
                READ CTRL-FILE
                    NOT AT END
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                        IF CTRL-EM-REPROCESSO
                            SET WS-REPROCESSANDO TO TRUE
                            DISPLAY "REPROCESSAMENTO DA DATA "
