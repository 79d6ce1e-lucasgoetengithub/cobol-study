           SELECT HISTORY-FILE ASSIGN TO "BATCHHIS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CICLO-TOTAL-FILE ASSIGN TO "CICLOTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT RATE-FILE ASSIGN TO "EXRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       FILE SECTION.
       FD  TRAN-FILE.
       COPY TRANREC.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==ACH==
                              LEADING ==TRL== BY ==ACT==.
       FD  CTRL-FILE.
       COPY BATCHTOT.
       FD  HISTORY-FILE.
       01 HIST-TOTAL-RECORD       PIC X(26).
       FD  CICLO-TOTAL-FILE.
       COPY CICLTOT.
       FD  RATE-FILE.
       COPY EXRATE.
       FD  BANCO-FILE.
       77 WS-BT-STATUS           PIC X(02) VALUE "00".
       77 WS-HIST-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
       77 WS-CICLO               PIC 9(02) VALUE 01.
       77 WS-CT-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-CICLO           PIC X(01) VALUE "N".
          88 WS-FIM-CICLO        VALUE "Y".
       77 WS-TOTAL-DIA           PIC S9(07)V99 VALUE ZEROS.
       77 WS-QTD-DIA             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CICLOS-DIA      PIC 9(02) VALUE ZEROS.
       77 WS-EOF                 PIC X(01) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".
       77 WS-OVERFLOW            PIC X(01) VALUE "N".
       77 WS-QTD-HIST-DATA      PIC 9(03) VALUE ZEROS.
       01 WS-HISTORICO.
          05 WS-HIST-ITEM        PIC X(26) OCCURS 500 TIMES.
      * the CICLOTOT records of the date's other cycles, kept to be
      * written back around this cycle's own.
       01 WS-CICLOS-GUARDADOS.
          05 WS-QTD-CT-GUARDADOS PIC 9(03) COMP VALUE ZEROS.
          05 WS-CT-ITEM          PIC X(28) OCCURS 500 TIMES.
       01 WS-TAXAS.
          05 WS-QTD-TAXAS       PIC 9(03) COMP VALUE ZEROS.
          05 WS-TAXA-ITEM OCCURS 50 TIMES INDEXED BY WS-TAXA-IDX.
             10 WS-BANCO-CODIGO PIC X(03).
             10 WS-BANCO-TOTAL  PIC S9(09)V99.
             10 WS-BANCO-QTD    PIC 9(05).
             10 WS-BANCO-TOTAL-DIA PIC S9(09)V99.
             10 WS-BANCO-QTD-DIA   PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
                WS-QTD-CREDITOS
            DISPLAY "O RESULTADO EH " WS-N3

            PERFORM CONSOLIDA-CICLOS-DO-DIA
            PERFORM GRAVA-TOTAIS-CICLO

            IF WS-QTD-CICLOS-DIA > 1
                MOVE WS-TOTAL-DIA TO WS-N3
                DISPLAY "CICLO " WS-CICLO " - TOTAL DO DIA ("
                    WS-QTD-CICLOS-DIA " CICLOS): " WS-QTD-DIA
                    " LANCAMENTOS, " WS-N3
            END-IF

            PERFORM GRAVA-BATCH-TOTAL

            STOP RUN.
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      * the day's figures start from this cycle's own and take in
      * every other cycle of the date already in CICLOTOT - a rerun
      * of this cycle finds its earlier records and leaves them out,
      * so nothing is counted twice; records of another date belong
      * to a closed day and are dropped. A day run in one go has
      * a single cycle and the day equals the cycle.
       CONSOLIDA-CICLOS-DO-DIA.
            MOVE WS-TOTAL TO WS-TOTAL-DIA
            MOVE WS-N2 TO WS-QTD-DIA
            MOVE 1 TO WS-QTD-CICLOS-DIA
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-BANCOS
                MOVE WS-BANCO-TOTAL(WS-SUB)
                    TO WS-BANCO-TOTAL-DIA(WS-SUB)
                MOVE WS-BANCO-QTD(WS-SUB) TO WS-BANCO-QTD-DIA(WS-SUB)
            END-PERFORM

            OPEN INPUT CICLO-TOTAL-FILE
            IF WS-CT-STATUS = "05" OR WS-CT-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-CT-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR CICLOTOT - STATUS "
                        WS-CT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-FIM-CICLO
                    READ CICLO-TOTAL-FILE
                        AT END
                            SET WS-FIM-CICLO TO TRUE
                        NOT AT END
                            IF CT-RUN-DATE = WS-RUN-DATE
                                AND CT-CICLO NOT = WS-CICLO
                                PERFORM GUARDA-CICLO-DO-DIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CICLO-TOTAL-FILE
            END-IF.

       GUARDA-CICLO-DO-DIA.
            IF WS-QTD-CT-GUARDADOS >= 500
                DISPLAY "ERRO: LIMITE DE 500 REGISTROS NO CICLOTOT "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-CT-GUARDADOS
            MOVE CICLO-TOTAL-RECORD TO WS-CT-ITEM(WS-QTD-CT-GUARDADOS)
            IF CT-BANCO = SPACES
                ADD 1 TO WS-QTD-CICLOS-DIA
                ADD CT-TOTAL TO WS-TOTAL-DIA
                    ON SIZE ERROR
                        PERFORM ERRO-OVERFLOW
                END-ADD
                ADD CT-QTD-LANCAMENTOS TO WS-QTD-DIA
                    ON SIZE ERROR
                        PERFORM ERRO-OVERFLOW
                END-ADD
            ELSE
                IF WS-QTD-BANCOS > ZEROS
                    PERFORM ACUMULA-CICLO-POR-BANCO
                END-IF
            END-IF.

      * a bank since dropped from BANKMAST falls to the default
      * bank, the same fallback ACUMULA-POR-BANCO applies.
       ACUMULA-CICLO-POR-BANCO.
            SET WS-BCO-IDX TO 1
            SEARCH WS-BANCO-ITEM
                AT END
                    SET WS-BCO-IDX TO 1
                WHEN WS-BCO-IDX > WS-QTD-BANCOS
                    SET WS-BCO-IDX TO 1
                WHEN WS-BANCO-CODIGO(WS-BCO-IDX) = CT-BANCO
                    CONTINUE
            END-SEARCH
            ADD CT-TOTAL TO WS-BANCO-TOTAL-DIA(WS-BCO-IDX)
            ADD CT-QTD-LANCAMENTOS TO WS-BANCO-QTD-DIA(WS-BCO-IDX).

       GRAVA-TOTAIS-CICLO.
            OPEN OUTPUT CICLO-TOTAL-FILE
            IF WS-CT-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-CT
            END-IF
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-CT-GUARDADOS
                MOVE WS-CT-ITEM(WS-SUB) TO CICLO-TOTAL-RECORD
                PERFORM GRAVA-REGISTRO-CICLO
            END-PERFORM

            MOVE WS-RUN-DATE TO CT-RUN-DATE
            MOVE WS-CICLO TO CT-CICLO
            MOVE SPACES TO CT-BANCO
            MOVE WS-TOTAL TO CT-TOTAL
            MOVE WS-N2 TO CT-QTD-LANCAMENTOS
            PERFORM GRAVA-REGISTRO-CICLO
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-BANCOS
                MOVE WS-RUN-DATE TO CT-RUN-DATE
                MOVE WS-CICLO TO CT-CICLO
                MOVE WS-BANCO-CODIGO(WS-SUB) TO CT-BANCO
                MOVE WS-BANCO-TOTAL(WS-SUB) TO CT-TOTAL
                MOVE WS-BANCO-QTD(WS-SUB) TO CT-QTD-LANCAMENTOS
                PERFORM GRAVA-REGISTRO-CICLO
            END-PERFORM
            CLOSE CICLO-TOTAL-FILE.

       GRAVA-REGISTRO-CICLO.
            WRITE CICLO-TOTAL-RECORD
            IF WS-CT-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-CT
            END-IF.

      * the combined record (BT-BANCO spaces) goes first - the side
      * DEMOREP and DEMOMTD read - followed by one record per
      * registered settling bank for DEMORECON's per-bank checks.
      * Only the combined record enters the BATCHHIS history. Both
      * carry the day's figures - every intraday cycle so far.
       GRAVA-BATCH-TOTAL.
            MOVE WS-RUN-DATE TO BT-RUN-DATE
            MOVE WS-TOTAL-DIA TO BT-TOTAL
            MOVE WS-QTD-DIA TO BT-QTD-LANCAMENTOS
            MOVE SPACES TO BT-BANCO

            OPEN OUTPUT BATCH-TOTAL-FILE

       GRAVA-TOTAL-BANCO.
            MOVE WS-RUN-DATE TO BT-RUN-DATE
            MOVE WS-BANCO-TOTAL-DIA(WS-SUB) TO BT-TOTAL
            MOVE WS-BANCO-QTD-DIA(WS-SUB) TO BT-QTD-LANCAMENTOS
            MOVE WS-BANCO-CODIGO(WS-SUB) TO BT-BANCO
            WRITE BATCH-TOTAL-RECORD
            IF WS-BT-STATUS NOT = "00"

      * a reprocess replaces the date's BATCHHIS entry instead of
      * appending a second one - DEMOMTD's "last record wins" would
      * otherwise double-read a reprocessed day's history. A later
      * intraday cycle replaces it the same way: the date keeps one
      * BATCHHIS record carrying all its cycles.
       GRAVA-HISTORICO-TOTAL.
            MOVE WS-RUN-DATE TO BT-RUN-DATE
            MOVE WS-TOTAL-DIA TO BT-TOTAL
            MOVE WS-QTD-DIA TO BT-QTD-LANCAMENTOS
            MOVE SPACES TO BT-BANCO

            IF WS-REPROCESSANDO OR WS-CICLO > 01
                PERFORM REESCREVE-HISTORICO
            ELSE
                PERFORM ACRESCENTA-HISTORICO
                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-CICLO IS NUMERIC
                            AND CTRL-CICLO > ZEROS
                            MOVE CTRL-CICLO TO WS-CICLO
                        END-IF
                        IF CTRL-EM-REPROCESSO
                            SET WS-REPROCESSANDO TO TRUE
                            DISPLAY "REPROCESSAMENTO DA DATA "
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-GRAVACAO-CT.
            DISPLAY "ERRO AO GRAVAR CICLOTOT - STATUS " WS-CT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-GRAVACAO-BT.
            DISPLAY "ERRO AO GRAVAR BATCHTOT - STATUS " WS-BT-STATUS
            MOVE 16 TO RETURN-CODE
