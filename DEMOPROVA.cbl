      *            3. accepted details are all accounted for by the
      *               LOADTOT split, and the PAYMASTF records of the
      *               date match the loaded + already-present counts
      *               plus the court deposits of garnishment splits
      *            4. the GLEXTRF trailer matches its content and
      *               total debits equal total credits
      *          and prints each equation as OK or FORA DE BALANCO
      *          with both sides on the PROVARPT proof sheet. Any
      *          broken equation ends with RETURN-CODE 16 so the
      *          batch stops before the GL file leaves the building.
      *          A day run in intraday cycles is proved once, at the
      *          day's close, over everything: DEMOCICL has by then
      *          rebuilt TRANSACF, TRANACCP, TRANREJ and LOADTOT as
      *          day files - one header/trailer section, or one
      *          LOADTOT record, per cycle - so every trailer count
      *          and every LOADTOT record is summed, and BATCHTOT
      *          already carries the day's roll-up. The master
      *          count of equation 3 is taken from the day's PAYSNAPF
      *          snapshot (DEMOSNAP), cut right after DEMOCONF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOAD-TOTAL-FILE ASSIGN TO "LOADTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       COPY CTRLREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==TRH==
                              LEADING ==TRL== BY ==TRT==.
       FD  GERADO-FILE.
       01 GERADO-RECORD-IMAGEM    PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==GNH==
                              LEADING ==TRL== BY ==GNT==.
       FD  ACCEPTED-FILE.
       COPY TRANREC REPLACING TRAN-RECORD BY ACCP-RECORD.
       01 ACCP-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==ACH==
                              LEADING ==TRL== BY ==ACT==.
       FD  REJECT-FILE.
       COPY BATCHTOT.
       FD  LOAD-TOTAL-FILE.
       COPY LOADTOT.
       FD  SNAPSHOT-FILE.
       COPY PAYMAST.
       COPY SNAPREC.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SNH==
                              LEADING ==TRL== BY ==SNT==.
       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==GLH==
       77 WS-REJ-STATUS           PIC X(02) VALUE "00".
       77 WS-BT-STATUS            PIC X(02) VALUE "00".
       77 WS-LT-STATUS            PIC X(02) VALUE "00".
       77 WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77 WS-GL-STATUS            PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-MASTER-DATA      PIC 9(07) VALUE ZEROS.
       77 WS-EOF-PAY              PIC X(01) VALUE "N".
          88 WS-FIM-PAY           VALUE "Y".
       77 WS-QTD-SNAPSHOT         PIC 9(07) VALUE ZEROS.
       77 WS-HASH-SNAPSHOT        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TEM-TRAILER-SNAP     PIC X(01) VALUE "N".
          88 WS-TRAILER-SNAP-LIDO VALUE "Y".
       77 WS-SNAPSHOT-DATA        PIC X(01) VALUE "N".
          88 WS-SNAPSHOT-DO-DIA   VALUE "Y".
       77 WS-QTD-GL-LINHAS        PIC 9(07) VALUE ZEROS.
       77 WS-HASH-GL              PIC S9(11)V99 VALUE ZEROS.
       77 WS-GL-TRAILER-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-LT-SUSPENSOS         PIC 9(05) VALUE ZEROS.
       77 WS-LT-DUPLICADOS        PIC 9(05) VALUE ZEROS.
       77 WS-LT-CREDITOS          PIC 9(05) VALUE ZEROS.
       77 WS-LT-RECUSADOS-PEDIDO  PIC 9(05) VALUE ZEROS.
       77 WS-LT-DEPOSITOS-JUDIC   PIC 9(05) VALUE ZEROS.
       77 WS-LADO-ESQ             PIC S9(11)V99 VALUE ZEROS.
       77 WS-LADO-DIR             PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-QUEBRAS          PIC 9(02) VALUE ZEROS.
                WHEN ACCP-RECORD-IMAGEM(1:1) = "1"
                    CONTINUE
                WHEN ACCP-RECORD-IMAGEM(1:1) = "9"
                    ADD ACT-QTD TO WS-TRAILER-ACEITOS
                WHEN OTHER
                    ADD 1 TO WS-QTD-ACEITOS
                    ADD TRAN-AMOUNT OF ACCP-RECORD
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-END-OF-FILE
                READ LOAD-TOTAL-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM SOMA-LOAD-TOTAL
                END-READ
            END-PERFORM
            CLOSE LOAD-TOTAL-FILE
            MOVE "N" TO WS-EOF
            IF NOT WS-TEM-LOADTOT
                DISPLAY "ERRO: LOADTOT VAZIO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * one record per intraday cycle once DEMOCICL has closed the
      * day; a day run in one go has the single DEMOLOAD record.
       SOMA-LOAD-TOTAL.
            ADD LT-QTD-GRAVADOS TO WS-LT-GRAVADOS
            ADD LT-QTD-JA-EXISTENTES TO WS-LT-JA-EXISTENTES
            ADD LT-QTD-IGNORADOS TO WS-LT-IGNORADOS
            ADD LT-QTD-SUSPENSOS TO WS-LT-SUSPENSOS
            ADD LT-QTD-DUPLICADOS TO WS-LT-DUPLICADOS
            ADD LT-QTD-CREDITOS TO WS-LT-CREDITOS
            ADD LT-QTD-RECUSADOS-PEDIDO TO WS-LT-RECUSADOS-PEDIDO
            ADD LT-QTD-DEPOSITOS-JUDICIAIS TO WS-LT-DEPOSITOS-JUDIC
            SET WS-TEM-LOADTOT TO TRUE.

      * counts the records of the run date in the day's snapshot.
      * A snapshot of another date counts nothing, so equation 3B
      * shows the gap instead of proving against a stale position.
       APURA-MASTER-DO-DIA.
            OPEN INPUT SNAPSHOT-FILE
            IF WS-SNAP-STATUS NOT = "00"
                DISPLAY "AVISO: PAYSNAPF NAO ENCONTRADO OU VAZIO"
            ELSE
                PERFORM UNTIL WS-FIM-PAY
                    READ SNAPSHOT-FILE
                        AT END
                            SET WS-FIM-PAY TO TRUE
                        NOT AT END
                            PERFORM TRATA-REGISTRO-SNAPSHOT
                    END-READ
                END-PERFORM
                CLOSE SNAPSHOT-FILE
                IF NOT WS-TRAILER-SNAP-LIDO
                    DISPLAY "ERRO: PAYSNAPF SEM TRAILER - ARQUIVO "
                        "INCOMPLETO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF NOT WS-SNAPSHOT-DO-DIA
                    MOVE ZEROS TO WS-QTD-MASTER-DATA
                END-IF
            END-IF.

       TRATA-REGISTRO-SNAPSHOT.
            EVALUATE TRUE
                WHEN SNH-REGISTRO
                    IF SNH-DATA = WS-RUN-DATE
                        SET WS-SNAPSHOT-DO-DIA TO TRUE
                    ELSE
                        DISPLAY "AVISO: PAYSNAPF DE " SNH-DATA
                            " NAO E DA DATA DO LOTE - MASTER DA "
                            "DATA NAO APURADO"
                    END-IF
                WHEN SNT-REGISTRO
                    PERFORM VALIDA-TRAILER-SNAPSHOT
                WHEN OTHER
                    ADD 1 TO WS-QTD-SNAPSHOT
                    ADD PAY-VALOR TO WS-HASH-SNAPSHOT
                    IF PAY-DATA-YYYYMMDD = WS-RUN-DATE
                        ADD 1 TO WS-QTD-MASTER-DATA
                    END-IF
            END-EVALUATE.

       VALIDA-TRAILER-SNAPSHOT.
            IF SNT-QTD NOT = WS-QTD-SNAPSHOT
                DISPLAY "ERRO: CONTAGEM DO TRAILER DO PAYSNAPF ("
                    SNT-QTD ") DIVERGE DOS REGISTROS LIDOS ("
                    WS-QTD-SNAPSHOT ") - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF SNT-HASH NOT = WS-HASH-SNAPSHOT
                DISPLAY "ERRO: TOTAL DE CONTROLE DO TRAILER DO "
                    "PAYSNAPF DIVERGE DO CONTEUDO - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-TRAILER-SNAP-LIDO TO TRUE.

       APURA-EXTRATO-GL.
            OPEN INPUT GL-EXTRACT-FILE
            IF WS-GL-STATUS NOT = "00"
                WS-LT-GRAVADOS + WS-LT-JA-EXISTENTES
                + WS-LT-IGNORADOS + WS-LT-SUSPENSOS
                + WS-LT-DUPLICADOS + WS-LT-CREDITOS
                + WS-LT-RECUSADOS-PEDIDO
            PERFORM IMPRIME-PROVA

      * a garnishment split adds the court deposit to the master
      * beside the loaded payment, so 3B counts the deposits too.
            MOVE "3B. MASTER = GRAVADOS + EXISTENTES + JUDIC."
                TO WS-TITULO-PROVA
            MOVE WS-QTD-MASTER-DATA TO WS-LADO-ESQ
            COMPUTE WS-LADO-DIR =
                WS-LT-GRAVADOS + WS-LT-JA-EXISTENTES
                + WS-LT-DEPOSITOS-JUDIC
            PERFORM IMPRIME-PROVA.

       PROVA-EXTRATO-GL.
