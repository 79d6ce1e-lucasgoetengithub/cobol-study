      *          pay Fornecedor 000123 this month" is a statement,
      *          not an afternoon paging through daily reports. ENTER
      *          on the month takes the CTRLFILE run date's month,
      *          the same selection DEMOMTD offers. The active
      *          payments are read from the PAYSNAPF daily snapshot
      *          (DEMOSNAP) rather than from PAYMASTF itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PAYHISTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY CTRLREC.
       FD  PARM-FILE.
       COPY PARMREC.
       FD  SNAPSHOT-FILE.
       COPY PAYMAST.
       COPY SNAPREC.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SNH==
                              LEADING ==TRL== BY ==SNT==.
       FD  HISTORY-FILE.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY HIST-PAY-RECORD.
       FD  VENDOR-FILE.
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77 WS-QTD-SNAPSHOT         PIC 9(07) VALUE ZEROS.
       77 WS-HASH-SNAPSHOT        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TEM-TRAILER-SNAP     PIC X(01) VALUE "N".
          88 WS-TRAILER-SNAP-LIDO VALUE "Y".
       77 WS-HIST-STATUS          PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".

            STOP RUN.

      * the active side comes from the latest PAYSNAPF snapshot
      * (DEMOSNAP), the master as it stood after that date's
      * settlements - its date is shown so a statement run later in
      * the day is read for what it is.
       CARREGA-PAGAMENTOS-ATIVOS.
            OPEN INPUT SNAPSHOT-FILE
            IF WS-SNAP-STATUS NOT = "00"
                DISPLAY "AVISO: PAYSNAPF NAO ENCONTRADO OU VAZIO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ SNAPSHOT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
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
            END-IF
            MOVE "N" TO WS-EOF.

       TRATA-REGISTRO-SNAPSHOT.
            EVALUATE TRUE
                WHEN SNH-REGISTRO
                    DISPLAY "PAGAMENTOS ATIVOS NA POSICAO DO PAYSNAPF "
                        "DE " SNH-DATA
                WHEN SNT-REGISTRO
                    PERFORM VALIDA-TRAILER-SNAPSHOT
                WHEN OTHER
                    ADD 1 TO WS-QTD-SNAPSHOT
                    ADD PAY-VALOR OF PAY-MASTER-RECORD
                        TO WS-HASH-SNAPSHOT
                    IF PAY-DATA-YYYYMMDD
                        OF PAY-MASTER-RECORD (1:6)
                        = WS-MES(1:6)
                        MOVE PAY-MASTER-RECORD
                            TO HIST-PAY-RECORD
                        MOVE "A" TO WS-ORIGEM-ATUAL
                        PERFORM GUARDA-ITEM
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

       CARREGA-PAGAMENTOS-ARQUIVADOS.
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS NOT = "00"
            PERFORM GRAVA-LINHA-RELATORIO
            ADD 1 TO WS-LINHA-COUNT.

      * a cancelado (situacao C) stays on the statement so the
      * vendor sees it, but is no longer owed and stays out of the
      * totals.
       IMPRIME-ITEM.
            IF WS-ITEM-SITUACAO(WS-SUB) NOT = "C"
                ADD WS-ITEM-VALOR(WS-SUB) TO WS-TOTAL-FORN
                ADD WS-ITEM-VALOR(WS-SUB) TO WS-TOTAL-GERAL
            END-IF

            MOVE WS-ITEM-VALOR(WS-SUB) TO WS-VALOR-EDIT
            MOVE WS-ITEM-VALOR-ORIG(WS-SUB) TO WS-VALOR-ORIG-EDIT
