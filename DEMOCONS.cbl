      *          and to a year range - so the auditors' standard
      *          "five years of payments to this vendor" is one run
      *          instead of a day of grepping flat files. ENTER on
      *          the filters takes everything. The active side is
      *          read from the PAYSNAPF daily snapshot (DEMOSNAP)
      *          rather than from PAYMASTF itself.
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
       FILE SECTION.
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
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
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
      * settlements - its date is shown so a report run later in the
      * day is read for what it is.
       ACUMULA-MASTER-ATIVO.
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
                    MOVE PAY-MASTER-RECORD
                        TO HIST-PAY-RECORD
                    PERFORM ACUMULA-SE-SELECIONADO
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

       ACUMULA-ARQUIVO-MORTO.
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS NOT = "00"
       ACUMULA-SE-SELECIONADO.
            MOVE PAY-DATA-YYYYMMDD OF HIST-PAY-RECORD (1:4)
                TO WS-ANO-PAGTO
      * a cancelled payment was reversed in the GL and is no payment
      * to the vendor any more - it stays out of the totals.
            IF WS-ANO-PAGTO >= WS-ANO-DE
                AND WS-ANO-PAGTO <= WS-ANO-ATE
                AND NOT PAY-CANCELADO OF HIST-PAY-RECORD
                AND (WS-TODOS-FORNECEDORES
                    OR PAY-FORNECEDOR OF HIST-PAY-RECORD
                        = WS-FORN-FILTRO)
