      *          (DEMONSTRA/BATCHTOT), the formatted run date
      *          (DEMONSTRA3/FORMATDT) and the confirmed/unconfirmed
      *          payment status (DEMONSTRA4/PAYMASTF) into one
      *          paginated print file, DAILYRPT. The payment status
      *          comes from the day's PAYSNAPF snapshot (DEMOSNAP),
      *          which already carries each vendor's name - the
      *          report opens neither PAYMASTF nor VENDMAST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BATCH-TOTAL-FILE ASSIGN TO "BATCHTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BT-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DAILYRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FILE SECTION.
       FD  BATCH-TOTAL-FILE.
       COPY BATCHTOT.
       FD  SNAPSHOT-FILE.
       COPY PAYMAST.
       COPY SNAPREC.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SNH==
                              LEADING ==TRL== BY ==SNT==.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  PARM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-BT-STATUS            PIC X(02) VALUE "00".
       77 WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-BT-ENCONTRADO        PIC X(01) VALUE "N".
          88 WS-SEM-BATCH-TOTAL   VALUE "N".
       77 WS-QTD-NAO-CONFIRMADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-POSTADOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGENDADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CANCELADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCIAIS         PIC 9(05) VALUE ZEROS.
       77 WS-FLAG-PARCIAL         PIC X(01) VALUE SPACE.
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-TOTAL-EDIT           PIC Z(06)9.99- VALUE ZEROS.
       77 WS-NOME-FORNECEDOR      PIC X(30) VALUE SPACE.
       77 WS-VALOR-DET-EDIT       PIC Z(06)9.99- VALUE ZEROS.
       77 WS-VALOR-ORIG-EDIT      PIC Z(06)9.99- VALUE ZEROS.
       77 WS-TEM-DETALHE          PIC X(01) VALUE "N".
          88 WS-TITULO-IMPRESSO   VALUE "Y".
       77 WS-QTD-SNAPSHOT         PIC 9(07) VALUE ZEROS.
       77 WS-HASH-SNAPSHOT        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TEM-TRAILER-SNAP     PIC X(01) VALUE "N".
          88 WS-TRAILER-SNAP-LIDO VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-PARAMETROS
                STOP RUN
            END-IF.

      * one sequential pass over the day's snapshot: only the
      * records of the business date are counted and listed - the
      * status counts are therefore counts of the day's payments -
      * but every record is read so the trailer can be checked. A
      * snapshot cut for another date is refused rather than
      * reported as the day's position.
       SUMARIZA-PAGAMENTOS.
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
            END-IF.

       TRATA-REGISTRO-SNAPSHOT.
            EVALUATE TRUE
                WHEN SNH-REGISTRO
                    IF SNH-DATA NOT = BT-RUN-DATE
                        DISPLAY "ERRO: PAYSNAPF DE " SNH-DATA
                            " NAO E DA DATA DO LOTE " BT-RUN-DATE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN SNT-REGISTRO
                    PERFORM VALIDA-TRAILER-SNAPSHOT
                WHEN OTHER
                    ADD 1 TO WS-QTD-SNAPSHOT
                    ADD PAY-VALOR TO WS-HASH-SNAPSHOT
                    IF PAY-DATA-YYYYMMDD = BT-RUN-DATE
                        PERFORM CONTA-PAGAMENTO-DIA
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

      * parked future-dated payments stay out of the day's status
      * counts - they are not payable until DEMOREL releases them -
      * and are only reported as a separate agendados count.
                ADD 1 TO WS-QTD-AGENDADOS
            ELSE
                EVALUATE TRUE
                    WHEN PAY-CANCELADO
                        ADD 1 TO WS-QTD-CANCELADOS
                    WHEN PAY-POSTADO
                        ADD 1 TO WS-QTD-POSTADOS
                    WHEN PAY-CONFIRM
      * so nobody chases a payment that is mostly paid.
                MOVE SPACE TO WS-FLAG-PARCIAL
                IF NOT PAY-CONFIRM AND NOT PAY-POSTADO
                    AND NOT PAY-CANCELADO
                    AND PAY-VALOR-LIQUIDADO > ZEROS
                    MOVE "*" TO WS-FLAG-PARCIAL
                    ADD 1 TO WS-QTD-PARCIAIS
            END-IF
            ADD 1 TO WS-LINHA-COUNT.

      * the snapshot carries the name, or the placeholder for a
      * payment without a vendor on record.
       BUSCA-NOME-FORNECEDOR.
            MOVE SNP-FORN-NOME TO WS-NOME-FORNECEDOR.

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            IF WS-PRINT-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-RPT
            END-IF
            ADD 1 TO WS-LINHA-COUNT

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "PAGAMENTOS DO DIA CANCELADOS: "
                WS-QTD-CANCELADOS DELIMITED BY SIZE INTO PRINT-LINE
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-RPT
            END-IF
            ADD 1 TO WS-LINHA-COUNT.

       QUEBRA-PAGINA-SE-PRECISO.
