      *          oldest items with their vendor names - so a payment
      *          sitting unconfirmed for a week surfaces in the batch
      *          output instead of waiting for someone to look.
      *          The payments and vendor names come from the day's
      *          PAYSNAPF snapshot (DEMOSNAP), not from PAYMASTF and
      *          VENDMAST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT PRINT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  SNAPSHOT-FILE.
       COPY PAYMAST.
       COPY SNAPREC.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SNH==
                              LEADING ==TRL== BY ==SNT==.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-BASE            PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-ABERTO          PIC S9(05) VALUE ZEROS.
       77 WS-EOF-PAY              PIC X(01) VALUE "N".
          88 WS-FIM-PAY           VALUE "Y".
       77 WS-NOME-FORNECEDOR      PIC X(30) VALUE SPACE.
       77 WS-QTD-ABERTOS          PIC 9(05) VALUE ZEROS.
       77 WS-SUB                  PIC 9(02) COMP VALUE ZEROS.
             10 WS-FAIXA-QTD      PIC 9(05).
             10 WS-FAIXA-VALOR    PIC S9(09)V99.
       77 WS-QTD-PARCIAIS         PIC 9(05) VALUE ZEROS.
       77 WS-ANTIGO-TROCA         PIC X(67) VALUE SPACE.
       77 WS-QTD-SNAPSHOT         PIC 9(07) VALUE ZEROS.
       77 WS-HASH-SNAPSHOT        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TEM-TRAILER-SNAP     PIC X(01) VALUE "N".
          88 WS-TRAILER-SNAP-LIDO VALUE "Y".
       77 WS-VALOR-ORIG-EDIT      PIC Z(08)9.99- VALUE ZEROS.
       01 WS-MAIS-ANTIGOS.
          05 WS-QTD-ANTIGOS       PIC 9(02) COMP VALUE ZEROS.
             10 WS-ANTIGO-ID      PIC X(10).
             10 WS-ANTIGO-DIAS    PIC S9(05).
             10 WS-ANTIGO-VALOR   PIC S9(07)V99.
             10 WS-ANTIGO-NOME    PIC X(30).
             10 WS-ANTIGO-MOEDA   PIC X(03).
             10 WS-ANTIGO-VALOR-ORIG PIC S9(07)V99.
             10 WS-ANTIGO-PARCIAL PIC X(01).
                MOVE ZEROS TO WS-FAIXA-VALOR(WS-SUB)
            END-PERFORM

            OPEN INPUT SNAPSHOT-FILE
            IF WS-SNAP-STATUS NOT = "00"
                DISPLAY "AVISO: PAYSNAPF NAO ENCONTRADO OU VAZIO - "
                    "NADA A ENVELHECER"
                STOP RUN
            END-IF

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

            PERFORM IMPRIME-RELATORIO

            DISPLAY "PAGAMENTOS NAO CONFIRMADOS EM ABERTO: "
                WS-QTD-ABERTOS

            STOP RUN.

      * a snapshot cut for another date would age the payments
      * against the wrong position of the master - refused.
       TRATA-REGISTRO-SNAPSHOT.
            EVALUATE TRUE
                WHEN SNH-REGISTRO
                    IF SNH-DATA NOT = WS-RUN-DATE
                        DISPLAY "ERRO: PAYSNAPF DE " SNH-DATA
                            " NAO E DA DATA DO LOTE " WS-RUN-DATE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN SNT-REGISTRO
                    PERFORM VALIDA-TRAILER-SNAPSHOT
                WHEN OTHER
                    ADD 1 TO WS-QTD-SNAPSHOT
                    ADD PAY-VALOR TO WS-HASH-SNAPSHOT
      * parked future-dated payments are not overdue - they only
      * age after DEMOREL releases them on their due date; a
      * cancelled payment is owed to nobody.
                    IF NOT PAY-CONFIRM AND NOT PAY-POSTADO
                        AND NOT PAY-AGENDADO
                        AND NOT PAY-CANCELADO
                        PERFORM ENVELHECE-PAGAMENTO
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

       ENVELHECE-PAGAMENTO.
            ADD 1 TO WS-QTD-ABERTOS
            IF PAY-VALOR-LIQUIDADO > ZEROS
                MOVE PAY-ID TO WS-ANTIGO-ID(WS-SUB)
                MOVE WS-DIAS-ABERTO TO WS-ANTIGO-DIAS(WS-SUB)
                MOVE PAY-VALOR TO WS-ANTIGO-VALOR(WS-SUB)
                MOVE SNP-FORN-NOME TO WS-ANTIGO-NOME(WS-SUB)
                MOVE PAY-MOEDA TO WS-ANTIGO-MOEDA(WS-SUB)
                MOVE PAY-VALOR-ORIGINAL
                    TO WS-ANTIGO-VALOR-ORIG(WS-SUB)
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * the name came with the payment from the snapshot.
       BUSCA-NOME-FORNECEDOR.
            MOVE WS-ANTIGO-NOME(WS-SUB) TO WS-NOME-FORNECEDOR.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
