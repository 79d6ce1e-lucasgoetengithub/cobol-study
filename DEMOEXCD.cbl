      * Purpose: morning exceptions digest - reads every place the
      *          suite leaves an exception (TRANREJ pre-edit rejects,
      *          RECONEXC matching breaks, CONFEXC confirmation
      *          failures, MANTERR maintenance rejects, the open
      *          DISCREPF discrepancies and the VENDMAST vendors whose
      *          changed bank details still await a second operator's
      *          verification, with the payments DEMOPAYO held for
      *          them on PAYOEXC) and prints one operator-
      *          facing report, EXCDRPT, grouped by area with the
      *          count, the amount involved and the first/oldest
      *          unresolved item of each - so checking the morning's
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT ORDEM-EXC-FILE ASSIGN TO "PAYOEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OEX-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EXCDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       COPY CONFEXC.
       FD  MANT-ERR-FILE.
       01 MANT-ERR-RECORD.
          05 ERR-DADOS            PIC X(35).
          05 ERR-MOTIVO           PIC X(02).
       FD  DISCREPANCIA-FILE.
       COPY DISCREP.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  ORDEM-EXC-FILE.
       01 ORDEM-EXCECAO-RECORD.
          05 OEX-PAY-ID           PIC X(10).
          05 OEX-FORNECEDOR       PIC X(06).
          05 OEX-VALOR            PIC S9(07)V99
                                   SIGN IS TRAILING SEPARATE
                                   CHARACTER.
          05 OEX-MOTIVO           PIC X(02).
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CEX-STATUS           PIC X(02) VALUE "00".
       77 WS-ERR-STATUS           PIC X(02) VALUE "00".
       77 WS-DISC-STATUS          PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-OEX-STATUS           PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-LIMITE-EXCECOES      PIC 9(05) VALUE ZEROS.
       77 WS-EOF                  PIC X(01) VALUE "N".
            PERFORM DIGERE-CONFEXC
            PERFORM DIGERE-MANTERR
            PERFORM DIGERE-DISCREPF
            PERFORM DIGERE-VERIFICACAO-BANCARIA

            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            END-IF
            PERFORM IMPRIME-AREA.

      * a vendor in verification hold carries no amount of its own:
      * what is at stake is what DEMOPAYO held back for it on this
      * run's PAYOEXC (reason 05). The oldest change is the one to
      * chase first.
       DIGERE-VERIFICACAO-BANCARIA.
            MOVE "FORNECEDORES EM VERIFICACAO BANCARIA"
                TO WS-AREA-TITULO
            PERFORM LIMPA-AREA
            MOVE ZEROS TO WS-DATA-ANTIGA
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS NOT = "00"
                CONTINUE
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ VENDOR-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF VEND-EM-VERIFICACAO
                                ADD 1 TO WS-QTD-AREA
                                IF WS-DATA-ANTIGA = ZEROS
                                    OR VEND-DATA-ALTERACAO-BANCO
                                        < WS-DATA-ANTIGA
                                    MOVE VEND-DATA-ALTERACAO-BANCO
                                        TO WS-DATA-ANTIGA
                                    MOVE SPACES
                                        TO WS-PRIMEIRO-ITEM
                                    STRING VEND-DATA-ALTERACAO-BANCO
                                        " FORN " VEND-CODIGO
                                        " POR " VEND-OPERADOR-ALTERACAO
                                        DELIMITED BY SIZE
                                        INTO WS-PRIMEIRO-ITEM
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VENDOR-FILE
            END-IF
            MOVE "N" TO WS-EOF
            OPEN INPUT ORDEM-EXC-FILE
            IF WS-OEX-STATUS NOT = "00"
                CONTINUE
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ ORDEM-EXC-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF OEX-MOTIVO = "05"
                                ADD OEX-VALOR TO WS-VALOR-AREA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDEM-EXC-FILE
            END-IF
            PERFORM IMPRIME-AREA.

       LIMPA-AREA.
            MOVE "N" TO WS-EOF
            MOVE ZEROS TO WS-QTD-AREA
