      *          business day (ENTER takes the CTRLFILE run date),
      *          which expected interface files arrived or left and
      *          which are missing: TRANSACF, one BANK section per
      *          BANKMAST bank, GLEXTRF, GLACKF, MANTTRAN, the
      *          banks' opening-balance file BANKSALD and the vendor
      *          remittance advices REMADVF, each with its registered
      *          origem, totals and timestamp (one line per
      *          intraday cycle for the files that travel once per
      *          cycle, TRANSACF and REMADVF) -
      *          so "did Tuesday's extract ever arrive" is a report
      *          (XMITRPT), not an archaeology session.
      * Tectonics: cobc
          88 WS-FIM-BCO           VALUE "Y".
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-QTD-FALTANTES        PIC 9(02) VALUE ZEROS.
       77 WS-EOF-REG              PIC X(01) VALUE "N".
          88 WS-FIM-REG           VALUE "Y".
       77 WS-QTD-CICLOS-ARQ       PIC 9(02) VALUE ZEROS.
       77 WS-REGISTRO-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-REGISTRO      VALUE "Y".
       77 WS-VALOR-EDIT           PIC Z(10)9.99- VALUE ZEROS.
            ADD 1 TO WS-QTD-ESPERADOS
            MOVE "GLACKF" TO WS-ESPERADO-NOME(WS-QTD-ESPERADOS)
            ADD 1 TO WS-QTD-ESPERADOS
            MOVE "MANTTRAN" TO WS-ESPERADO-NOME(WS-QTD-ESPERADOS)
            ADD 1 TO WS-QTD-ESPERADOS
            MOVE "BANKSALD" TO WS-ESPERADO-NOME(WS-QTD-ESPERADOS)
            ADD 1 TO WS-QTD-ESPERADOS
            MOVE "REMADVF" TO WS-ESPERADO-NOME(WS-QTD-ESPERADOS).

       GUARDA-BANCO-ESPERADO.
            IF WS-QTD-ESPERADOS >= 25
                PERFORM CONFERE-NO-REGISTRO
            END-IF.

      * every cycle registered for the file on the date is listed:
      * positioned on cycle 00, the read runs until the file name or
      * the date changes. The file is missing only when no cycle
      * at all was registered.
       CONFERE-NO-REGISTRO.
            MOVE ZEROS TO WS-QTD-CICLOS-ARQ
            MOVE "N" TO WS-EOF-REG
            MOVE WS-ESPERADO-NOME(WS-SUB) TO REG-ARQUIVO
            MOVE WS-DATA-CONSULTA TO REG-DATA
            MOVE ZEROS TO REG-CICLO
            START REGISTRO-FILE KEY NOT < REG-CHAVE
                INVALID KEY
                    SET WS-FIM-REG TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-REG
                READ REGISTRO-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-REG TO TRUE
                    NOT AT END
                        IF REG-ARQUIVO NOT = WS-ESPERADO-NOME(WS-SUB)
                            OR REG-DATA NOT = WS-DATA-CONSULTA
                            SET WS-FIM-REG TO TRUE
                        ELSE
                            PERFORM IMPRIME-REGISTRADO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-CICLOS-ARQ = ZEROS
                ADD 1 TO WS-QTD-FALTANTES
                MOVE SPACES TO PRINT-LINE
                STRING WS-ESPERADO-NOME(WS-SUB)
                    "  FALTA - NAO REGISTRADO"
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.

       IMPRIME-REGISTRADO.
            ADD 1 TO WS-QTD-CICLOS-ARQ
            MOVE REG-HASH TO WS-VALOR-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING REG-ARQUIVO " C" REG-CICLO " OK " REG-SENTIDO " "
                REG-ORIGEM " QTD " REG-QTD " VALOR "
                WS-VALOR-EDIT " EM " REG-TIMESTAMP
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
