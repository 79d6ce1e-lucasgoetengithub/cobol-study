       77 WS-ULTIMA-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-TEM-ULTIMA-DATA      PIC X(01) VALUE "N".
          88 WS-HISTORICO-DISPONIVEL VALUE "Y".
       77 WS-SIMULACAO            PIC X(01) VALUE SPACE.
       77 WS-CAL-STATUS           PIC X(02) VALUE "00".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-CAL-MODO             PIC X(01) VALUE "S".
            MOVE WS-MOSTRA(1:8) TO CTRL-RUN-DATE
            SET CTRL-JA-CAPTURADA TO TRUE
            MOVE SPACE TO CTRL-REPROCESSO
      * a newly captured date always opens at cycle 01; further
      * intraday cycles are opened by DEMOBATCH (modo C).
            MOVE 01 TO CTRL-CICLO
      * a DEMOBATCH simulation captures the date in its own copy of
      * CTRLFILE, which must stay marked as the simulation's.
            MOVE WS-SIMULACAO TO CTRL-SIMULACAO

            OPEN OUTPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                READ CTRL-FILE
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-ULTIMA-DATA
                        MOVE CTRL-SIMULACAO TO WS-SIMULACAO
                        SET WS-HISTORICO-DISPONIVEL TO TRUE
                        IF CTRL-JA-CAPTURADA
                            SET WS-CHECKPOINT-ATIVO TO TRUE
