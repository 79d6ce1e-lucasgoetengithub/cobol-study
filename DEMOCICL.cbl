      ******************************************************************
      * Author:
      * Date:
      * Purpose: intraday cycle close for the DEMONSTRA suite. The
      *          input-side steps (DEMOEDIT, DEMODUP, DEMONSTRA,
      *          DEMOLOAD, DEMOPAYO) run once per processing cycle
      *          of the business date and overwrite their working
      *          files every cycle, while the end-of-day steps run
      *          once over the whole date. Two modes, keyed by the
      *          operator or the batch:
      *            G = guarda - at the end of each cycle, stores the
      *                cycle's TRANSACF, TRANACCP, TRANREJ and
      *                LOADTOT in the CICLOARQ store under the
      *                CTRLFILE date and cycle (a rerun of the cycle
      *                replaces what it stored before; an earlier
      *                date's records are purged)
      *            F = fecha o dia - before the end-of-day steps,
      *                writes the four files back as day files, every
      *                stored cycle in cycle order: TRANSACF and
      *                TRANACCP with one header/trailer section per
      *                cycle (the BANKEXTR section discipline),
      *                TRANREJ with every cycle's rejects and LOADTOT
      *                with one record per cycle - so DEMOMATCH,
      *                DEMOPROVA and DEMOEXCD see the whole day
      *          DEMOBATCH runs G as the last step of every cycle of
      *          a day run in cycles (modo A and C) and F as the
      *          first step of its close (modo F). A day run in one
      *          go (the normal lote) needs neither.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOCICL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT CICLO-ARQ-FILE ASSIGN TO "CICLOARQ"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WS-CA-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANSACF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO "TRANACCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCP-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT LOAD-TOTAL-FILE ASSIGN TO "LOADTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  CICLO-ARQ-FILE.
       COPY CICLARQ.
       FD  TRAN-FILE.
       01 TRAN-RECORD-IMAGEM      PIC X(120).
       FD  ACCEPTED-FILE.
       01 ACCP-RECORD-IMAGEM      PIC X(120).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==ACH==
                              LEADING ==TRL== BY ==ACT==.
       FD  REJECT-FILE.
       01 REJ-RECORD-IMAGEM       PIC X(120).
       FD  LOAD-TOTAL-FILE.
       COPY LOADTOT.
       01 LT-RECORD-IMAGEM        PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-CA-STATUS            PIC X(02) VALUE "00".
       77 WS-TRAN-STATUS          PIC X(02) VALUE "00".
       77 WS-ACCP-STATUS          PIC X(02) VALUE "00".
       77 WS-REJ-STATUS           PIC X(02) VALUE "00".
       77 WS-LT-STATUS            PIC X(02) VALUE "00".
       77 WS-MODO                 PIC X(01) VALUE SPACE.
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-CICLO                PIC 9(02) VALUE 01.
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-EOF-CA               PIC X(01) VALUE "N".
          88 WS-FIM-CA            VALUE "Y".
       77 WS-ARQUIVO-ATUAL        PIC X(08) VALUE SPACE.
       77 WS-SEQ                  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
       77 WS-CICLO-ANTERIOR       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CICLOS           PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "MODO (G=GUARDA O CICLO, F=FECHA O DIA): "
            ACCEPT WS-MODO

            PERFORM CARREGA-DATA-CONTROLE

            EVALUATE WS-MODO
                WHEN "G"
                    PERFORM EXECUTA-GUARDA
                WHEN "F"
                    PERFORM EXECUTA-FECHAMENTO
                WHEN OTHER
                    DISPLAY "ERRO: MODO INVALIDO " WS-MODO
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE

            STOP RUN.

      * the accepted file must be the one this cycle produced - its
      * header carries the date and cycle DEMOEDIT edited - or a
      * stale file of the previous cycle would be stored twice.
       EXECUTA-GUARDA.
            PERFORM VERIFICA-ACEITOS-DO-CICLO
            PERFORM ABRE-CICLOARQ
            PERFORM LIMPA-CICLO

            MOVE "TRANSACF" TO WS-ARQUIVO-ATUAL
            PERFORM GUARDA-TRANSACF
            MOVE "TRANACCP" TO WS-ARQUIVO-ATUAL
            PERFORM GUARDA-TRANACCP
            MOVE "TRANREJ" TO WS-ARQUIVO-ATUAL
            PERFORM GUARDA-TRANREJ
            MOVE "LOADTOT" TO WS-ARQUIVO-ATUAL
            PERFORM GUARDA-LOADTOT

            CLOSE CICLO-ARQ-FILE

            DISPLAY "CICLO " WS-CICLO " DE " WS-RUN-DATE
                " GUARDADO NO CICLOARQ - " WS-QTD-GRAVADOS
                " REGISTRO(S)"
            IF WS-QTD-EXCLUIDOS > ZEROS
                DISPLAY "CICLOARQ: " WS-QTD-EXCLUIDOS " REGISTRO(S) "
                    "ANTERIOR(ES) SUBSTITUIDO(S) OU EXPURGADO(S)"
            END-IF.

       VERIFICA-ACEITOS-DO-CICLO.
            OPEN INPUT ACCEPTED-FILE
            IF WS-ACCP-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR TRANACCP - STATUS "
                    WS-ACCP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ ACCEPTED-FILE
                AT END
                    DISPLAY "ERRO: TRANACCP VAZIO - CICLO NAO "
                        "GUARDADO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF NOT ACH-REGISTRO
                OR ACH-DATA NOT = WS-RUN-DATE
                OR ACH-CICLO NOT = WS-CICLO
                DISPLAY "ERRO: TRANACCP NAO E DA DATA " WS-RUN-DATE
                    " CICLO " WS-CICLO " - CICLO NAO GUARDADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE ACCEPTED-FILE.

       ABRE-CICLOARQ.
            OPEN I-O CICLO-ARQ-FILE
            IF WS-CA-STATUS = "05" OR WS-CA-STATUS = "35"
                OPEN OUTPUT CICLO-ARQ-FILE
                CLOSE CICLO-ARQ-FILE
                OPEN I-O CICLO-ARQ-FILE
            END-IF
            IF WS-CA-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR CICLOARQ - STATUS "
                    WS-CA-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * one pass over the store drops what this cycle stored on an
      * earlier run and everything left from a closed date.
       LIMPA-CICLO.
            MOVE LOW-VALUES TO CA-CHAVE
            MOVE "N" TO WS-EOF-CA
            START CICLO-ARQ-FILE KEY NOT < CA-CHAVE
                INVALID KEY
                    SET WS-FIM-CA TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-CA
                READ CICLO-ARQ-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-CA TO TRUE
                    NOT AT END
                        IF CA-DATA NOT = WS-RUN-DATE
                            OR CA-CICLO = WS-CICLO
                            PERFORM EXCLUI-REGISTRO-CICLO
                        END-IF
                END-READ
            END-PERFORM.

       EXCLUI-REGISTRO-CICLO.
            DELETE CICLO-ARQ-FILE
                INVALID KEY
                    DISPLAY "ERRO AO EXCLUIR DO CICLOARQ - STATUS "
                        WS-CA-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-DELETE
            ADD 1 TO WS-QTD-EXCLUIDOS.

       GUARDA-TRANSACF.
            MOVE ZEROS TO WS-SEQ
            MOVE "N" TO WS-EOF
            OPEN INPUT TRAN-FILE
            IF WS-TRAN-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR TRANSACF - STATUS "
                    WS-TRAN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-END-OF-FILE
                READ TRAN-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE TRAN-RECORD-IMAGEM TO CA-IMAGEM
                        PERFORM GRAVA-REGISTRO-CICLO
                END-READ
            END-PERFORM
            CLOSE TRAN-FILE.

       GUARDA-TRANACCP.
            MOVE ZEROS TO WS-SEQ
            MOVE "N" TO WS-EOF
            OPEN INPUT ACCEPTED-FILE
            IF WS-ACCP-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR TRANACCP - STATUS "
                    WS-ACCP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-END-OF-FILE
                READ ACCEPTED-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE ACCP-RECORD-IMAGEM TO CA-IMAGEM
                        PERFORM GRAVA-REGISTRO-CICLO
                END-READ
            END-PERFORM
            CLOSE ACCEPTED-FILE.

      * a cycle without rejects may leave no TRANREJ at all.
       GUARDA-TRANREJ.
            MOVE ZEROS TO WS-SEQ
            MOVE "N" TO WS-EOF
            OPEN INPUT REJECT-FILE
            IF WS-REJ-STATUS = "05" OR WS-REJ-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-REJ-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR TRANREJ - STATUS "
                        WS-REJ-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-END-OF-FILE
                    READ REJECT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE REJ-RECORD-IMAGEM TO CA-IMAGEM
                            PERFORM GRAVA-REGISTRO-CICLO
                    END-READ
                END-PERFORM
                CLOSE REJECT-FILE
            END-IF.

       GUARDA-LOADTOT.
            MOVE ZEROS TO WS-SEQ
            MOVE "N" TO WS-EOF
            OPEN INPUT LOAD-TOTAL-FILE
            IF WS-LT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR LOADTOT - STATUS "
                    WS-LT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-END-OF-FILE
                READ LOAD-TOTAL-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF LT-RUN-DATE NOT = WS-RUN-DATE
                            DISPLAY "ERRO: LOADTOT DE " LT-RUN-DATE
                                " NAO E DA DATA " WS-RUN-DATE
                                " - CICLO NAO GUARDADO"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE LT-RECORD-IMAGEM TO CA-IMAGEM
                        PERFORM GRAVA-REGISTRO-CICLO
                END-READ
            END-PERFORM
            CLOSE LOAD-TOTAL-FILE.

       GRAVA-REGISTRO-CICLO.
            ADD 1 TO WS-SEQ
            MOVE WS-RUN-DATE TO CA-DATA
            MOVE WS-ARQUIVO-ATUAL TO CA-ARQUIVO
            MOVE WS-CICLO TO CA-CICLO
            MOVE WS-SEQ TO CA-SEQ
            WRITE CICLO-ARQUIVO-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR CICLOARQ - STATUS "
                        WS-CA-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-WRITE
            ADD 1 TO WS-QTD-GRAVADOS.

      * nothing is rewritten unless the date's cycles are all there
      * to rebuild from: the accepted file is the test - every
      * guarded cycle stored at least its header and trailer.
       EXECUTA-FECHAMENTO.
            OPEN INPUT CICLO-ARQ-FILE
            IF WS-CA-STATUS NOT = "00"
                DISPLAY "ERRO: CICLOARQ NAO ENCONTRADO - NENHUM "
                    "CICLO GUARDADO PARA " WS-RUN-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE "TRANACCP" TO WS-ARQUIVO-ATUAL
            PERFORM CONTA-CICLOS-DO-DIA
            IF WS-QTD-CICLOS = ZEROS
                DISPLAY "ERRO: NENHUM CICLO GUARDADO NO CICLOARQ "
                    "PARA " WS-RUN-DATE " - DIA NAO FECHADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE "TRANSACF" TO WS-ARQUIVO-ATUAL
            OPEN OUTPUT TRAN-FILE
            IF WS-TRAN-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR TRANSACF - STATUS "
                    WS-TRAN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM POSICIONA-ARQUIVO
            PERFORM UNTIL WS-FIM-CA
                MOVE CA-IMAGEM TO TRAN-RECORD-IMAGEM
                WRITE TRAN-RECORD-IMAGEM
                IF WS-TRAN-STATUS NOT = "00"
                    DISPLAY "ERRO AO GRAVAR TRANSACF - STATUS "
                        WS-TRAN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM LE-PROXIMO-DO-ARQUIVO
            END-PERFORM
            CLOSE TRAN-FILE

            MOVE "TRANACCP" TO WS-ARQUIVO-ATUAL
            OPEN OUTPUT ACCEPTED-FILE
            IF WS-ACCP-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR TRANACCP - STATUS "
                    WS-ACCP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM POSICIONA-ARQUIVO
            PERFORM UNTIL WS-FIM-CA
                MOVE CA-IMAGEM TO ACCP-RECORD-IMAGEM
                WRITE ACCP-RECORD-IMAGEM
                IF WS-ACCP-STATUS NOT = "00"
                    DISPLAY "ERRO AO GRAVAR TRANACCP - STATUS "
                        WS-ACCP-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM LE-PROXIMO-DO-ARQUIVO
            END-PERFORM
            CLOSE ACCEPTED-FILE

            MOVE "TRANREJ" TO WS-ARQUIVO-ATUAL
            OPEN OUTPUT REJECT-FILE
            IF WS-REJ-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR TRANREJ - STATUS "
                    WS-REJ-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM POSICIONA-ARQUIVO
            PERFORM UNTIL WS-FIM-CA
                MOVE CA-IMAGEM TO REJ-RECORD-IMAGEM
                WRITE REJ-RECORD-IMAGEM
                IF WS-REJ-STATUS NOT = "00"
                    DISPLAY "ERRO AO GRAVAR TRANREJ - STATUS "
                        WS-REJ-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM LE-PROXIMO-DO-ARQUIVO
            END-PERFORM
            CLOSE REJECT-FILE

            MOVE "LOADTOT" TO WS-ARQUIVO-ATUAL
            OPEN OUTPUT LOAD-TOTAL-FILE
            IF WS-LT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR LOADTOT - STATUS "
                    WS-LT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM POSICIONA-ARQUIVO
            PERFORM UNTIL WS-FIM-CA
                MOVE CA-IMAGEM TO LT-RECORD-IMAGEM
                WRITE LT-RECORD-IMAGEM
                IF WS-LT-STATUS NOT = "00"
                    DISPLAY "ERRO AO GRAVAR LOADTOT - STATUS "
                        WS-LT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM LE-PROXIMO-DO-ARQUIVO
            END-PERFORM
            CLOSE LOAD-TOTAL-FILE

            CLOSE CICLO-ARQ-FILE

            DISPLAY "DIA " WS-RUN-DATE " FECHADO COM " WS-QTD-CICLOS
                " CICLO(S) - TRANSACF, TRANACCP, TRANREJ E LOADTOT "
                "REGRAVADOS COM O DIA INTEIRO".

       CONTA-CICLOS-DO-DIA.
            MOVE ZEROS TO WS-QTD-CICLOS
            MOVE ZEROS TO WS-CICLO-ANTERIOR
            PERFORM POSICIONA-ARQUIVO
            PERFORM UNTIL WS-FIM-CA
                IF CA-CICLO NOT = WS-CICLO-ANTERIOR
                    ADD 1 TO WS-QTD-CICLOS
                    MOVE CA-CICLO TO WS-CICLO-ANTERIOR
                END-IF
                PERFORM LE-PROXIMO-DO-ARQUIVO
            END-PERFORM.

      * positions on the first stored record of WS-ARQUIVO-ATUAL for
      * the date, leaving it in the record area (or WS-FIM-CA set
      * when the date stored none).
       POSICIONA-ARQUIVO.
            MOVE "N" TO WS-EOF-CA
            MOVE WS-RUN-DATE TO CA-DATA
            MOVE WS-ARQUIVO-ATUAL TO CA-ARQUIVO
            MOVE ZEROS TO CA-CICLO
            MOVE ZEROS TO CA-SEQ
            START CICLO-ARQ-FILE KEY NOT < CA-CHAVE
                INVALID KEY
                    SET WS-FIM-CA TO TRUE
            END-START
            IF NOT WS-FIM-CA
                PERFORM LE-PROXIMO-DO-ARQUIVO
            END-IF.

       LE-PROXIMO-DO-ARQUIVO.
            READ CICLO-ARQ-FILE NEXT RECORD
                AT END
                    SET WS-FIM-CA TO TRUE
                NOT AT END
                    IF CA-DATA NOT = WS-RUN-DATE
                        OR CA-ARQUIVO NOT = WS-ARQUIVO-ATUAL
                        SET WS-FIM-CA TO TRUE
                    END-IF
            END-READ.

       CARREGA-DATA-CONTROLE.
            OPEN INPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR CTRLFILE - STATUS "
                    WS-CTRL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ CTRL-FILE
                AT END
                    DISPLAY "ERRO: CTRLFILE VAZIO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                NOT AT END
                    MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                    IF CTRL-CICLO IS NUMERIC
                        AND CTRL-CICLO > ZEROS
                        MOVE CTRL-CICLO TO WS-CICLO
                    END-IF
            END-READ
            CLOSE CTRL-FILE.
       END PROGRAM DEMOCICL.
