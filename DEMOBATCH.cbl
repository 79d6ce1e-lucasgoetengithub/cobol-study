      *          the cross-day duplicate screen (DEMODUP),
      *          the total calculation (DEMONSTRA), the payment-master
      *          load (DEMOLOAD), the scheduled-payment release
      *          (DEMOREL), the bank returned-payment step
      *          (DEMODEVL - reopens what the bank sent back before
      *          the day's orders are cut), the bank opening-balance
      *          load (DEMOSALD), the bank payment-order interface
      *          (DEMOPAYO - holds back the orders the settling
      *          account cannot cover), the item-level bank matching
      *          (DEMOMATCH), the
      *          bank reconciliation (DEMORECON), the bank-fee
      *          capture into TARIFHST (DEMOTARF - the fees DEMOGL
      *          then posts), the bank-driven
      *          payment confirmation (DEMOCONF - DEMONSTRA4 remains
      *          available for manual confirm/reverse outside the
      *          batch), the daily payment-master snapshot
      *          (DEMOSNAP - one pass over PAYMASTF into PAYSNAPF,
      *          which the read-only report steps read instead of
      *          the master), the daily summary report
      *          (DEMOREP), the GL extract (DEMOGL), the pipeline
      *          balancing proof (DEMOPROVA - a broken conservation
      *          equation stops the lote before the GL file leaves
      *          the building) and, as an
      *          optional final steps whose failure does not abort
      *          the lote, the audit activity report (DEMOAUDR) and
      *          the aging report (DEMOAGE), the cash-flow
      *          forecast per settling bank (DEMOFLUX), the discrepancy
      *          follow-up (DEMODISC), the exceptions digest
      *          (DEMOEXCD), the audit-log close-out (DEMOAUDG)
      *          and the master integrity check
      *          mark stands, any rerun - same day or after the
      *          midnight turn - skips straight past the steps already
      *          completed, so a failure at 4 a.m. never re-runs the
      *          backup over the only good PAYBKP (and the PAYJRNL
      *          recovery journal kept since it) nor re-stamps the
      *          business date mid-recovery - the same restart
      *          discipline DEMONSTRA2 applies to its own date
      *          capture, applied at the suite level.
      *          state, it writes that date to CTRLFILE flagged as
      *          reprocessamento and reruns only the date-dependent
      *          steps (DEMOEDIT, DEMODUP, DEMONSTRA, DEMOLOAD,
      *          DEMOMATCH, DEMORECON, DEMOTARF, DEMOCONF) against
      *          that date's
      *          inputs - DEMONSTRA2 never recaptures the current
      *          date, BATCHTOT/BATCHHIS entries are replaced rather
      *          than double-counted, and every AUDITLOG and JOBLOG
      *          entry carries the reprocessamento mark.
      *
      *          The same prompt runs a business date in intraday
      *          processing cycles instead of in one go: A opens the
      *          day (backup, date capture at cycle 01, DEMOGEN) and
      *          runs its first cycle; each C opens one more cycle
      *          in CTRLFILE and runs the input-side steps again
      *          (DEMOEDIT, DEMODUP, DEMONSTRA, DEMOLOAD, DEMOPAYO)
      *          on that cycle's TRANSACF; F closes the day, running
      *          the end-of-day steps (DEMOMATCH through DEMOCHK
      *          modo V) once over every cycle. Every A or C cycle
      *          ends by storing its files (DEMOCICL modo G) and
      *          leaves STEPCHKP in state I - day open - and F
      *          starts by rebuilding them as day files (DEMOCICL
      *          modo F). DEMONSTRA rolls each cycle's totals into
      *          the day's BATCHTOT and single BATCHHIS record.
      *          The checkpoint carries the mode and cycle, so a
      *          restart resumes the interrupted cycle.
      *
      *          S at the same prompt simulates the normal daily
      *          lote without touching the real files: the driver
      *          copies every data file of the directory (not the
      *          STEPCHKP checkpoint nor the JOBLOG) into SIMULA/,
      *          marks that copy of CTRLFILE as simulacao and runs
      *          every step inside SIMULA/ against the copies of
      *          PAYMASTF, VENDMAST, CREDNOTF and the other masters,
      *          so whatever the steps write - PAYORDF, GLEXTRF,
      *          AUDITLOG, the reports - lands under SIMULA/ only.
      *          The flagged CTRLFILE tells the steps to register
      *          nothing in XMITREG and to mark their AUDITLOG
      *          entries as simulacao; no STEPCHKP checkpoint is
      *          read for resumption or written, and the steps are
      *          logged to SIMULA/JOBLOG. The run ends with DEMOSIMR,
      *          whose SIMULA/SIMRPT compares what would have been
      *          loaded, rejected, suspended, ordered and posted
      *          and how the master would have changed. A
      *          simulation over a half-finished real lote is
      *          refused, as is a reprocess.
      *
      *          The steps must already be compiled into
      *          executables named DEMOCHK, DEMONSTRA2, DEMONSTRA3,
      *          DEMOGEN, DEMOEDIT, DEMODUP, DEMONSTRA, DEMOLOAD,
      *          DEMOREL, DEMODEVL, DEMOSALD, DEMOPAYO, DEMOCICL,
      *          DEMOMATCH, DEMORECON, DEMOTARF, DEMOCONF, DEMOSNAP,
      *          DEMOREP, DEMOGL, DEMOPROVA, DEMOAUDR, DEMOAGE,
      *          DEMOFLUX, DEMODISC, DEMOEXCD, DEMOAUDG and DEMOSIMR
      *          in the current directory. Every program that calls
      *          REGXMIT or REGJRNL is linked with it, e.g.:
      *              cobc -x -std=ibm -I copybooks -o DEMONSTRA2 \
      *                  DEMONSTRA2.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMONSTRA3 \
      *              cobc -x -std=ibm -I copybooks -o DEMONSTRA \
      *                  DEMONSTRA.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOLOAD \
      *                  DEMOLOAD.cbl FORMATDT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOREL \
      *                  DEMOREL.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMODEVL \
      *                  DEMODEVL.cbl REGXMIT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOSALD \
      *                  DEMOSALD.cbl REGXMIT.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOPAYO \
      *                  DEMOPAYO.cbl REGXMIT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOCICL \
      *                  DEMOCICL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOMATCH \
      *                  DEMOMATCH.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMORECON \
      *                  DEMORECON.cbl REGXMIT.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOTARF \
      *                  DEMOTARF.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOCONF \
      *                  DEMOCONF.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOSNAP \
      *                  DEMOSNAP.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOREP \
      *                  DEMOREP.cbl FORMATDT.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOGL \
      *                  DEMOGL.cbl REGXMIT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOPROVA \
      *                  DEMOPROVA.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOAUDR \
      *                  DEMOAUDR.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOAGE \
      *                  DEMOAGE.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOFLUX \
      *                  DEMOFLUX.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMODISC \
      *                  DEMODISC.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOEXCD \
      *                  DEMOAUDG.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOCHK \
      *                  DEMOCHK.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOSIMR \
      *                  DEMOSIMR.cbl
      *          The programs run outside the lote that change
      *          PAYMASTF also write the PAYJRNL recovery journal and
      *          are linked with REGJRNL the same way:
      *              cobc -x -std=ibm -I copybooks -o DEMOAPRV \
      *                  DEMOAPRV.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOARCH \
      *                  DEMOARCH.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMODARF \
      *                  DEMODARF.cbl FORMATDT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOGLACK \
      *                  DEMOGLACK.cbl REGXMIT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOMANT \
      *                  DEMOMANT.cbl FORMATDT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOMNTB \
      *                  DEMOMNTB.cbl FORMATDT.cbl REGXMIT.cbl \
      *                  REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMONSTRA4 \
      *                  DEMONSTRA4.cbl FORMATDT.cbl REGJRNL.cbl
      *              cobc -x -std=ibm -I copybooks -o DEMOREVAL \
      *                  DEMOREVAL.cbl REGJRNL.cbl
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO WS-JOBLOG-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "STEPCHKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.
           SELECT CTRL-FILE ASSIGN TO WS-CTRLFILE-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "HOLCAL"
                                   SIGN IS TRAILING SEPARATE
                                   CHARACTER.
      * "R" when the step ran inside a reprocessamento of a prior
      * business date, "S" inside a simulation (SIMULA/JOBLOG only),
      * space on the normal daily lote.
          05 JOB-REPROC           PIC X(01).
      * intraday cycle the step ran for (01 on a day run in one go).
          05 JOB-CICLO            PIC 9(02).
       FD  CHECKPOINT-FILE.
      * CHK-SITUACAO "A" marks a run still in progress: any later
      * invocation resumes after CHK-ULTIMO-STEP, even past midnight,
      * so a restart never re-runs the backup step over the only good
      * pre-batch PAYBKP nor re-stamps the business date mid-recovery.
      * "C" marks the run concluded; the next invocation starts fresh.
      * "I" marks an intraday cycle concluded with the day still
      * open: the next invocation must open another cycle (modo C)
      * or close the day (modo F). CHK-MODO and CHK-CICLO record
      * which mode and cycle the steps belong to, so a restart
      * resumes that same cycle - the step names repeat in every
      * cycle - instead of starting a new one.
       01 CHECKPOINT-RECORD.
          05 CHK-RUN-DATE         PIC 9(08).
          05 CHK-ULTIMO-STEP      PIC X(10).
          05 CHK-SITUACAO         PIC X(01).
             88 CHK-EM-ANDAMENTO  VALUE "A".
             88 CHK-CONCLUIDO     VALUE "C".
             88 CHK-CICLO-CONCLUIDO VALUE "I".
          05 CHK-MODO             PIC X(01).
          05 CHK-CICLO            PIC 9(02).
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  CALENDARIO-FILE.
       77 WS-DATA-REPROC          PIC 9(08) VALUE ZEROS.
       77 WS-MODO-LOTE            PIC X(01) VALUE "N".
          88 WS-MODO-REPROC       VALUE "R".
          88 WS-MODO-SIMULACAO    VALUE "S".
      * a simulation points CTRLFILE and JOBLOG at the copies under
      * SIMULA/; every other file is reached by the steps themselves,
      * which run inside that directory.
       77 WS-CTRLFILE-NOME        PIC X(20) VALUE "CTRLFILE".
       77 WS-JOBLOG-NOME          PIC X(20) VALUE "JOBLOG".
       77 WS-COMANDO-SIMULA       PIC X(120) VALUE SPACE.
      * N = the whole day in one go (the normal lote), A = abertura
      * do dia plus its first cycle, C = one more intraday cycle,
      * F = fechamento do dia over every cycle.
       77 WS-MODO-DIA             PIC X(01) VALUE "N".
          88 WS-DIA-INTEIRO       VALUE "N".
          88 WS-DIA-ABERTURA      VALUE "A".
          88 WS-DIA-CICLO         VALUE "C".
          88 WS-DIA-FECHAMENTO    VALUE "F".
       77 WS-CICLO                PIC 9(02) VALUE 01.
       77 WS-CHK-SITUACAO         PIC X(01) VALUE SPACE.
          88 WS-DIA-ABERTO        VALUE "I".
       77 WS-EOF-CAL              PIC X(01) VALUE "N".
          88 WS-FIM-CAL           VALUE "Y".
       77 WS-DIA-NUMERO           PIC S9(07) VALUE ZEROS.
            ACCEPT WS-DATA-SISTEMA-X FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA-X TO WS-DATA-SISTEMA(1:8)

            DISPLAY "DATA DE REPROCESSAMENTO (YYYYMMDD), A/C/F P/ "
                "CICLOS, S P/ SIMULAR OU ENTER P/ LOTE NORMAL: "
            ACCEPT WS-DATA-REPROC-X

            EVALUATE WS-DATA-REPROC-X
                WHEN SPACE
                    SET WS-DIA-INTEIRO TO TRUE
                WHEN "A"
                    SET WS-DIA-ABERTURA TO TRUE
                WHEN "C"
                    SET WS-DIA-CICLO TO TRUE
                WHEN "F"
                    SET WS-DIA-FECHAMENTO TO TRUE
                WHEN "S"
                    PERFORM EXECUTA-SIMULACAO
                    STOP RUN
                WHEN OTHER
                    PERFORM EXECUTA-REPROCESSAMENTO
                    STOP RUN
            END-EVALUATE

            PERFORM CARREGA-CHECKPOINT
            PERFORM VERIFICA-MODO-DO-DIA

            EVALUATE TRUE
                WHEN WS-DIA-INTEIRO
                    PERFORM EXECUTA-ABERTURA
                    PERFORM EXECUTA-CICLO
                    PERFORM EXECUTA-FECHAMENTO-DIA
                WHEN WS-DIA-ABERTURA
                    PERFORM EXECUTA-ABERTURA
                    PERFORM EXECUTA-CICLO
                WHEN WS-DIA-CICLO
                    PERFORM EXECUTA-ABERTURA-CICLO
                    PERFORM EXECUTA-CICLO
                WHEN WS-DIA-FECHAMENTO
                    PERFORM EXECUTA-FECHAMENTO-DIA
            END-EVALUATE

            IF WS-EM-RETOMADA
                DISPLAY "ERRO: STEP DO CHECKPOINT "
                    WS-ULTIMO-STEP-OK " NAO EXISTE NA SEQUENCIA - "
                    "NENHUM STEP EXECUTADO, VERIFICAR STEPCHKP"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            IF WS-DIA-ABERTURA OR WS-DIA-CICLO
                PERFORM GRAVA-FIM-CICLO
                DISPLAY "CICLO " WS-CICLO " CONCLUIDO COM SUCESSO - "
                    "DIA SEGUE ABERTO (C P/ NOVO CICLO, F P/ "
                    "FECHAR O DIA)"
            ELSE
                PERFORM GRAVA-CONCLUSAO
                DISPLAY "LOTE DIARIO CONCLUIDO COM SUCESSO"
            END-IF

            STOP RUN.

      * start of day: backup, date capture (cycle 01), date format
      * and the recurring-template generator - once per date.
       EXECUTA-ABERTURA.
            MOVE "DEMOCHKB" TO WS-STEP-NOME
            MOVE "echo B | ./DEMOCHK" TO WS-COMANDO
            PERFORM EXECUTA-STEP
            PERFORM EXECUTA-STEP
            IF WS-STEP-RC NOT = ZERO
                PERFORM ABORTA-LOTE
            END-IF.

      * the input side of one processing cycle: edit, duplicate
      * screen, totals, load and the order run. The once-a-day
      * steps around the order run - the scheduled-payment release,
      * the bank returns and the bank opening balances - belong to
      * the first cycle only. A day run in cycles stores each
      * cycle's files (DEMOCICL modo G) for the close.
       EXECUTA-CICLO.
            MOVE "DEMOEDIT" TO WS-STEP-NOME
            MOVE "./DEMOEDIT" TO WS-COMANDO
            PERFORM EXECUTA-STEP
                PERFORM ABORTA-LOTE
            END-IF

            IF NOT WS-DIA-CICLO
                MOVE "DEMOREL" TO WS-STEP-NOME
                MOVE "./DEMOREL" TO WS-COMANDO
                PERFORM EXECUTA-STEP
                IF WS-STEP-RC NOT = ZERO
                    PERFORM ABORTA-LOTE
                END-IF

                MOVE "DEMODEVL" TO WS-STEP-NOME
                MOVE "./DEMODEVL" TO WS-COMANDO
                PERFORM EXECUTA-STEP
                IF WS-STEP-RC NOT = ZERO
                    PERFORM ABORTA-LOTE
                END-IF

                MOVE "DEMOSALD" TO WS-STEP-NOME
                MOVE "./DEMOSALD" TO WS-COMANDO
                PERFORM EXECUTA-STEP
                IF WS-STEP-RC NOT = ZERO
                    PERFORM ABORTA-LOTE
                END-IF
            END-IF

            MOVE "DEMOPAYO" TO WS-STEP-NOME
                PERFORM ABORTA-LOTE
            END-IF

            IF WS-DIA-ABERTURA OR WS-DIA-CICLO
                MOVE "DEMOCICLG" TO WS-STEP-NOME
                MOVE "echo G | ./DEMOCICL" TO WS-COMANDO
                PERFORM EXECUTA-STEP
                IF WS-STEP-RC NOT = ZERO
                    PERFORM ABORTA-LOTE
                END-IF
            END-IF.

      * end of day, once over every cycle of the date: a day run in
      * cycles first has DEMOCICL (modo F) rebuild the day files
      * the matching and the proof read.
       EXECUTA-FECHAMENTO-DIA.
            IF WS-DIA-FECHAMENTO
                MOVE "DEMOCICLF" TO WS-STEP-NOME
                MOVE "echo F | ./DEMOCICL" TO WS-COMANDO
                PERFORM EXECUTA-STEP
                IF WS-STEP-RC NOT = ZERO
                    PERFORM ABORTA-LOTE
                END-IF
            END-IF

            MOVE "DEMOMATCH" TO WS-STEP-NOME
            MOVE "./DEMOMATCH" TO WS-COMANDO
            PERFORM EXECUTA-STEP
                PERFORM ABORTA-LOTE
            END-IF

            MOVE "DEMOTARF" TO WS-STEP-NOME
            MOVE "./DEMOTARF" TO WS-COMANDO
            PERFORM EXECUTA-STEP
            IF WS-STEP-RC NOT = ZERO
                PERFORM ABORTA-LOTE
            END-IF

            MOVE "DEMOCONF" TO WS-STEP-NOME
            MOVE "./DEMOCONF" TO WS-COMANDO
            PERFORM EXECUTA-STEP
                PERFORM ABORTA-LOTE
            END-IF

            MOVE "DEMOSNAP" TO WS-STEP-NOME
            MOVE "./DEMOSNAP" TO WS-COMANDO
            PERFORM EXECUTA-STEP
            IF WS-STEP-RC NOT = ZERO
                PERFORM ABORTA-LOTE
            END-IF

            MOVE "DEMOREP" TO WS-STEP-NOME
            MOVE "./DEMOREP" TO WS-COMANDO
            PERFORM EXECUTA-STEP
                    "LOTE SEGUE NORMALMENTE"
            END-IF

            MOVE "DEMOFLUX" TO WS-STEP-NOME
            MOVE "./DEMOFLUX" TO WS-COMANDO
            PERFORM EXECUTA-STEP
            IF WS-STEP-RC NOT = ZERO
                DISPLAY "AVISO: STEP OPCIONAL DEMOFLUX FALHOU - "
                    "LOTE SEGUE NORMALMENTE"
            END-IF

            MOVE "DEMODISC" TO WS-STEP-NOME
            MOVE "printf 'LOTE\n\n' | ./DEMODISC" TO WS-COMANDO
            PERFORM EXECUTA-STEP
            IF WS-STEP-RC NOT = ZERO
                DISPLAY "AVISO: STEP OPCIONAL DEMOCHKV FALHOU - "
                    "VERIFICAR INTEGRIDADE DO PAYMASTF"
            END-IF.

      * the answer to the prompt picks the mode; the STEPCHKP state
      * decides whether it may run. An interrupted run (state A)
      * always resumes its own mode and cycle, whatever was keyed.
      * Otherwise a day run in cycles must be opened (A) before any
      * further cycle (C) or its close (F), and while such a day is
      * open neither a new day nor a normal lote may start.
       VERIFICA-MODO-DO-DIA.
            IF WS-EM-RETOMADA
                CONTINUE
            ELSE
            IF WS-DIA-ABERTO
                IF WS-DIA-INTEIRO OR WS-DIA-ABERTURA
                    DISPLAY "ERRO: DIA EM CICLOS AINDA ABERTO (ULTIMO "
                        "CICLO " WS-CICLO ") - USAR C P/ NOVO CICLO "
                        "OU F P/ FECHAR O DIA"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                IF WS-DIA-CICLO OR WS-DIA-FECHAMENTO
                    DISPLAY "ERRO: NENHUM DIA EM CICLOS ABERTO - USAR "
                        "A P/ ABRIR O DIA"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 01 TO WS-CICLO
            END-IF
            END-IF
            IF WS-DIA-FECHAMENTO
                DISPLAY "FECHAMENTO DO DIA APOS O CICLO " WS-CICLO
            END-IF.

      * a new cycle is opened by adding one to the CTRLFILE cycle -
      * the business date stays as DEMONSTRA2 captured it. It runs
      * as a checkpointed pseudo-step so a restart of the cycle
      * never opens yet another one.
       EXECUTA-ABERTURA-CICLO.
            MOVE "ABRECICLO" TO WS-STEP-NOME
            IF WS-EM-RETOMADA
                PERFORM PULA-STEP
            ELSE
                PERFORM ABRE-NOVO-CICLO
                PERFORM GRAVA-CHECKPOINT
            END-IF.

       ABRE-NOVO-CICLO.
            OPEN INPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR CTRLFILE - STATUS "
                    WS-CTRL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ CTRL-FILE
                AT END
                    DISPLAY "ERRO: CTRLFILE VAZIO - DIA NAO ABERTO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            CLOSE CTRL-FILE
            IF CTRL-CICLO IS NOT NUMERIC OR CTRL-CICLO = ZEROS
                MOVE 01 TO CTRL-CICLO
            END-IF
            IF CTRL-CICLO >= 99
                DISPLAY "ERRO: LIMITE DE 99 CICLOS NO DIA "
                    CTRL-RUN-DATE " EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO CTRL-CICLO
            MOVE CTRL-CICLO TO WS-CICLO
            OPEN OUTPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR CTRLFILE - STATUS "
                    WS-CTRL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            WRITE CTRL-RECORD
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR CTRLFILE - STATUS "
                    WS-CTRL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE CTRL-FILE
            DISPLAY "CICLO " WS-CICLO " ABERTO NO DIA " CTRL-RUN-DATE.

      * the reprocess mode reruns the date-dependent steps against a
      * prior business date: DEMONSTRA2 is NOT run (the reprocess
                PERFORM ABORTA-LOTE
            END-IF

            MOVE "DEMOTARF" TO WS-STEP-NOME
            MOVE "./DEMOTARF" TO WS-COMANDO
            PERFORM EXECUTA-STEP-REAL
            IF WS-STEP-RC NOT = ZERO
                PERFORM ABORTA-LOTE
            END-IF

            MOVE "DEMOCONF" TO WS-STEP-NOME
            MOVE "./DEMOCONF" TO WS-COMANDO
            PERFORM EXECUTA-STEP-REAL
                " CONCLUIDO - O PROXIMO LOTE NORMAL RECAPTURA A "
                "DATA CORRENTE NO DEMONSTRA2".

      * the simulation runs the whole normal lote inside SIMULA/, a
      * fresh copy of the directory's data files taken now: the
      * executables are linked, not copied, and STEPCHKP and JOBLOG
      * stay out so nothing of the real run's restart state is seen
      * or changed. Every step runs unconditionally (no resumption)
      * and DEMOSIMR closes the run with the comparison report.
       EXECUTA-SIMULACAO.
            PERFORM VERIFICA-LOTE-CONCLUIDO
            SET WS-MODO-SIMULACAO TO TRUE
            PERFORM PREPARA-AREA-SIMULACAO
            MOVE "SIMULA/CTRLFILE" TO WS-CTRLFILE-NOME
            MOVE "SIMULA/JOBLOG" TO WS-JOBLOG-NOME
            PERFORM GRAVA-CTRLFILE-SIMULACAO
            DISPLAY "SIMULACAO DO LOTE DIARIO INICIADA EM SIMULA/"

            PERFORM EXECUTA-ABERTURA
            PERFORM EXECUTA-CICLO
            PERFORM EXECUTA-FECHAMENTO-DIA

            MOVE "DEMOSIMR" TO WS-STEP-NOME
            MOVE "./DEMOSIMR" TO WS-COMANDO
            PERFORM EXECUTA-STEP-REAL
            IF WS-STEP-RC NOT = ZERO
                PERFORM ABORTA-LOTE
            END-IF

            DISPLAY "SIMULACAO CONCLUIDA - RELATORIO COMPARATIVO EM "
                "SIMULA/SIMRPT, ARQUIVOS REAIS NAO ALTERADOS".

       PREPARA-AREA-SIMULACAO.
            MOVE "rm -rf SIMULA && mkdir SIMULA" TO WS-COMANDO-SIMULA
            PERFORM EXECUTA-COMANDO-SIMULACAO

            MOVE SPACE TO WS-COMANDO-SIMULA
            STRING "find . -maxdepth 1 -type f ! -perm -u+x "
                "! -name STEPCHKP ! -name JOBLOG ! -name '*.cbl' "
                "-exec cp -p {} SIMULA/ \;"
                DELIMITED BY SIZE INTO WS-COMANDO-SIMULA
            PERFORM EXECUTA-COMANDO-SIMULACAO

            MOVE SPACE TO WS-COMANDO-SIMULA
            STRING "find . -maxdepth 1 -type f -perm -u+x "
                "-exec ln -s ../{} SIMULA/ \;"
                DELIMITED BY SIZE INTO WS-COMANDO-SIMULA
            PERFORM EXECUTA-COMANDO-SIMULACAO.

       EXECUTA-COMANDO-SIMULACAO.
            CALL "SYSTEM" USING WS-COMANDO-SIMULA
            IF RETURN-CODE NOT = ZERO
                DISPLAY "ERRO AO PREPARAR A AREA DE SIMULACAO - "
                    "RETURN-CODE " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * the copy of CTRLFILE keeps the real run's date and capture
      * state - DEMONSTRA2 then behaves inside the simulation as it
      * would in the real lote - and only gains the simulacao mark.
       GRAVA-CTRLFILE-SIMULACAO.
            OPEN INPUT CTRL-FILE
            IF WS-CTRL-STATUS = "00"
                READ CTRL-FILE
                    AT END
                        PERFORM LIMPA-CTRLFILE-SIMULACAO
                END-READ
                CLOSE CTRL-FILE
            ELSE
                PERFORM LIMPA-CTRLFILE-SIMULACAO
            END-IF
            MOVE SPACE TO CTRL-REPROCESSO
            SET CTRL-EM-SIMULACAO TO TRUE
            OPEN OUTPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR CTRLFILE - STATUS "
                    WS-CTRL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            WRITE CTRL-RECORD
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR CTRLFILE - STATUS "
                    WS-CTRL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE CTRL-FILE.

       LIMPA-CTRLFILE-SIMULACAO.
            MOVE ZEROS TO CTRL-RUN-DATE
            MOVE SPACE TO CTRL-DATE-CAPTURED
            MOVE 01 TO CTRL-CICLO.

      * the same business-day rule DEMONSTRA2 applies to the capture:
      * a reprocess of a weekend or HOLCAL holiday never reconciles.
       VALIDA-DIA-UTIL-REPROC.
            END-IF.

      * a reprocess over a half-finished daily lote would mix two
      * recoveries, and a simulation of one would start from masters
      * caught halfway; the STEPCHKP state must be concluded first -
      * a day run in cycles still open counts as half-finished.
       VERIFICA-LOTE-CONCLUIDO.
            OPEN INPUT CHECKPOINT-FILE
            IF WS-CHK-STATUS = "00"
                READ CHECKPOINT-FILE
                    NOT AT END
                        IF CHK-EM-ANDAMENTO OR CHK-CICLO-CONCLUIDO
                            DISPLAY "ERRO: LOTE DE " CHK-RUN-DATE
                                " AINDA EM ANDAMENTO NO STEPCHKP "
                                "- CONCLUIR OU RECUPERAR ANTES DE "
                                "REPROCESSAR OU SIMULAR"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
            MOVE WS-DATA-REPROC TO CTRL-RUN-DATE
            SET CTRL-JA-CAPTURADA TO TRUE
            SET CTRL-EM-REPROCESSO TO TRUE
            MOVE 01 TO CTRL-CICLO
            MOVE SPACE TO CTRL-SIMULACAO
            OPEN OUTPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR CTRLFILE - STATUS "
       EXECUTA-STEP-REAL.
            DISPLAY "EXECUTANDO STEP: " WS-STEP-NOME
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-INICIO
            IF WS-MODO-SIMULACAO
                MOVE SPACE TO WS-COMANDO-SIMULA
                STRING "cd SIMULA && " WS-COMANDO
                    DELIMITED BY SIZE INTO WS-COMANDO-SIMULA
                CALL "SYSTEM" USING WS-COMANDO-SIMULA
            ELSE
                CALL "SYSTEM" USING WS-COMANDO
            END-IF
            COMPUTE WS-STEP-RC = FUNCTION MOD(RETURN-CODE, 256)
            IF WS-STEP-RC = 0
                COMPUTE WS-STEP-RC = RETURN-CODE / 256
            PERFORM GRAVA-JOB-LOG

            IF WS-STEP-RC = ZERO AND NOT WS-MODO-REPROC
                AND NOT WS-MODO-SIMULACAO
                PERFORM GRAVA-CHECKPOINT
            END-IF.

                IF WS-MODO-REPROC
                    MOVE WS-DATA-REPROC TO JOB-RUN-DATE
                    MOVE "R" TO JOB-REPROC
                ELSE
                IF WS-MODO-SIMULACAO
                    MOVE WS-DATA-SISTEMA TO JOB-RUN-DATE
                    MOVE "S" TO JOB-REPROC
                ELSE
                    MOVE WS-DATA-SISTEMA TO JOB-RUN-DATE
                    MOVE SPACE TO JOB-REPROC
                END-IF
                END-IF
                MOVE WS-STEP-NOME TO JOB-STEP
                MOVE WS-STEP-INICIO TO JOB-INICIO
                MOVE FUNCTION CURRENT-DATE(1:14) TO JOB-FIM
                MOVE WS-STEP-RC TO JOB-RC
                MOVE WS-CICLO TO JOB-CICLO
                WRITE JOB-LOG-RECORD
                CLOSE JOB-LOG-FILE
            END-IF.
                MOVE WS-DATA-SISTEMA TO CHK-RUN-DATE
                MOVE WS-STEP-NOME TO CHK-ULTIMO-STEP
                SET CHK-EM-ANDAMENTO TO TRUE
                MOVE WS-MODO-DIA TO CHK-MODO
                MOVE WS-CICLO TO CHK-CICLO
                WRITE CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
            END-IF.
                MOVE WS-DATA-SISTEMA TO CHK-RUN-DATE
                MOVE WS-STEP-NOME TO CHK-ULTIMO-STEP
                SET CHK-CONCLUIDO TO TRUE
                MOVE WS-MODO-DIA TO CHK-MODO
                MOVE WS-CICLO TO CHK-CICLO
                WRITE CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
            END-IF.

       GRAVA-FIM-CICLO.
            OPEN OUTPUT CHECKPOINT-FILE
            IF WS-CHK-STATUS NOT = "00"
                DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR STEPCHKP - "
                    "STATUS " WS-CHK-STATUS
            ELSE
                MOVE WS-DATA-SISTEMA TO CHK-RUN-DATE
                MOVE WS-STEP-NOME TO CHK-ULTIMO-STEP
                SET CHK-CICLO-CONCLUIDO TO TRUE
                MOVE WS-MODO-DIA TO CHK-MODO
                MOVE WS-CICLO TO CHK-CICLO
                WRITE CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
            END-IF.
            IF WS-CHK-STATUS = "00"
                READ CHECKPOINT-FILE
                    NOT AT END
                        MOVE CHK-SITUACAO TO WS-CHK-SITUACAO
                        IF CHK-CICLO IS NUMERIC
                            AND CHK-CICLO > ZEROS
                            MOVE CHK-CICLO TO WS-CICLO
                        END-IF
                        IF CHK-EM-ANDAMENTO
                            AND CHK-ULTIMO-STEP NOT = SPACE
                            PERFORM PREPARA-RETOMADA
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF.

      * a checkpoint written before the cycle modes existed carries
      * no mode and resumes as the normal lote.
       PREPARA-RETOMADA.
            MOVE CHK-ULTIMO-STEP TO WS-ULTIMO-STEP-OK
            SET WS-EM-RETOMADA TO TRUE
            IF CHK-MODO = "A" OR CHK-MODO = "C" OR CHK-MODO = "F"
                IF CHK-MODO NOT = WS-MODO-DIA
                    DISPLAY "AVISO: MODO INFORMADO " WS-MODO-DIA
                        " IGNORADO - RETOMANDO O MODO " CHK-MODO
                        " INTERROMPIDO"
                END-IF
                MOVE CHK-MODO TO WS-MODO-DIA
            ELSE
                SET WS-DIA-INTEIRO TO TRUE
            END-IF
            DISPLAY "REINICIO DETECTADO - LOTE DE "
                CHK-RUN-DATE " INACABADO (MODO " WS-MODO-DIA
                " CICLO " WS-CICLO "), RETOMANDO APOS O STEP "
                WS-ULTIMO-STEP-OK.

       ABORTA-LOTE.
            DISPLAY "ERRO: STEP " WS-STEP-NOME
                " FALHOU - LOTE ABORTADO"
            IF WS-MODO-SIMULACAO
                DISPLAY "SIMULACAO INTERROMPIDA - RESULTADOS PARCIAIS "
                    "EM SIMULA/, ARQUIVOS REAIS NAO ALTERADOS"
            END-IF
            MOVE WS-STEP-RC TO RETURN-CODE
            STOP RUN.
       END PROGRAM DEMOBATCH.
