      * on the next normal capture.
          05 CTRL-REPROCESSO        PIC X(01).
             88 CTRL-EM-REPROCESSO  VALUE "R".
      * intraday processing cycle of CTRL-RUN-DATE: DEMONSTRA2 sets
      * 01 when it captures a new date, and each further cycle the
      * DEMOBATCH cycle mode opens (C) adds one. The input-side steps
      * stamp it on their output headers and on the transmission
      * register; DEMONSTRA keeps the cycle's totals apart so they
      * roll up into the one daily BATCHTOT/BATCHHIS figure.
          05 CTRL-CICLO             PIC 9(02).
      * "S" marks a DEMOBATCH simulation: the CTRLFILE is the working
      * copy under SIMULA/ and every step is running against copies
      * of the masters. The steps write their AUDITLOG entries as
      * simulacao and register nothing in XMITREG; DEMOSIMR refuses
      * to report on a CTRLFILE without it. DEMONSTRA2 keeps the flag
      * when it captures the date inside the simulation. A real
      * CTRLFILE never carries it.
          05 CTRL-SIMULACAO         PIC X(01).
             88 CTRL-EM-SIMULACAO   VALUE "S".
