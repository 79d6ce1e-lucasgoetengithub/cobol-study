      *   P = pendente  (suspensa, aguardando decisao)
      *   L = liberada  (pagar mesmo assim - DEMOLOAD carrega)
      *   D = duplicada (nao pagar - DEMOLOAD descarta)
      * DEMOLOAD itself suspends, in the same file and under the same
      * decisions, a payment that would exceed its cost center's
      * ORCAMENF budget for the month: SUSP-MOTIVO tells the two
      * holds apart (D or space = duplicidade, O = orcamento), and an
      * over-budget hold carries the cost center instead of a
      * matching PAY-ID - only the cost center's CC-RESPONSAVEL may
      * decide it (L = liberar acima do orcamento, D = recusar).
      * CONVERSION: the motivo and centro de custo were added at the
      * end - convert an existing TRANSUSP once with both spaces.
      ******************************************************************
       01 SUSPENSE-RECORD.
          05 SUSP-TRAN-ID            PIC X(10).
             88 SUSP-PENDENTE        VALUE "P".
             88 SUSP-LIBERADA        VALUE "L".
             88 SUSP-DUPLICADA       VALUE "D".
          05 SUSP-MOTIVO             PIC X(01).
             88 SUSP-MOTIVO-DUPLICIDADE VALUE "D" SPACE.
             88 SUSP-MOTIVO-ORCAMENTO VALUE "O".
          05 SUSP-CENTRO-CUSTO       PIC X(05).
