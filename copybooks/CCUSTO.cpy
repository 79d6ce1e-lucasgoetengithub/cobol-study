      ******************************************************************
      * CCUSTO - cost-center master record, maintained by the shop in
      * the CCUSTMST file (the same discipline as BANKMAST and
      * GLACCMAP): one record per centro de custo that may appear on
      * a transaction (TRAN-CENTRO-CUSTO), a maintenance request
      * (MANT-CENTRO-CUSTO) and a payment (PAY-CENTRO-CUSTO).
      * DEMOEDIT, DEMOMANT and DEMOMNTB refuse a code that is not
      * registered here - a missing CCUSTMST refuses every code.
      * CC-RESPONSAVEL is the OPERMAST ID of the manager who decides
      * the cost center's over-budget holds in DEMODUP; spaces let
      * any operator with the maintenance permission decide them.
      ******************************************************************
       01 CENTRO-CUSTO-RECORD.
          05 CC-CODIGO               PIC X(05).
          05 CC-NOME                 PIC X(30).
          05 CC-RESPONSAVEL          PIC X(08).
