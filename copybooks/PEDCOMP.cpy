      ******************************************************************
      * PEDCOMP - purchase order (pedido de compra) master record,
      * keyed by PED-NUMERO, kept in the indexed PEDMAST file and
      * maintained through DEMOPED (open, change, close - the same
      * discipline DEMOVEND applies to vendors). A transaction
      * quoting a PO in TRAN-PEDIDO must find it here open and
      * under the same vendor, or DEMOEDIT rejects it (reasons
      * 10-12); DEMOLOAD adds each payment it loads against the PO
      * to PED-VALOR-CONSUMIDO and refuses a payment that would take
      * the consumed amount beyond PED-VALOR-AUTORIZADO. Amounts are
      * BRL - a foreign-currency payment consumes its converted
      * value, before any vendor credit is netted from it. DEMOCOMP
      * lists the open commitments: authorized, paid and balance per
      * PO.
      ******************************************************************
       01 PEDIDO-RECORD.
          05 PED-NUMERO              PIC X(08).
          05 PED-FORNECEDOR          PIC X(06).
          05 PED-DESCRICAO           PIC X(30).
          05 PED-VALOR-AUTORIZADO    PIC S9(09)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 PED-VALOR-CONSUMIDO     PIC S9(09)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
      * A = aberto (payments may be loaded against it), E =
      * encerrado (closed by an operator in DEMOPED - no further
      * payments, whatever the balance).
          05 PED-SITUACAO            PIC X(01).
             88 PED-ABERTO           VALUE "A".
             88 PED-ENCERRADO        VALUE "E".
          05 PED-DATA-ABERTURA       PIC 9(08).
          05 PED-DATA-ENCERRAMENTO   PIC 9(08).
