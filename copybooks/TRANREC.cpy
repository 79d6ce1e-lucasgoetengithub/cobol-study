      * then netted against the vendor's next BRL payment.
          05 TRAN-TIPO               PIC X(01).
             88 TRAN-NOTA-CREDITO    VALUE "C".
      * TRAN-CENTRO-CUSTO references the CCUSTMST cost-center master
      * (DEMOEDIT rejects an unregistered code); spaces mean no cost
      * center and no budget control. DEMOLOAD checks the payment
      * against the cost center's ORCAMENF budget for the month.
          05 TRAN-CENTRO-CUSTO       PIC X(05).
      * TRAN-PEDIDO references the PEDMAST purchase order the payment
      * is made against; DEMOEDIT rejects an unknown PO, a closed one
      * or one of another vendor, and DEMOLOAD consumes the PO's
      * balance. Spaces mean no purchase order.
          05 TRAN-PEDIDO             PIC X(08).
      * TRAN-FORMA-PAGTO is how the payment is to be paid: space or T
      * = transferencia to the vendor's VENDMAST bank account, B =
      * boleto (the slip's linha digitavel in TRAN-LINHA-DIGITAVEL,
      * whose check digits, amount and due date DEMOEDIT matches
      * against TRAN-AMOUNT and TRAN-VENCIMENTO), P = PIX to the key
      * registered on the vendor's VENDMAST record. A credit note
      * carries none.
          05 TRAN-FORMA-PAGTO        PIC X(01).
             88 TRAN-POR-TRANSFERENCIA VALUE SPACE "T".
             88 TRAN-POR-BOLETO      VALUE "B".
             88 TRAN-POR-PIX         VALUE "P".
      * the 47-digit linha digitavel of a bank boleto, digits only:
      * three free fields with their modulo-10 check digits, the
      * barcode's modulo-11 general digit, the due-date factor and
      * the amount. Spaces for the other methods.
          05 TRAN-LINHA-DIGITAVEL    PIC X(47).
