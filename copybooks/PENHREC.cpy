      ******************************************************************
      * PENHREC - judicial garnishment (penhora) order record, kept
      * in the indexed PENHMAST file keyed by vendor and court case
      * number, maintained through DEMOPENH. While the order is
      * ativa DEMOLOAD splits every BRL payment it loads for the
      * vendor: the garnished part - PEN-PERCENTUAL of the net
      * payable, or PEN-VALOR-FIXO per payment, never more than the
      * net nor than what is left of PEN-LIMITE - becomes a separate
      * payment to the court deposit account PEN-FORN-JUDICIAL (a
      * VENDMAST payee of type J) and is added to PEN-RETIDO; the
      * vendor keeps the rest. The order closes itself (encerrada,
      * with the date) once PEN-RETIDO reaches PEN-LIMITE. A vendor
      * with more than one order has them applied one at a time, in
      * case-number order. DEMOPENR reports each case to the court:
      * withheld and remitted.
      ******************************************************************
       01 PENHORA-RECORD.
          05 PEN-CHAVE.
             10 PEN-FORNECEDOR       PIC X(06).
             10 PEN-PROCESSO         PIC X(20).
          05 PEN-FORN-JUDICIAL       PIC X(06).
      * P = percentual of each payment's net, V = valor fixo per
      * payment.
          05 PEN-TIPO                PIC X(01).
             88 PEN-POR-PERCENTUAL   VALUE "P".
             88 PEN-POR-VALOR        VALUE "V".
          05 PEN-PERCENTUAL          PIC 9(03)V99.
          05 PEN-VALOR-FIXO          PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 PEN-LIMITE              PIC S9(09)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 PEN-RETIDO              PIC S9(09)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
      * A = ativa (collecting), E = encerrada (limit reached - set
      * by DEMOLOAD), L = levantada (lifted by court order, set by
      * an operator in DEMOPENH).
          05 PEN-SITUACAO            PIC X(01).
             88 PEN-ATIVA            VALUE "A".
             88 PEN-ENCERRADA        VALUE "E".
             88 PEN-LEVANTADA        VALUE "L".
          05 PEN-DATA-INICIO         PIC 9(08).
          05 PEN-DATA-ENCERRAMENTO   PIC 9(08).
          05 PEN-OPERADOR            PIC X(08).
