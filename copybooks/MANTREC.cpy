      * D=excluir), the payment ID, the value (same editing as the
      * DEMOMANT terminal entry, e.g. 1500.00 or -1500.00; spaces on
      * an alteration keep the current value) and the new SITUACAO DO
      * PAGTO (S/N, only used on an alteration). A D against a
      * confirmado or postado payment cancels it instead of deleting
      * it (see PAYMAST, SITUACAO DO PAGTO "C").
      ******************************************************************
       01 MANT-RECORD.
          05 MANT-ACAO               PIC X(01).
      * MANT-FORNECEDOR references VENDMAST; spaces keep the current
      * vendor on an alteration and leave it empty on an inclusion.
          05 MANT-FORNECEDOR         PIC X(06).
      * MANT-CENTRO-CUSTO references CCUSTMST, with the same spaces
      * rule as the vendor.
          05 MANT-CENTRO-CUSTO       PIC X(05).
