      * BK-TOTAL. DEMOMATCH pairs the detail records against the
      * day's accepted transactions and writes every unmatched item
      * to RECONEXC with the bank it belongs to.
      * The bank's own tarifas on the account (transfer and boleto
      * fees, the monthly service package) travel in the same
      * section as fee details (tipo "3": fee type, the bank's
      * reference and the amount charged). The total record's count
      * and BK-TOTAL cover settled and fee details alike; DEMORECON
      * proves each bank's extract as settlements plus fees,
      * DEMOTARF keeps the fees in TARIFHST for DEMOGL to post and
      * DEMOTARR to report, and the settlement matchers (DEMOMATCH,
      * DEMOCONF) read only the tipo "2" details.
      ******************************************************************
       01 BANK-EXTRACT-RECORD.
          05 BK-TIPO-REG            PIC X(01).
             88 BK-REG-CABECALHO    VALUE "1".
             88 BK-REG-DETALHE      VALUE "2".
             88 BK-REG-TARIFA       VALUE "3".
             88 BK-REG-TOTAL        VALUE "9".
          05 BK-DETALHE.
             10 BK-DET-ID           PIC X(10).
                                     SIGN IS TRAILING SEPARATE
                                     CHARACTER.
             10 FILLER              PIC X(02).
      * 01 = tarifa de transferencia (TED/DOC/PIX), 02 = tarifa de
      * boleto, 03 = pacote mensal de servicos, 99 = outras tarifas.
          05 BK-TARIFA REDEFINES BK-DETALHE.
             10 BK-TAR-TIPO         PIC X(02).
                88 BK-TAR-TRANSFERENCIA VALUE "01".
                88 BK-TAR-BOLETO    VALUE "02".
                88 BK-TAR-PACOTE    VALUE "03".
                88 BK-TAR-OUTRAS    VALUE "99".
             10 BK-TAR-REFERENCIA   PIC X(08).
             10 BK-TAR-VALOR        PIC S9(07)V99
                                     SIGN IS TRAILING SEPARATE
                                     CHARACTER.
          05 BK-CABECALHO REDEFINES BK-DETALHE.
             10 BK-HDR-DATA         PIC 9(08).
             10 BK-HDR-ORIGEM       PIC X(08).
