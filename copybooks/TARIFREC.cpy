      ******************************************************************
      * TARIFREC - bank fee (tarifa) history record, kept in the
      * indexed TARIFHST file keyed by the extract date, the bank
      * and the fee's position in that bank's BANKEXTR section.
      * DEMOTARF writes one per fee detail (BANKEXTR tipo "3") of
      * the run date - the same date and positions on a rerun, so a
      * rerun replaces rather than adds; DEMOGL posts every fee not
      * yet posted as a balanced pair of the reserved TAR class of
      * GLACCMAP (debit bank-fee expense, credit the bank account)
      * under GL-PAY-ID "TAR" + bank + sequence and stamps
      * TAR-DATA-LANCAMENTO, the PAY-DATA-EXTRACAO discipline;
      * DEMOTARR reports the month per bank and fee type.
      ******************************************************************
       01 TARIFA-RECORD.
          05 TAR-CHAVE.
             10 TAR-DATA             PIC 9(08).
             10 TAR-BANCO            PIC X(03).
             10 TAR-SEQUENCIA        PIC 9(04).
      * the BK-TAR-TIPO codes: 01 transferencia, 02 boleto,
      * 03 pacote mensal, 99 outras.
          05 TAR-TIPO                PIC X(02).
             88 TAR-TRANSFERENCIA    VALUE "01".
             88 TAR-BOLETO           VALUE "02".
             88 TAR-PACOTE           VALUE "03".
             88 TAR-OUTRAS           VALUE "99".
          05 TAR-REFERENCIA          PIC X(08).
          05 TAR-VALOR               PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
      * date of the DEMOGL run that posted the pair; zeros = not yet
      * posted.
          05 TAR-DATA-LANCAMENTO     PIC 9(08).
