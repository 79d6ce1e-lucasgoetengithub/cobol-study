      ******************************************************************
      * BANKSALD - bank opening-balance file record, delivered by the
      * settling banks before the day's order run and loaded by
      * DEMOSALD into the SALDOMST balance master. The file follows
      * the FILEHDR discipline: header (tipo "1", balance date +
      * source), one detail per settlement account (tipo "2", the
      * BANKMST bank code and account + the opening available
      * balance) and the trailer (tipo "9", detail count + the sum
      * of the balances as hash). The leading tipo byte keeps a bank
      * code such as 104 from being read as a control record.
      ******************************************************************
       01 SALDO-BANCO-RECORD.
          05 SAL-TIPO-REG            PIC X(01).
             88 SAL-REG-DETALHE      VALUE "2".
          05 SAL-BANCO               PIC X(03).
          05 SAL-CONTA               PIC X(10).
          05 SAL-SALDO               PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
