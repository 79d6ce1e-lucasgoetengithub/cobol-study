      ******************************************************************
      * REMADV - remittance advice (aviso de pagamento) record,
      * written by DEMOPAYO alongside every order run into the
      * REMADVF file for sending to the vendors or printing. One
      * advice per vendor and currency of the run: a vendor record
      * (tipo "A", name and the settlement bank with branch and
      * account masked - only the last digits show), one detail per
      * ordered PAY-ID (tipo "D") and the advice total (tipo "T").
      * The detail explains the amount the vendor receives: gross
      * payable (PAY-VALOR before the credit offset), credit netted
      * from VEND-SALDO-CREDITO, IRF withheld, early-payment discount
      * and the amount ordered - the first four in BRL, the ordered
      * amount in AVD-MOEDA, exactly as it travels on PAYORDF.
      * The file follows the FILEHDR discipline: header (tipo "1",
      * run date + origem), the advices, and the trailer (tipo "9",
      * detail count + the sum of AVD-VALOR-ORDEM as hash), so the
      * advices tie to the PAYORDF trailer of the same run; it is
      * registered in XMITREG as an outbound (S) file "REMADVF".
      ******************************************************************
       01 AVISO-FORNECEDOR-RECORD.
          05 AVF-TIPO-REG            PIC X(01).
             88 AVF-REG-FORNECEDOR   VALUE "A".
          05 AVF-FORNECEDOR          PIC X(06).
          05 AVF-NOME                PIC X(30).
          05 AVF-MOEDA               PIC X(03).
          05 AVF-BANCO               PIC X(03).
          05 AVF-AGENCIA             PIC X(05).
          05 AVF-CONTA               PIC X(10).
          05 AVF-DATA                PIC 9(08).
       01 AVISO-DETALHE-RECORD.
          05 AVD-TIPO-REG            PIC X(01).
             88 AVD-REG-DETALHE      VALUE "D".
          05 AVD-FORNECEDOR          PIC X(06).
          05 AVD-PAY-ID              PIC X(10).
          05 AVD-MOEDA               PIC X(03).
          05 AVD-VALOR-BRUTO         PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 AVD-VALOR-CREDITO       PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 AVD-VALOR-RETIDO        PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 AVD-VALOR-DESCONTO      PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 AVD-VALOR-ORDEM         PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
       01 AVISO-TOTAL-RECORD.
          05 AVT-TIPO-REG            PIC X(01).
             88 AVT-REG-TOTAL        VALUE "T".
          05 AVT-FORNECEDOR          PIC X(06).
          05 AVT-MOEDA               PIC X(03).
          05 AVT-QTD                 PIC 9(05).
          05 AVT-VALOR-ORDEM         PIC S9(09)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
