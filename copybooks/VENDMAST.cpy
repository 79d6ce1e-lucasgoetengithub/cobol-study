      * copybook - read the old file, move the fields, initialize
      * the new ones (IRF tipo space, taxa zero, saldo de credito
      * zero), write a fresh indexed file. Opening yesterday's file
      * unconverted fails or mis-reads. The bank-detail suspicion
      * fields were added later under the same rule: situacao space,
      * data zeros, motivo spaces; so was the payee type (space),
      * and the verification hold (situacao space, data zeros,
      * operador spaces), and the payment terms (all zeros), and the
      * tax identification (tipo de pessoa space, CNPJ/CPF zeros -
      * keyed in DEMOVEND at the vendor's next change), and the PIX
      * key (tipo space, chave spaces).
      ******************************************************************
       01 VENDOR-RECORD.
          05 VEND-CODIGO             PIC X(06).
          05 VEND-SALDO-CREDITO      PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
      * bank details under suspicion: DEMODEVL sets "S" when the bank
      * returns a payment to this vendor (account closed, invalid
      * branch, holder mismatch), with the return date and the
      * bank's reason code from BANKRET. While the mark stands
      * DEMOPAYO sends the vendor's payments to PAYOEXC (reason 04)
      * instead of ordering them to the same bad account; DEMOVEND
      * clears it when the operator changes VEND-BANCO, VEND-AGENCIA
      * or VEND-CONTA.
          05 VEND-DADOS-BANCO-SIT    PIC X(01).
             88 VEND-BANCO-SUSPEITO  VALUE "S".
             88 VEND-BANCO-OK        VALUE SPACE.
          05 VEND-DATA-SUSPEITA      PIC 9(08).
          05 VEND-MOTIVO-SUSPEITA    PIC X(02).
      * payee type: "A" registers the tax authority (orgao
      * arrecadador) the month's IRF withheld at source is remitted
      * to - DEMODARF creates the monthly remittance payment to the
      * one vendor carrying it. "J" registers a court deposit
      * account (conta judicial) a garnishment order in PENHMAST
      * remits to - DEMOLOAD pays the garnished part of a vendor's
      * payment to it.
          05 VEND-TIPO-FAVORECIDO    PIC X(01).
             88 VEND-ORGAO-ARRECADADOR VALUE "A".
             88 VEND-CONTA-JUDICIAL    VALUE "J".
             88 VEND-FAVORECIDO-COMUM  VALUE SPACE.
      * verification hold: DEMOVEND sets "V" whenever VEND-BANCO,
      * VEND-AGENCIA or VEND-CONTA change, with the date of the
      * change and the operator who keyed it (the before/after
      * details go to VENDHIST). While the hold stands DEMOPAYO sends
      * the vendor's payments to PAYOEXC (reason 05) and DEMOEXCD
      * lists it on the morning digest; only a second operator with
      * OPER-PODE-FORNECEDOR - never the one who made the change -
      * releases it in DEMOVEND, after confirming the new account
      * with the vendor.
          05 VEND-VERIFICACAO-SIT    PIC X(01).
             88 VEND-EM-VERIFICACAO  VALUE "V".
             88 VEND-VERIFICACAO-OK  VALUE SPACE.
          05 VEND-DATA-ALTERACAO-BANCO PIC 9(08).
          05 VEND-OPERADOR-ALTERACAO PIC X(08).
      * payment terms: VEND-DESC-PERCENTUAL off when paid within
      * VEND-DESC-DIAS of the load (desconto por antecipacao - "2%
      * em 10 dias"), VEND-PRAZO-DIAS the net term that sets the
      * due date of a payment loaded without one. Zeros = no
      * discount / due on load. DEMOLOAD computes each payment's
      * discount deadline and amount, DEMOPAYO orders the
      * discounted amount up to the deadline.
          05 VEND-DESC-PERCENTUAL    PIC 9(02)V99.
          05 VEND-DESC-DIAS          PIC 9(03).
          05 VEND-PRAZO-DIAS         PIC 9(03).
      * tax identification: F = pessoa fisica (CPF, 11 digits, held
      * right-aligned with leading zeros), J = pessoa juridica (CNPJ,
      * 14 digits). DEMOVEND validates the check digits and refuses a
      * second vendor with the same number; DEMOIRF prints it on the
      * monthly withholding report the tax filing is made from.
      * Zeros = not yet informed (a vendor registered before the
      * field existed).
          05 VEND-TIPO-PESSOA        PIC X(01).
             88 VEND-PESSOA-FISICA   VALUE "F".
             88 VEND-PESSOA-JURIDICA VALUE "J".
          05 VEND-CNPJ-CPF           PIC 9(14).
      * PIX key the vendor is paid by when a payment's forma de
      * pagamento is P: C = CPF/CNPJ, E = e-mail, T = telefone
      * (+55 and digits), A = chave aleatoria (the 36-character
      * identifier the vendor's bank issued). Spaces = none - a PIX
      * payment of the vendor goes to PAYOEXC. A change of key is a
      * change of where the money goes and opens the same
      * verification hold as a change of account.
          05 VEND-TIPO-CHAVE-PIX     PIC X(01).
             88 VEND-PIX-CPF-CNPJ    VALUE "C".
             88 VEND-PIX-EMAIL       VALUE "E".
             88 VEND-PIX-TELEFONE    VALUE "T".
             88 VEND-PIX-ALEATORIA   VALUE "A".
             88 VEND-SEM-CHAVE-PIX   VALUE SPACE.
          05 VEND-CHAVE-PIX          PIC X(77).
