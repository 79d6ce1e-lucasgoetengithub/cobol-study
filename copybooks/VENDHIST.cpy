      ******************************************************************
      * VENDHIST - vendor bank-detail history, appended to by DEMOVEND
      * every time a vendor's VEND-BANCO, VEND-AGENCIA, VEND-CONTA or
      * PIX key change (evento A, with the details before and after
      * the change) and every time a second operator releases the
      * verification hold the change opened (evento L, before and
      * after both the verified details). VHI-OPERADOR carries who
      * did it, so a payment redirected to a new account always has
      * two names on it: the one who keyed the account and the one
      * who verified it with the vendor.
      ******************************************************************
       01 VEND-HIST-RECORD.
          05 VHI-TIMESTAMP           PIC X(21).
          05 VHI-CODIGO              PIC X(06).
          05 VHI-EVENTO              PIC X(01).
             88 VHI-ALTERACAO        VALUE "A".
             88 VHI-LIBERACAO        VALUE "L".
          05 VHI-DADOS-ANTERIORES.
             10 VHI-BANCO-ANTERIOR   PIC X(03).
             10 VHI-AGENCIA-ANTERIOR PIC X(05).
             10 VHI-CONTA-ANTERIOR   PIC X(10).
          05 VHI-DADOS-NOVOS.
             10 VHI-BANCO-NOVO       PIC X(03).
             10 VHI-AGENCIA-NOVA     PIC X(05).
             10 VHI-CONTA-NOVA       PIC X(10).
          05 VHI-OPERADOR            PIC X(08).
      * the PIX key (tipo + chave) before and after, like the account.
          05 VHI-PIX-ANTERIOR.
             10 VHI-TIPO-PIX-ANTERIOR PIC X(01).
             10 VHI-CHAVE-PIX-ANTERIOR PIC X(77).
          05 VHI-PIX-NOVO.
             10 VHI-TIPO-PIX-NOVO    PIC X(01).
             10 VHI-CHAVE-PIX-NOVA   PIC X(77).
