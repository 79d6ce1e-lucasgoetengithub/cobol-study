      * by DEMOGLACK: A = lancamento aceito (the payment is marked
      * postado, SITUACAO DO PAGTO "P"), R = lancamento rejeitado
      * (the payment stays confirmado and is reported for manual
      * follow-up, with the GL's reason). For a cancelled payment
      * the acknowledgment answers the reversing pair and is kept in
      * PAY-ESTORNO-ACK.
      ******************************************************************
       01 GL-ACK-RECORD.
          05 ACK-PAY-ID              PIC X(10).
