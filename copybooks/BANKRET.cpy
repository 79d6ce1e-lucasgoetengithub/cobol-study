      ******************************************************************
      * BANKRET - inbound bank returned-payment (devolucao) record.
      * The settling bank sends it when money it had already paid
      * out on a PAYORDF order comes back - account closed, branch
      * invalid, holder name not matching. The file carries the
      * FILEHDR header (tipo 1, return date + bank source) and
      * trailer (tipo 9, detail count + hash of RET-VALOR); each
      * detail starts with the PAY-ID of the returned order, so, as
      * on TRANSACF, no detail may begin with "1" or "9". DEMODEVL
      * reopens the payment and marks the vendor's bank details as
      * suspect. Return reasons as the bank codes them:
      *   01 = conta encerrada
      *   02 = agencia invalida
      *   03 = titular divergente
      *   99 = outros
      ******************************************************************
       01 DEVOLUCAO-RECORD.
          05 RET-PAY-ID              PIC X(10).
          05 RET-VALOR               PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 RET-MOTIVO              PIC X(02).
             88 RET-CONTA-ENCERRADA  VALUE "01".
             88 RET-AGENCIA-INVALIDA VALUE "02".
             88 RET-TITULAR-DIVERGE  VALUE "03".
