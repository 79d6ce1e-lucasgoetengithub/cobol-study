      * PAYORD - outbound bank payment-order interface record, written
      * by DEMOPAYO for the settlement bank to execute. The PAYORDF
      * file carries the FILEHDR header (tipo 1), one detail per
      * payment of the day still awaiting settlement, of the record
      * type of the payment's forma de pagamento (PAY-FORMA-PAGTO):
      *   T = transferencia, the payee's bank/branch/account straight
      *       from VENDMAST
      *   B = boleto, the linha digitavel DEMOEDIT validated and the
      *       due date
      *   P = PIX, the key type and key from VENDMAST
      * - each with the PAY-ID and the amount in the payment's own
      * currency (less the early-payment discount when the order goes
      * out inside the discount window, PAY-DESC-SITUACAO), the same
      * side DEMOMATCH pairs and DEMOCONF verifies - and the FILEHDR
      * trailer (tipo 9, count + hash of all three detail types), so
      * the bank executes what the system recorded instead of what
      * someone retyped. Payments the order file cannot carry go to
      * the PAYOEXC exception file for follow-up, with a reason code
      * in the CONFEXC discipline:
      *   01 = pagamento sem fornecedor no registro
      *   02 = fornecedor nao cadastrado no VENDMAST
      *   03 = dados bancarios em branco no VENDMAST
      *   04 = dados bancarios suspeitos (devolucao BANKRET pendente
      *        de correcao no DEMOVEND)
      *   05 = dados bancarios alterados aguardando verificacao por
      *        um segundo operador no DEMOVEND (conta ou chave PIX)
      *   06 = pagamento por PIX sem chave PIX no VENDMAST
      * Orders the settling account's SALDOMST balance cannot cover
      * are not exceptions: they are held back on the FUNDRPT report
      * and offered again on the next run.
      ******************************************************************
       01 ORDEM-PAGTO-RECORD.
          05 ORD-TIPO-REG            PIC X(01).
             88 ORD-REG-TRANSFERENCIA VALUE "T".
          05 ORD-PAY-ID              PIC X(10).
          05 ORD-BANCO               PIC X(03).
          05 ORD-AGENCIA             PIC X(05).
          05 ORD-VALOR               PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
       01 ORDEM-BOLETO-RECORD.
          05 OBL-TIPO-REG            PIC X(01).
             88 OBL-REG-BOLETO       VALUE "B".
          05 OBL-PAY-ID              PIC X(10).
          05 OBL-LINHA-DIGITAVEL     PIC X(47).
          05 OBL-VENCIMENTO          PIC 9(08).
          05 OBL-MOEDA               PIC X(03).
          05 OBL-VALOR               PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
       01 ORDEM-PIX-RECORD.
          05 OPX-TIPO-REG            PIC X(01).
             88 OPX-REG-PIX          VALUE "P".
          05 OPX-PAY-ID              PIC X(10).
          05 OPX-TIPO-CHAVE          PIC X(01).
          05 OPX-CHAVE               PIC X(77).
          05 OPX-MOEDA               PIC X(03).
          05 OPX-VALOR               PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
