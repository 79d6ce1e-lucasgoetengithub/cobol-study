      * (acknowledged by the GL system via DEMOGLACK), A = aguardando
      * aprovacao (above the PARM-LIMITE-APROVACAO threshold and not
      * yet approved through DEMOAPRV), F = agendado (future due date,
      * parked until the DEMOREL release step of the due date), C =
      * cancelado (a confirmado or postado payment cancelled through
      * DEMOMANT/DEMOMNTB - kept on the master, never deleted, and
      * reversed in the GL by DEMOGL).
      * CONVERSION: the record grew (approval byte, due date,
      * settlement/withholding/net amounts, bank, order mark). A
      * PAYMASTF created under the old layout must be converted once
      * space, data de extracao zeros - or the payment date for
      * already-extracted confirmados), write a fresh indexed file.
      * Opening yesterday's file unconverted fails or mis-reads.
      * The cancellation fields at the end were added later under the
      * same rule: convert once with motivo and operador spaces,
      * datas zeros and retorno do estorno space. Likewise the
      * devolucao fields: marca space, data zeros, situacao anterior
      * space. And the desconto por antecipacao fields: situacao
      * space, data limite zeros, valor zero. And the credito abatido
      * field: zero. And the encargos por atraso and liberacao
      * fields: valor zero, datas zeros, operador spaces. And the
      * centro de custo: spaces. And the pedido de compra: spaces.
      * And the penhora fields: processo spaces, papel space, valor
      * zero, vinculo spaces. And the forma de pagamento fields:
      * forma space (transferencia), linha digitavel spaces.
      * The PAYSNAPF snapshot (SNAPREC) carries this record as one
      * image, SNP-PAGAMENTO, which must be widened whenever this
      * record grows - and so must the before and after images of
      * the PAYJRNL recovery journal (JRNREC) and the matching
      * LINKAGE items of REGJRNL.
      ******************************************************************
       01 PAY-MASTER-RECORD.
          05 PAY-ID                 PIC X(10).
             88 PAY-POSTADO          VALUE "P".
             88 PAY-AGUARD-APROV     VALUE "A".
             88 PAY-AGENDADO         VALUE "F".
             88 PAY-CANCELADO        VALUE "C".
      * PAY-VALOR holds the base-currency (BRL) amount used by every
      * total; PAY-MOEDA and PAY-VALOR-ORIGINAL keep the currency and
      * amount as transacted, for reporting both sides.
      * crashed extract rebuilds the identical file instead of
      * dropping the already-marked payments.
          05 PAY-DATA-EXTRACAO      PIC 9(08).
      * cancelamento of a settled payment: why, who (operator ID in
      * DEMOMANT, the program name in DEMOMNTB) and on which lote
      * date. A cancelled payment that had already gone out in
      * GLEXTRF (PAY-DATA-EXTRACAO not zeros) gets a reversing D/C
      * pair from DEMOGL; PAY-DATA-ESTORNO is the lote date whose
      * GLEXTRF carried that reversal (zeros = not yet sent, the
      * same rerun rule as PAY-DATA-EXTRACAO) and PAY-ESTORNO-ACK
      * the GL's answer to it through DEMOGLACK: space = pendente,
      * A = estorno aceito, R = estorno rejeitado.
          05 PAY-CANC-MOTIVO        PIC X(30).
          05 PAY-CANC-OPERADOR      PIC X(10).
          05 PAY-CANC-DATA          PIC 9(08).
          05 PAY-DATA-ESTORNO       PIC 9(08).
          05 PAY-ESTORNO-ACK        PIC X(01).
             88 PAY-ESTORNO-PENDENTE  VALUE SPACE.
             88 PAY-ESTORNO-ACEITO    VALUE "A".
             88 PAY-ESTORNO-REJEITADO VALUE "R".
      * devolucao bancaria (BANKRET, applied by DEMODEVL): the bank
      * sent back money it had settled for this payment. The payment
      * is reopened - order mark cleared, the returned amount moved
      * from PAY-VALOR-LIQUIDADO back into PAY-SALDO-ABERTO, a
      * confirmado or postado back to nao confirmado - so DEMOPAYO
      * orders it again once the vendor's bank details are fixed.
      * PAY-PAGTO-PRE-DEVOLUCAO keeps the situacao before the return:
      * a payment the GL had already acknowledged ("P") goes straight
      * back to postado when DEMOCONF settles it again, its postings
      * never having left the GL.
          05 PAY-DEVOLUCAO          PIC X(01).
             88 PAY-DEVOLVIDO        VALUE "D".
          05 PAY-DATA-DEVOLUCAO     PIC 9(08).
          05 PAY-PAGTO-PRE-DEVOLUCAO PIC X(01).
      * desconto por antecipacao, from the vendor's VENDMAST terms
      * (BRL payments only): DEMOLOAD sets the deadline (load date
      * plus VEND-DESC-DIAS) and the discount in PAY-DESC-VALOR,
      * situacao O = oferecido. DEMOPAYO orders PAY-VALOR-ORIGINAL
      * less the discount when it emits on or before the deadline
      * (E = emitido com desconto); DEMOCONF accepts the discounted
      * settlement as full payment (T = tomado, saldo zero) and
      * DEMOGL posts PAY-DESC-VALOR under the reserved GLACCMAP
      * class DSC. An offer that reaches the order run after its
      * deadline stays O and is ordered in full - DEMODESC reports
      * it as lost.
          05 PAY-DESC-SITUACAO      PIC X(01).
             88 PAY-SEM-DESCONTO     VALUE SPACE.
             88 PAY-DESC-OFERECIDO   VALUE "O".
             88 PAY-DESC-EMITIDO     VALUE "E".
             88 PAY-DESC-TOMADO      VALUE "T".
          05 PAY-DESC-DATA-LIMITE   PIC 9(08).
          05 PAY-DESC-VALOR         PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
      * vendor credit (VEND-SALDO-CREDITO) DEMOLOAD netted against
      * this payment: PAY-VALOR already carries the amount after the
      * offset, so this is the only record of what the credit took -
      * the DEMOPAYO remittance advice shows it to the vendor.
          05 PAY-VALOR-CREDITO      PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
      * encargos por atraso: multa and juros the bank settled on top
      * of the balance of a payment settled after its due date.
      * DEMOCONF accepts an excess up to the charge the PARMFILE
      * multa and daily juros allow for the days late and records it
      * here (payment-currency side, BRL payments only) with the
      * settlement date; DEMOGL posts it under the reserved GLACCMAP
      * class JUR and DEMOMORA reports it.
          05 PAY-VALOR-ENCARGOS     PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 PAY-DATA-ENCARGOS      PIC 9(08).
      * who last let the payment into the payable population and
      * when: the approver in DEMOAPRV, or DEMOREL for the release
      * of an agendado - the operator DEMOMORA holds to account for
      * a late payment.
          05 PAY-OPER-LIBERACAO     PIC X(08).
          05 PAY-DATA-LIBERACAO     PIC 9(08).
      * centro de custo (CCUSTMST) the payment is charged to - from
      * TRAN-CENTRO-CUSTO on load, keyed on DEMOMANT/DEMOMNTB entry;
      * spaces = none. DEMOLOAD and DEMOORCA count the gross BRL of
      * the month's payments (PAY-VALOR + PAY-VALOR-CREDITO) against
      * the cost center's ORCAMENF budget.
          05 PAY-CENTRO-CUSTO       PIC X(05).
      * pedido de compra (PEDMAST) the payment was made against -
      * from TRAN-PEDIDO on load, spaces = none. DEMOCOMP totals the
      * paid amount per PO from here.
          05 PAY-PEDIDO             PIC X(08).
      * penhora (judicial garnishment, PENHMAST): DEMOLOAD splits a
      * payment of a garnished vendor in two. The vendor's payment
      * (papel V) keeps the amounts net of the garnished part, which
      * PAY-VALOR-PENHORA records; the deposit to the court account
      * (papel J, ID "JUD" + run date + sequence) carries that part as
      * its own value. Both carry the case number, and each names
      * the other in PAY-PENHORA-VINCULO. DEMOPENR reports the
      * remitted amount per case from the J payments.
          05 PAY-PENHORA-PROCESSO   PIC X(20).
          05 PAY-PENHORA-PAPEL      PIC X(01).
             88 PAY-SEM-PENHORA      VALUE SPACE.
             88 PAY-PENHORA-RETIDA   VALUE "V".
             88 PAY-DEPOSITO-JUDICIAL VALUE "J".
          05 PAY-VALOR-PENHORA      PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 PAY-PENHORA-VINCULO    PIC X(10).
      * forma de pagamento, from TRAN-FORMA-PAGTO on load: space or T
      * = transferencia to the vendor's account, B = boleto (paid by
      * the linha digitavel DEMOEDIT validated), P = PIX to the
      * vendor's VENDMAST key. DEMOPAYO writes the PAYORDF detail of
      * the method. Payments keyed in DEMOMANT/DEMOMNTB and the ones
      * the system makes itself (IRF remittance, court deposits) are
      * transfers.
          05 PAY-FORMA-PAGTO        PIC X(01).
             88 PAY-POR-TRANSFERENCIA VALUE SPACE "T".
             88 PAY-POR-BOLETO      VALUE "B".
             88 PAY-POR-PIX         VALUE "P".
          05 PAY-LINHA-DIGITAVEL    PIC X(47).
