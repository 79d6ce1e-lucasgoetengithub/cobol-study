      ******************************************************************
      * REGREC - interface-file transmission register record, keyed
      * by logical file name + business date + processing cycle in
      * the indexed XMITREG file and maintained through the REGXMIT
      * subprogram. Every
      * program that opens an interface file (TRANSACF, the BANKEXTR
      * sections per bank, GLEXTRF, GLACKF, MANTTRAN, BANKRET,
      * BANKSALD) first asks the register whether that file date was
      * already processed - a re-sent prior-day file is refused as a
      * duplicate instead of reconciling the wrong date - and
      * records the header date, origem and trailer totals once the
      * file passes its own controls. DEMOXMIT reports, per
      * business day, which expected files arrived and which are
      * missing. The BANKEXTR sections
      * register as "BANK" + bank code. The REMADVF remittance
      * advices DEMOPAYO sends out are registered as an outbound
      * (S) file once written; the later order run of the same date
      * re-records them. REG-CICLO tells apart the files of the
      * intraday cycles of one date (TRANSACF by the cycle in its
      * header, the REMADVF of each cycle's order run by the
      * CTRLFILE cycle); the files that arrive or leave once a day
      * register under cycle 00.
      ******************************************************************
       01 REGISTRO-TRANSMISSAO.
          05 REG-CHAVE.
             10 REG-ARQUIVO         PIC X(08).
             10 REG-DATA            PIC 9(08).
             10 REG-CICLO           PIC 9(02).
          05 REG-ORIGEM             PIC X(08).
      * E = entrada (recebido), S = saida (emitido)
          05 REG-SENTIDO            PIC X(01).
