      ******************************************************************
      * SNAPREC - daily payment-master snapshot, the PAYSNAPF file cut
      * by DEMOSNAP once per lote right after DEMOCONF: every PAYMASTF
      * record, in business-date order (the PAY-DATA-YYYYMMDD
      * alternate key), followed by the vendor's name and bank as
      * VENDMAST held them - so the read-only reporting steps
      * (DEMOREP, DEMOAGE, DEMOSTMT, DEMOCONS, the DEMOPROVA master
      * count) make one sequential pass over a flat file instead of
      * each walking the indexed master and reading VENDMAST at
      * random. The file carries the FILEHDR header (snapshot date =
      * CTRLFILE run date, origem DEMOSNAP) and trailer (record count
      * and PAY-VALOR total - the figures DEMOCHK modo V recounts
      * from the master). A detail starts with the PAY-ID, never "1"
      * or "9", so readers put COPY PAYMAST, this record and the
      * FILEHDR pair under the same FD.
      * SNP-PAGAMENTO is the PAYMAST record image and must always be
      * exactly as long as PAY-MASTER-RECORD. SNP-FORN-NOME is ready
      * to print: the vendor name, or the placeholder the reports
      * have always shown when there is no vendor on the payment,
      * the code is not in VENDMAST or VENDMAST could not be opened
      * (SNP-FORN-SITUACAO tells which).
      ******************************************************************
       01 SNAP-RECORD.
          05 SNP-PAGAMENTO           PIC X(351).
          05 SNP-FORN-NOME           PIC X(30).
          05 SNP-FORN-BANCO          PIC X(03).
          05 SNP-FORN-SITUACAO       PIC X(01).
             88 SNP-FORN-CADASTRADO     VALUE "C".
             88 SNP-FORN-NAO-CADASTRADO VALUE "N".
             88 SNP-SEM-FORNECEDOR      VALUE "S".
             88 SNP-VENDMAST-INDISP     VALUE "I".
