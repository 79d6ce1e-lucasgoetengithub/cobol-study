       COPY CTRLREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       FD  BANK-EXTRACT-FILE.
       COPY BANKEXT.
       FD  EXCECAO-FILE.
