      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily payment-master snapshot - reads PAYMASTF once,
      *          right after DEMOCONF has applied the day's bank
      *          settlements, in business-date order (the
      *          PAY-DATA-YYYYMMDD alternate key), looks each payment's
      *          vendor up in VENDMAST and writes the record plus the
      *          vendor name and bank to PAYSNAPF (SNAPREC), between a
      *          FILEHDR header carrying the CTRLFILE run date and a
      *          trailer carrying the record count and the PAY-VALOR
      *          total. The read-only reporting steps (DEMOREP,
      *          DEMOAGE, DEMOSTMT, DEMOCONS and the DEMOPROVA master
      *          count) read the snapshot instead of each making its
      *          own pass over the master and its own VENDMAST
      *          lookups; DEMOCHK modo V ties the trailer to its
      *          recount of the master. The steps that update the
      *          master keep reading it directly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT PAY-MASTER-FILE ASSIGN TO "PAYMASTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               ALTERNATE RECORD KEY IS PAY-DATA-YYYYMMDD
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  SNAPSHOT-FILE.
       COPY SNAPREC.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SNH==
                              LEADING ==TRL== BY ==SNT==.
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EOF-PAY              PIC X(01) VALUE "N".
          88 WS-FIM-PAY           VALUE "Y".
       77 WS-VENDMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-VENDMAST      VALUE "Y".
       77 WS-QTD-REGISTROS        PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-VALOR          PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO     PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            IF WS-RUN-DATE = ZEROS
                DISPLAY "ERRO: DATA DO LOTE AUSENTE NO CTRLFILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "DATA DO LOTE (CTRLFILE): " WS-RUN-DATE

            PERFORM ABRE-VENDMAST

            OPEN OUTPUT SNAPSHOT-FILE
            IF WS-SNAP-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PAYSNAPF - STATUS "
                    WS-SNAP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM GRAVA-CABECALHO-SNAPSHOT

            PERFORM EXTRAI-MASTER

            PERFORM GRAVA-TRAILER-SNAPSHOT
            CLOSE SNAPSHOT-FILE
            IF WS-TEM-VENDMAST
                CLOSE VENDOR-FILE
            END-IF

            DISPLAY "REGISTROS NO SNAPSHOT: " WS-QTD-REGISTROS
            DISPLAY "TOTAL PAY-VALOR NO SNAPSHOT: " WS-TOTAL-VALOR
            DISPLAY "FORNECEDORES NAO CADASTRADOS: "
                WS-QTD-SEM-CADASTRO

            STOP RUN.

      * a master not yet created is an empty snapshot - header and a
      * zero trailer - the same view DEMOCHK modo B takes of it.
       EXTRAI-MASTER.
            OPEN INPUT PAY-MASTER-FILE
            IF WS-PAY-STATUS = "05" OR WS-PAY-STATUS = "35"
                DISPLAY "AVISO: PAYMASTF INEXISTENTE - SNAPSHOT VAZIO"
            ELSE
                IF WS-PAY-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR PAYMASTF - STATUS "
                        WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO PAY-DATA-YYYYMMDD
                START PAY-MASTER-FILE KEY NOT < PAY-DATA-YYYYMMDD
                    INVALID KEY
                        SET WS-FIM-PAY TO TRUE
                END-START
                PERFORM UNTIL WS-FIM-PAY
                    READ PAY-MASTER-FILE NEXT RECORD
                        AT END
                            SET WS-FIM-PAY TO TRUE
                        NOT AT END
                            PERFORM GRAVA-DETALHE-SNAPSHOT
                    END-READ
                END-PERFORM
                CLOSE PAY-MASTER-FILE
            END-IF.

       GRAVA-DETALHE-SNAPSHOT.
            MOVE SPACES TO SNAP-RECORD
            MOVE PAY-MASTER-RECORD TO SNP-PAGAMENTO
            PERFORM BUSCA-FORNECEDOR
            WRITE SNAP-RECORD
            IF WS-SNAP-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-SNAP
            END-IF
            ADD 1 TO WS-QTD-REGISTROS
            ADD PAY-VALOR TO WS-TOTAL-VALOR.

      * the same three placeholders DEMOREP and DEMOAGE printed when
      * they looked the vendor up themselves.
       BUSCA-FORNECEDOR.
            IF PAY-FORNECEDOR = SPACES
                SET SNP-SEM-FORNECEDOR TO TRUE
                MOVE "(SEM FORNECEDOR)" TO SNP-FORN-NOME
            ELSE
                IF WS-TEM-VENDMAST
                    MOVE PAY-FORNECEDOR TO VEND-CODIGO
                    READ VENDOR-FILE
                        INVALID KEY
                            SET SNP-FORN-NAO-CADASTRADO TO TRUE
                            MOVE "(FORNECEDOR NAO CADASTRADO)"
                                TO SNP-FORN-NOME
                            ADD 1 TO WS-QTD-SEM-CADASTRO
                        NOT INVALID KEY
                            SET SNP-FORN-CADASTRADO TO TRUE
                            MOVE VEND-NOME TO SNP-FORN-NOME
                            MOVE VEND-BANCO TO SNP-FORN-BANCO
                    END-READ
                ELSE
                    SET SNP-VENDMAST-INDISP TO TRUE
                    MOVE "(VENDMAST INDISPONIVEL)" TO SNP-FORN-NOME
                END-IF
            END-IF.

       ABRE-VENDMAST.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS = "00"
                SET WS-TEM-VENDMAST TO TRUE
            ELSE
                DISPLAY "AVISO: VENDMAST INDISPONIVEL - SNAPSHOT SEM "
                    "NOMES DE FORNECEDOR"
            END-IF.

       GRAVA-CABECALHO-SNAPSHOT.
            MOVE SPACES TO SNH-RECORD
            SET SNH-REGISTRO TO TRUE
            MOVE WS-RUN-DATE TO SNH-DATA
            MOVE "DEMOSNAP" TO SNH-ORIGEM
            MOVE ZEROS TO SNH-CICLO
            WRITE SNH-RECORD
            IF WS-SNAP-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-SNAP
            END-IF.

       GRAVA-TRAILER-SNAPSHOT.
            MOVE SPACES TO SNT-RECORD
            SET SNT-REGISTRO TO TRUE
            MOVE WS-QTD-REGISTROS TO SNT-QTD
            MOVE WS-TOTAL-VALOR TO SNT-HASH
            WRITE SNT-RECORD
            IF WS-SNAP-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-SNAP
            END-IF.

       ERRO-GRAVACAO-SNAP.
            DISPLAY "ERRO AO GRAVAR PAYSNAPF - STATUS "
                WS-SNAP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       CARREGA-DATA-CONTROLE.
            OPEN INPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "AVISO: CTRLFILE NAO ENCONTRADO - USANDO "
                    "DATA ZERADA"
            ELSE
                READ CTRL-FILE
                    AT END
                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                END-READ
                CLOSE CTRL-FILE
            END-IF.
       END PROGRAM DEMOSNAP.
