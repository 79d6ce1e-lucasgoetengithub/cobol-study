      ******************************************************************
      * Author:
      * Date:
      * Purpose: bank fee capture - reads the fee details (tipo 3)
      *          each settling bank sends in its BANKEXTR section -
      *          transfer and boleto fees, the monthly service
      *          package - and records them, per bank, in the indexed
      *          TARIFHST fee history under the CTRLFILE run date, so
      *          the tarifas reach the books with the day's GL
      *          extract (DEMOGL posts every fee not yet posted as a
      *          balanced pair of the reserved TAR class) instead of
      *          waiting for the accountant to find them on the paper
      *          statement, and DEMOTARR can report them by month,
      *          bank and fee type. Runs after DEMORECON, which has
      *          already proven each section - fees included - whole
      *          against its own total record. A fee is keyed by the
      *          date, the bank and its position in the section, so
      *          the rerun of a crashed step rewrites the same
      *          records instead of adding a second set; a fee
      *          already posted to the GL is never changed, and a
      *          re-sent section with fewer fees drops the unposted
      *          surplus. A negative amount is the bank refunding a
      *          fee (estorno de tarifa) and is kept as such. No
      *          BANKEXTR is not an error here - DEMORECON is the
      *          step that insists on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOTARF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT BANK-EXTRACT-FILE ASSIGN TO "BANKEXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT TARIFA-FILE ASSIGN TO "TARIFHST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-TAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  BANK-EXTRACT-FILE.
       COPY BANKEXT.
       FD  TARIFA-FILE.
       COPY TARIFREC.
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-BK-STATUS            PIC X(02) VALUE "00".
       77 WS-TAR-STATUS           PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EOF-BANCO            PIC X(01) VALUE "N".
          88 WS-FIM-BANCO         VALUE "Y".
       77 WS-EOF-TARIFA           PIC X(01) VALUE "N".
          88 WS-FIM-TARIFA        VALUE "Y".
       77 WS-SECAO-ABERTA         PIC X(01) VALUE "N".
          88 WS-EM-SECAO          VALUE "Y".
       77 WS-BANCO-ATUAL          PIC X(03) VALUE SPACE.
       77 WS-SEQUENCIA            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TARIFAS-BANCO    PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-TARIFAS-BANCO  PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-TARIFAS          PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-TARIFAS        PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-JA-LANCADAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REMOVIDAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGNORADAS        PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-EDIT           PIC Z(08)9.99- VALUE ZEROS.
       01 WS-TARIFA-NOVA.
          05 WS-NOVA-TIPO         PIC X(02).
          05 WS-NOVA-REFERENCIA   PIC X(08).
          05 WS-NOVA-VALOR        PIC S9(07)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            DISPLAY "DATA DO LOTE (CTRLFILE): " WS-RUN-DATE
            IF WS-RUN-DATE = ZEROS
                DISPLAY "ERRO: DATA DO LOTE AUSENTE NO CTRLFILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT BANK-EXTRACT-FILE
            IF WS-BK-STATUS = "05" OR WS-BK-STATUS = "35"
                DISPLAY "AVISO: BANKEXTR NAO ENCONTRADO - NENHUMA "
                    "TARIFA BANCARIA A REGISTRAR"
                STOP RUN
            END-IF
            IF WS-BK-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR BANKEXTR - STATUS "
                    WS-BK-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM ABRE-TARIFHST

            PERFORM UNTIL WS-FIM-BANCO
                READ BANK-EXTRACT-FILE
                    AT END
                        SET WS-FIM-BANCO TO TRUE
                    NOT AT END
                        PERFORM CLASSIFICA-REGISTRO-EXTRATO
                END-READ
            END-PERFORM

            IF WS-EM-SECAO
                DISPLAY "ERRO: EXTRATO DO BANCO " WS-BANCO-ATUAL
                    " SEM REGISTRO DE TOTAL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            CLOSE BANK-EXTRACT-FILE
            CLOSE TARIFA-FILE

            MOVE WS-VALOR-TARIFAS TO WS-VALOR-EDIT
            DISPLAY "TARIFAS BANCARIAS REGISTRADAS (TARIFHST): "
                WS-QTD-TARIFAS " VALOR " WS-VALOR-EDIT
            DISPLAY "TARIFAS JA LANCADAS NO GL, MANTIDAS: "
                WS-QTD-JA-LANCADAS
            DISPLAY "TARIFAS DE VALOR ZERO IGNORADAS: "
                WS-QTD-IGNORADAS
            DISPLAY "TARIFAS DE CARGA ANTERIOR REMOVIDAS: "
                WS-QTD-REMOVIDAS

            STOP RUN.

      * the settled details (tipo 2) belong to DEMOMATCH and
      * DEMOCONF; only the header, the fees and the total matter
      * here.
       CLASSIFICA-REGISTRO-EXTRATO.
            EVALUATE TRUE
                WHEN BK-REG-CABECALHO
                    PERFORM ABRE-SECAO-EXTRATO
                WHEN BK-REG-TARIFA
                    PERFORM REGISTRA-TARIFA
                WHEN BK-REG-TOTAL
                    PERFORM FECHA-SECAO-EXTRATO
            END-EVALUATE.

       ABRE-SECAO-EXTRATO.
            IF WS-EM-SECAO
                DISPLAY "ERRO: EXTRATO DO BANCO " WS-BANCO-ATUAL
                    " SEM REGISTRO DE TOTAL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EM-SECAO TO TRUE
            MOVE BK-HDR-ORIGEM(1:3) TO WS-BANCO-ATUAL
            MOVE ZEROS TO WS-SEQUENCIA
            MOVE ZEROS TO WS-QTD-TARIFAS-BANCO
            MOVE ZEROS TO WS-VALOR-TARIFAS-BANCO.

      * the position in the section is counted for every fee, kept
      * or not, so a rerun of the same extract lands every fee on
      * the same key.
       REGISTRA-TARIFA.
            IF NOT WS-EM-SECAO
                DISPLAY "ERRO: TARIFA FORA DE SECAO NO BANKEXTR "
                    "- ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-SEQUENCIA >= 9999
                DISPLAY "ERRO: LIMITE DE 9999 TARIFAS DO BANCO "
                    WS-BANCO-ATUAL " NO DIA EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-SEQUENCIA
            IF BK-TAR-VALOR IS NOT NUMERIC
                DISPLAY "ERRO: VALOR DE TARIFA INVALIDO NO EXTRATO "
                    "DO BANCO " WS-BANCO-ATUAL " - REFERENCIA "
                    BK-TAR-REFERENCIA
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF BK-TAR-VALOR = ZEROS
                ADD 1 TO WS-QTD-IGNORADAS
            ELSE
                PERFORM MONTA-TARIFA
                PERFORM GRAVA-TARIFA
            END-IF.

      * a fee type the bank invented since the layout was agreed
      * still reaches the books, as outras.
       MONTA-TARIFA.
            MOVE BK-TAR-TIPO TO WS-NOVA-TIPO
            IF NOT BK-TAR-TRANSFERENCIA AND NOT BK-TAR-BOLETO
                AND NOT BK-TAR-PACOTE AND NOT BK-TAR-OUTRAS
                DISPLAY "AVISO: TIPO DE TARIFA " BK-TAR-TIPO
                    " DESCONHECIDO NO EXTRATO DO BANCO "
                    WS-BANCO-ATUAL " - REGISTRADA COMO OUTRAS"
                MOVE "99" TO WS-NOVA-TIPO
            END-IF
            MOVE BK-TAR-REFERENCIA TO WS-NOVA-REFERENCIA
            MOVE BK-TAR-VALOR TO WS-NOVA-VALOR.

      * a fee already posted by an earlier DEMOGL run stays as the
      * GL has it; one posted by this date's own run is rewritten,
      * since that DEMOGL rerun rebuilds its extract from the
      * history anyway.
       GRAVA-TARIFA.
            MOVE WS-RUN-DATE TO TAR-DATA
            MOVE WS-BANCO-ATUAL TO TAR-BANCO
            MOVE WS-SEQUENCIA TO TAR-SEQUENCIA
            READ TARIFA-FILE
                INVALID KEY
                    MOVE ZEROS TO TAR-DATA-LANCAMENTO
                    PERFORM MOVE-TARIFA-NOVA
                    WRITE TARIFA-RECORD
                        INVALID KEY
                            PERFORM ERRO-GRAVACAO-TARIFA
                    END-WRITE
                    PERFORM CONTA-TARIFA
                NOT INVALID KEY
                    IF TAR-DATA-LANCAMENTO NOT = ZEROS
                        AND TAR-DATA-LANCAMENTO NOT = WS-RUN-DATE
                        ADD 1 TO WS-QTD-JA-LANCADAS
                        IF TAR-TIPO NOT = WS-NOVA-TIPO
                            OR TAR-VALOR NOT = WS-NOVA-VALOR
                            DISPLAY "AVISO: TARIFA " TAR-BANCO "/"
                                TAR-SEQUENCIA " JA LANCADA NO GL "
                                "DIFERE DO EXTRATO REAPRESENTADO - "
                                "MANTIDA COMO LANCADA"
                        END-IF
                    ELSE
                        PERFORM MOVE-TARIFA-NOVA
                        REWRITE TARIFA-RECORD
                            INVALID KEY
                                PERFORM ERRO-GRAVACAO-TARIFA
                        END-REWRITE
                        PERFORM CONTA-TARIFA
                    END-IF
            END-READ.

       MOVE-TARIFA-NOVA.
            MOVE WS-RUN-DATE TO TAR-DATA
            MOVE WS-BANCO-ATUAL TO TAR-BANCO
            MOVE WS-SEQUENCIA TO TAR-SEQUENCIA
            MOVE WS-NOVA-TIPO TO TAR-TIPO
            MOVE WS-NOVA-REFERENCIA TO TAR-REFERENCIA
            MOVE WS-NOVA-VALOR TO TAR-VALOR.

       CONTA-TARIFA.
            ADD 1 TO WS-QTD-TARIFAS-BANCO
            ADD TAR-VALOR TO WS-VALOR-TARIFAS-BANCO
            ADD 1 TO WS-QTD-TARIFAS
            ADD TAR-VALOR TO WS-VALOR-TARIFAS.

       FECHA-SECAO-EXTRATO.
            IF NOT WS-EM-SECAO
                DISPLAY "ERRO: TOTAL FORA DE SECAO NO BANKEXTR - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM REMOVE-TARIFAS-EXCEDENTES
            MOVE WS-VALOR-TARIFAS-BANCO TO WS-VALOR-EDIT
            DISPLAY "BANCO " WS-BANCO-ATUAL ": "
                WS-QTD-TARIFAS-BANCO " TARIFA(S) VALOR "
                WS-VALOR-EDIT
            MOVE "N" TO WS-SECAO-ABERTA.

      * an earlier load of the date may have carried more fees for
      * the bank than the section now does; the unposted surplus
      * would otherwise still reach the GL.
       REMOVE-TARIFAS-EXCEDENTES.
            MOVE "N" TO WS-EOF-TARIFA
            MOVE WS-RUN-DATE TO TAR-DATA
            MOVE WS-BANCO-ATUAL TO TAR-BANCO
            MOVE WS-SEQUENCIA TO TAR-SEQUENCIA
            START TARIFA-FILE KEY IS > TAR-CHAVE
                INVALID KEY
                    SET WS-FIM-TARIFA TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-TARIFA
                READ TARIFA-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-TARIFA TO TRUE
                    NOT AT END
                        IF TAR-DATA NOT = WS-RUN-DATE
                            OR TAR-BANCO NOT = WS-BANCO-ATUAL
                            SET WS-FIM-TARIFA TO TRUE
                        ELSE
                            PERFORM REMOVE-TARIFA-EXCEDENTE
                        END-IF
                END-READ
            END-PERFORM.

       REMOVE-TARIFA-EXCEDENTE.
            IF TAR-DATA-LANCAMENTO NOT = ZEROS
                AND TAR-DATA-LANCAMENTO NOT = WS-RUN-DATE
                DISPLAY "AVISO: TARIFA " TAR-BANCO "/" TAR-SEQUENCIA
                    " JA LANCADA NO GL AUSENTE DO EXTRATO "
                    "REAPRESENTADO - MANTIDA"
            ELSE
                DELETE TARIFA-FILE
                    INVALID KEY
                        PERFORM ERRO-GRAVACAO-TARIFA
                END-DELETE
                ADD 1 TO WS-QTD-REMOVIDAS
            END-IF.

       ABRE-TARIFHST.
            OPEN I-O TARIFA-FILE
            IF WS-TAR-STATUS = "05" OR WS-TAR-STATUS = "35"
                OPEN OUTPUT TARIFA-FILE
                CLOSE TARIFA-FILE
                OPEN I-O TARIFA-FILE
            END-IF
            IF WS-TAR-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR TARIFHST - STATUS "
                    WS-TAR-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

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

       ERRO-GRAVACAO-TARIFA.
            DISPLAY "ERRO AO GRAVAR TARIFHST - STATUS "
                WS-TAR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       END PROGRAM DEMOTARF.
