      *          report with the accepted/rejected counts goes to
      *          EDITRPT, so a malformed line stops here instead of
      *          blowing up the batch or distorting the batch total.
      *          A cost center (TRAN-CENTRO-CUSTO) must be registered
      *          in the CCUSTMST master, else reason 09; a purchase
      *          order (TRAN-PEDIDO) must be on PEDMAST (10), still
      *          open (11) and issued to the transaction's vendor
      *          (12).
      *          The forma de pagamento (TRAN-FORMA-PAGTO) must be
      *          transferencia, boleto or PIX (13). A boleto must
      *          carry a numeric 47-digit linha digitavel whose three
      *          field check digits (modulo 10) and general barcode
      *          digit (modulo 11) hold (14), whose embedded amount
      *          is TRAN-AMOUNT (15) and whose due-date factor is
      *          TRAN-VENCIMENTO (16) - a zero amount or factor is a
      *          slip issued without one and is not compared - and
      *          it is paid in BRL only (17). A PIX payment needs the
      *          vendor whose key VENDMAST holds (18).
      *          Intraday cycles: the TRANSACF header carries the
      *          cycle it belongs to (blank or zeros = cycle 01),
      *          which must be the CTRLFILE cycle DEMOBATCH opened -
      *          a file of another cycle is refused whole; the
      *          accepted file carries the same cycle in its header
      *          and the register keeps one entry per date and
      *          cycle. The DEMOGEN recurring payments enter only
      *          with cycle 01 - later cycles leave TRANGERF alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "PEDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-PED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==TRH==
                              LEADING ==TRL== BY ==TRT==.
       FD  GERADO-FILE.
       01 GERADO-RECORD-IMAGEM    PIC X(97).
       FD  ACCEPTED-FILE.
       COPY TRANREC REPLACING TRAN-RECORD BY ACCP-RECORD.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==ACH==
       COPY TRANREJ.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  CCUSTO-FILE.
       COPY CCUSTO.
       FD  PEDIDO-FILE.
       COPY PEDCOMP.
       WORKING-STORAGE SECTION.
       77 WS-PED-STATUS           PIC X(02) VALUE "00".
       77 WS-PEDMAST-ABERTO       PIC X(01) VALUE "N".
          88 WS-TEM-PEDMAST       VALUE "Y".
       77 WS-CC-STATUS            PIC X(02) VALUE "00".
       77 WS-EOF-CC               PIC X(01) VALUE "N".
          88 WS-FIM-CC            VALUE "Y".
       01 WS-CENTROS-CUSTO.
          05 WS-QTD-CENTROS       PIC 9(03) COMP VALUE ZEROS.
          05 WS-CENTRO-CODIGO     PIC X(05) OCCURS 500 TIMES
                                   INDEXED BY WS-CC-IDX.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-CICLO                PIC 9(02) VALUE 01.
       77 WS-CICLO-ARQUIVO        PIC 9(02) VALUE 01.
       77 WS-EM-REPROCESSO        PIC X(01) VALUE "N".
          88 WS-REPROCESSANDO     VALUE "Y" FALSE "N".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-TRAN-STATUS          PIC X(02) VALUE "00".
       77 WS-GER-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-GERADO           PIC X(01) VALUE "N".
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.
       77 WS-HASH-ENTRADA         PIC S9(11)V99 VALUE ZEROS.
       77 WS-HASH-ACEITOS         PIC S9(11)V99 VALUE ZEROS.
       77 WS-DATA-ARQUIVO         PIC 9(08) VALUE ZEROS.
      * the boleto's linha digitavel digit by digit, and the 44-digit
      * barcode rebuilt from it for the general check digit.
       01 WS-LINHA-DIGITAVEL.
          05 WS-LD-DIGITO         PIC 9(01) OCCURS 47 TIMES.
       01 WS-LINHA-CAMPOS REDEFINES WS-LINHA-DIGITAVEL.
          05 WS-LD-BANCO-MOEDA    PIC X(04).
          05 WS-LD-LIVRE-1        PIC X(05).
          05 WS-LD-DV-1           PIC 9(01).
          05 WS-LD-LIVRE-2        PIC X(10).
          05 WS-LD-DV-2           PIC 9(01).
          05 WS-LD-LIVRE-3        PIC X(10).
          05 WS-LD-DV-3           PIC 9(01).
          05 WS-LD-DV-GERAL       PIC 9(01).
          05 WS-LD-FATOR          PIC 9(04).
          05 WS-LD-VALOR          PIC 9(08)V99.
       01 WS-CODIGO-BARRAS.
          05 WS-CB-DIGITO         PIC 9(01) OCCURS 44 TIMES.
       01 WS-CODIGO-CAMPOS REDEFINES WS-CODIGO-BARRAS.
          05 WS-CB-BANCO-MOEDA    PIC X(04).
          05 WS-CB-DV-GERAL       PIC 9(01).
          05 WS-CB-FATOR-VALOR    PIC X(14).
          05 WS-CB-LIVRE-1        PIC X(05).
          05 WS-CB-LIVRE-2        PIC X(10).
          05 WS-CB-LIVRE-3        PIC X(10).
       77 WS-BOL-INICIO           PIC 9(02) COMP VALUE ZEROS.
       77 WS-BOL-FIM              PIC 9(02) COMP VALUE ZEROS.
       77 WS-BOL-POS              PIC 9(02) COMP VALUE ZEROS.
       77 WS-BOL-PESO             PIC 9(02) COMP VALUE ZEROS.
       77 WS-BOL-PRODUTO          PIC 9(02) COMP VALUE ZEROS.
       77 WS-BOL-SOMA             PIC 9(05) COMP VALUE ZEROS.
       77 WS-BOL-QUOCIENTE        PIC 9(05) COMP VALUE ZEROS.
       77 WS-BOL-RESTO            PIC 9(02) COMP VALUE ZEROS.
       77 WS-BOL-DV               PIC 9(02) VALUE ZEROS.
       77 WS-BOL-FATOR-ESPERADO   PIC S9(05) VALUE ZEROS.
       01 WS-IDS-ACEITOS.
          05 WS-QTD-IDS           PIC 9(05) COMP VALUE ZEROS.
          05 WS-ID-ACEITO         PIC X(10) OCCURS 5000 TIMES
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM VERIFICA-REPROCESSAMENTO
            PERFORM CARREGA-CENTROS-CUSTO
            PERFORM ABRE-PEDMAST

            OPEN INPUT TRAN-FILE
            IF WS-TRAN-STATUS NOT = "00"

      * registered only after the whole edit succeeded, so a failed
      * run can be rerun without tripping its own register entry.
            IF WS-SIMULANDO
                DISPLAY "SIMULACAO: TRANSACF NAO REGISTRADO NO "
                    "XMITREG"
            ELSE
                PERFORM REGISTRA-TRANSMISSAO
            END-IF

            CLOSE TRAN-FILE
            CLOSE ACCEPTED-FILE
            CLOSE REJECT-FILE
            IF WS-TEM-PEDMAST
                CLOSE PEDIDO-FILE
            END-IF

            PERFORM IMPRIME-RELATORIO-EDICAO

                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VERIFICA-CICLO-ARQUIVO
                MOVE TRH-ORIGEM TO WS-REG-ORIGEM
                PERFORM CONSULTA-TRANSMISSAO
                PERFORM GRAVA-CABECALHO-SAIDA
            END-IF.

      * a TRANSACF without the cycle in its header is the cycle-01
      * file of a day run in one go. Outside a reprocess the file
      * must belong to the cycle DEMOBATCH opened in CTRLFILE - the
      * previous cycle's file left in place would otherwise be
      * edited a second time under the new cycle; a reprocess
      * re-edits whichever cycle of the date was re-presented.
       VERIFICA-CICLO-ARQUIVO.
            IF TRH-CICLO IS NUMERIC AND TRH-CICLO > ZEROS
                MOVE TRH-CICLO TO WS-CICLO-ARQUIVO
            ELSE
                MOVE 01 TO WS-CICLO-ARQUIVO
            END-IF
            IF NOT WS-REPROCESSANDO
                AND WS-CICLO-ARQUIVO NOT = WS-CICLO
                DISPLAY "ERRO: TRANSACF DO CICLO " WS-CICLO-ARQUIVO
                    " NAO E O CICLO EM PROCESSAMENTO " WS-CICLO
                    " - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       TRATA-TRAILER.
            IF NOT WS-EM-DETALHES
                DISPLAY "ERRO: TRAILER FORA DE POSICAO NO "
            MOVE "C" TO WS-REG-FUNCAO
            MOVE "TRANSACF" TO WS-REG-ARQUIVO
            MOVE WS-DATA-ARQUIVO TO WS-REG-DATA
            MOVE WS-CICLO-ARQUIVO TO WS-REG-CICLO
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                IF WS-REPROCESSANDO
                    DISPLAY "REPROCESSAMENTO: TRANSACF DE "
                        WS-DATA-ARQUIVO " CICLO " WS-CICLO-ARQUIVO
                        " REAPRESENTADO COM AUTORIZACAO DO LOTE"
                ELSE
                    DISPLAY "ERRO: TRANSACF DE " WS-DATA-ARQUIVO
                        " CICLO " WS-CICLO-ARQUIVO
                        " JA PROCESSADO SEGUNDO O XMITREG - "
                        "ARQUIVO RECUSADO COMO RETRANSMISSAO"
                    MOVE 16 TO RETURN-CODE
                READ CTRL-FILE
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                        IF CTRL-CICLO IS NUMERIC
                            AND CTRL-CICLO > ZEROS
                            MOVE CTRL-CICLO TO WS-CICLO
                        END-IF
                        IF CTRL-EM-REPROCESSO
                            SET WS-REPROCESSANDO TO TRUE
                            DISPLAY "REPROCESSAMENTO DA DATA "
            MOVE "R" TO WS-REG-FUNCAO
            MOVE "TRANSACF" TO WS-REG-ARQUIVO
            MOVE WS-DATA-ARQUIVO TO WS-REG-DATA
            MOVE WS-CICLO-ARQUIVO TO WS-REG-CICLO
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO REGISTRADA"
      * TRAN-FILE record area so every TRATA paragraph applies
      * unchanged. TRANACCP keeps one header (from TRANSACF) and one
      * trailer covering both sources.
      * DEMOGEN runs once a day, at the day's opening: its output
      * joins the cycle-01 edit only, so a later cycle never loads
      * the recurring payments again.
       PROCESSA-ARQUIVO-GERADO.
            IF WS-CICLO > 01
                DISPLAY "TRANGERF JA TRATADO NO CICLO 01 - IGNORADO "
                    "NO CICLO " WS-CICLO
            ELSE
                PERFORM ABRE-ARQUIVO-GERADO
            END-IF.

       ABRE-ARQUIVO-GERADO.
            OPEN INPUT GERADO-FILE
            IF WS-GER-STATUS = "05" OR WS-GER-STATUS = "35"
                CONTINUE
            SET ACH-REGISTRO TO TRUE
            MOVE WS-DATA-ARQUIVO TO ACH-DATA
            MOVE "DEMOEDIT" TO ACH-ORIGEM
            MOVE WS-CICLO-ARQUIVO TO ACH-CICLO
            WRITE ACH-RECORD
            IF WS-ACCP-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR TRANACCP - STATUS "
                IF WS-REGISTRO-VALIDO
                    PERFORM VALIDA-TIPO-REGISTRO
                END-IF
                IF WS-REGISTRO-VALIDO
                    PERFORM VALIDA-FORMA-PAGTO
                END-IF
                IF WS-REGISTRO-VALIDO
                    AND TRAN-CENTRO-CUSTO OF TRAN-RECORD NOT = SPACES
                    PERFORM VALIDA-CENTRO-CUSTO
                END-IF
                IF WS-REGISTRO-VALIDO
                    AND TRAN-PEDIDO OF TRAN-RECORD NOT = SPACES
                    PERFORM VALIDA-PEDIDO
                END-IF
                IF WS-REGISTRO-VALIDO
                    PERFORM VERIFICA-DUPLICIDADE
                END-IF
                    MOVE "07" TO WS-MOTIVO-REJEICAO
            END-EVALUATE.

      * the method travels in position 50 and the boleto's linha
      * digitavel in 51-97. A credit note pays nothing and carries
      * no method.
       VALIDA-FORMA-PAGTO.
            EVALUATE TRUE
                WHEN TRAN-NOTA-CREDITO OF TRAN-RECORD
                    IF TRAN-FORMA-PAGTO OF TRAN-RECORD NOT = SPACE
                        MOVE "13" TO WS-MOTIVO-REJEICAO
                    END-IF
                WHEN TRAN-POR-TRANSFERENCIA OF TRAN-RECORD
                    CONTINUE
                WHEN TRAN-POR-BOLETO OF TRAN-RECORD
                    PERFORM VALIDA-BOLETO
                WHEN TRAN-POR-PIX OF TRAN-RECORD
                    IF TRAN-FORNECEDOR OF TRAN-RECORD = SPACES
                        MOVE "18" TO WS-MOTIVO-REJEICAO
                    END-IF
                WHEN OTHER
                    MOVE "13" TO WS-MOTIVO-REJEICAO
            END-EVALUATE.

      * the slip is checked the way the paying bank will check it:
      * every field's modulo-10 digit, then the general digit of the
      * barcode the line encodes, then what the line says against
      * what the transaction says.
       VALIDA-BOLETO.
            IF TRAN-MOEDA OF TRAN-RECORD NOT = SPACES
                AND TRAN-MOEDA OF TRAN-RECORD NOT = "BRL"
                MOVE "17" TO WS-MOTIVO-REJEICAO
            ELSE
            IF TRAN-LINHA-DIGITAVEL OF TRAN-RECORD IS NOT NUMERIC
                MOVE "14" TO WS-MOTIVO-REJEICAO
            ELSE
                MOVE TRAN-LINHA-DIGITAVEL OF TRAN-RECORD
                    TO WS-LINHA-DIGITAVEL
                PERFORM VALIDA-DIGITOS-BOLETO
                IF WS-REGISTRO-VALIDO
                    AND WS-LD-VALOR NOT = ZEROS
                    AND WS-LD-VALOR NOT = TRAN-AMOUNT OF TRAN-RECORD
                    MOVE "15" TO WS-MOTIVO-REJEICAO
                END-IF
                IF WS-REGISTRO-VALIDO
                    AND WS-LD-FATOR NOT = ZEROS
                    PERFORM VALIDA-VENCIMENTO-BOLETO
                END-IF
            END-IF
            END-IF.

       VALIDA-DIGITOS-BOLETO.
            MOVE 1 TO WS-BOL-INICIO
            MOVE 9 TO WS-BOL-FIM
            PERFORM CALCULA-DV-MODULO-10
            IF WS-BOL-DV NOT = WS-LD-DV-1
                MOVE "14" TO WS-MOTIVO-REJEICAO
            END-IF
            MOVE 11 TO WS-BOL-INICIO
            MOVE 20 TO WS-BOL-FIM
            PERFORM CALCULA-DV-MODULO-10
            IF WS-BOL-DV NOT = WS-LD-DV-2
                MOVE "14" TO WS-MOTIVO-REJEICAO
            END-IF
            MOVE 22 TO WS-BOL-INICIO
            MOVE 31 TO WS-BOL-FIM
            PERFORM CALCULA-DV-MODULO-10
            IF WS-BOL-DV NOT = WS-LD-DV-3
                MOVE "14" TO WS-MOTIVO-REJEICAO
            END-IF
            IF WS-REGISTRO-VALIDO
                MOVE WS-LD-BANCO-MOEDA TO WS-CB-BANCO-MOEDA
                MOVE WS-LD-DV-GERAL TO WS-CB-DV-GERAL
                MOVE WS-LINHA-DIGITAVEL(34:14) TO WS-CB-FATOR-VALOR
                MOVE WS-LD-LIVRE-1 TO WS-CB-LIVRE-1
                MOVE WS-LD-LIVRE-2 TO WS-CB-LIVRE-2
                MOVE WS-LD-LIVRE-3 TO WS-CB-LIVRE-3
                PERFORM CALCULA-DV-MODULO-11
                IF WS-BOL-DV NOT = WS-CB-DV-GERAL
                    MOVE "14" TO WS-MOTIVO-REJEICAO
                END-IF
            END-IF.

      * modulo 10 over linha digitavel positions WS-BOL-INICIO to
      * WS-BOL-FIM: weights 2, 1, 2, 1 ... from the right, a
      * two-digit product counting as the sum of its digits; the
      * digit is what takes the sum to the next multiple of ten.
       CALCULA-DV-MODULO-10.
            MOVE ZEROS TO WS-BOL-SOMA
            MOVE 2 TO WS-BOL-PESO
            PERFORM VARYING WS-BOL-POS FROM WS-BOL-FIM BY -1
                UNTIL WS-BOL-POS < WS-BOL-INICIO
                COMPUTE WS-BOL-PRODUTO =
                    WS-LD-DIGITO(WS-BOL-POS) * WS-BOL-PESO
                IF WS-BOL-PRODUTO > 9
                    SUBTRACT 9 FROM WS-BOL-PRODUTO
                END-IF
                ADD WS-BOL-PRODUTO TO WS-BOL-SOMA
                IF WS-BOL-PESO = 2
                    MOVE 1 TO WS-BOL-PESO
                ELSE
                    MOVE 2 TO WS-BOL-PESO
                END-IF
            END-PERFORM
            DIVIDE WS-BOL-SOMA BY 10 GIVING WS-BOL-QUOCIENTE
                REMAINDER WS-BOL-RESTO
            IF WS-BOL-RESTO = ZEROS
                MOVE 0 TO WS-BOL-DV
            ELSE
                COMPUTE WS-BOL-DV = 10 - WS-BOL-RESTO
            END-IF.

      * modulo 11 over the barcode without its own digit (position
      * 5): weights 2 to 9 from the right, restarting at 2; a result
      * of 0, 10 or 11 is written as 1.
       CALCULA-DV-MODULO-11.
            MOVE ZEROS TO WS-BOL-SOMA
            MOVE 2 TO WS-BOL-PESO
            PERFORM VARYING WS-BOL-POS FROM 44 BY -1
                UNTIL WS-BOL-POS < 1
                IF WS-BOL-POS NOT = 5
                    COMPUTE WS-BOL-SOMA = WS-BOL-SOMA
                        + WS-CB-DIGITO(WS-BOL-POS) * WS-BOL-PESO
                    ADD 1 TO WS-BOL-PESO
                    IF WS-BOL-PESO > 9
                        MOVE 2 TO WS-BOL-PESO
                    END-IF
                END-IF
            END-PERFORM
            DIVIDE WS-BOL-SOMA BY 11 GIVING WS-BOL-QUOCIENTE
                REMAINDER WS-BOL-RESTO
            COMPUTE WS-BOL-DV = 11 - WS-BOL-RESTO
            IF WS-BOL-DV = 0 OR WS-BOL-DV > 9
                MOVE 1 TO WS-BOL-DV
            END-IF.

      * the factor counts days from 07/10/1997; having reached 9999
      * on 21/02/2025 it restarted at 1000 on 22/02/2025. The due
      * date the transaction carries must give the slip's factor.
       VALIDA-VENCIMENTO-BOLETO.
            IF TRAN-RECORD-IMAGEM(28:8) = SPACES
                OR TRAN-VENCIMENTO OF TRAN-RECORD = ZEROS
                MOVE "16" TO WS-MOTIVO-REJEICAO
            ELSE
                IF TRAN-VENCIMENTO OF TRAN-RECORD >= 20250222
                    COMPUTE WS-BOL-FATOR-ESPERADO =
                        FUNCTION INTEGER-OF-DATE
                            (TRAN-VENCIMENTO OF TRAN-RECORD)
                        - FUNCTION INTEGER-OF-DATE(20250222) + 1000
                ELSE
                    COMPUTE WS-BOL-FATOR-ESPERADO =
                        FUNCTION INTEGER-OF-DATE
                            (TRAN-VENCIMENTO OF TRAN-RECORD)
                        - FUNCTION INTEGER-OF-DATE(19971007)
                END-IF
                IF WS-BOL-FATOR-ESPERADO NOT = WS-LD-FATOR
                    MOVE "16" TO WS-MOTIVO-REJEICAO
                END-IF
            END-IF.

       VALIDA-CENTRO-CUSTO.
            SET WS-CC-IDX TO 1
            SEARCH WS-CENTRO-CODIGO
                AT END
                    MOVE "09" TO WS-MOTIVO-REJEICAO
                WHEN WS-CC-IDX > WS-QTD-CENTROS
                    MOVE "09" TO WS-MOTIVO-REJEICAO
                WHEN WS-CENTRO-CODIGO(WS-CC-IDX) =
                    TRAN-CENTRO-CUSTO OF TRAN-RECORD
                    CONTINUE
            END-SEARCH.

      * the cost-center master is read once into a table; without
      * it no cost center can be verified, so every transaction
      * carrying one is rejected (reason 09) rather than let an
      * unchecked code through to the budget control.
       CARREGA-CENTROS-CUSTO.
            OPEN INPUT CCUSTO-FILE
            IF WS-CC-STATUS NOT = "00"
                DISPLAY "AVISO: CCUSTMST NAO ENCONTRADO - TRANSACOES "
                    "COM CENTRO DE CUSTO SERAO REJEITADAS"
            ELSE
                PERFORM UNTIL WS-FIM-CC
                    READ CCUSTO-FILE
                        AT END
                            SET WS-FIM-CC TO TRUE
                        NOT AT END
                            PERFORM GUARDA-CENTRO-CUSTO
                    END-READ
                END-PERFORM
                CLOSE CCUSTO-FILE
            END-IF.

       GUARDA-CENTRO-CUSTO.
            IF WS-QTD-CENTROS >= 500
                DISPLAY "ERRO: LIMITE DE 500 CENTROS DE CUSTO "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-CENTROS
            MOVE CC-CODIGO TO WS-CENTRO-CODIGO(WS-QTD-CENTROS).

      * the PO must exist, be open and belong to the transaction's
      * vendor; whether its balance covers the amount is DEMOLOAD's
      * call, at the converted value and after the day's earlier
      * payments against it.
       VALIDA-PEDIDO.
            IF NOT WS-TEM-PEDMAST
                MOVE "10" TO WS-MOTIVO-REJEICAO
            ELSE
                MOVE TRAN-PEDIDO OF TRAN-RECORD TO PED-NUMERO
                READ PEDIDO-FILE
                    INVALID KEY
                        MOVE "10" TO WS-MOTIVO-REJEICAO
                    NOT INVALID KEY
                        IF NOT PED-ABERTO
                            MOVE "11" TO WS-MOTIVO-REJEICAO
                        ELSE
                        IF PED-FORNECEDOR NOT =
                            TRAN-FORNECEDOR OF TRAN-RECORD
                            MOVE "12" TO WS-MOTIVO-REJEICAO
                        END-IF
                        END-IF
                END-READ
            END-IF.

      * without the PO master no PO can be verified: transactions
      * quoting one are rejected (reason 10), the same rule the
      * cost-center master follows.
       ABRE-PEDMAST.
            OPEN INPUT PEDIDO-FILE
            IF WS-PED-STATUS = "00"
                SET WS-TEM-PEDMAST TO TRUE
            ELSE
                DISPLAY "AVISO: PEDMAST NAO ENCONTRADO - TRANSACOES "
                    "COM PEDIDO DE COMPRA SERAO REJEITADAS"
            END-IF.

       VERIFICA-DUPLICIDADE.
            SET WS-IDX TO 1
            SEARCH WS-ID-ACEITO
