      *          chart-of-accounts mapping; a payment whose class has
      *          no mapping stops the run, and the extract is only
      *          released after total debits are proven equal to
      *          total credits. A payment cancelled after its
      *          postings went out (SITUACAO DO PAGTO "C" with
      *          PAY-DATA-EXTRACAO set) gets the reversing pair:
      *          the same GLACCMAP class with debit and credit
      *          accounts swapped, IRF pair included, dated on the
      *          run date and stamped in PAY-DATA-ESTORNO under the
      *          same never-twice / rerun-rebuilds rule, so the GL
      *          drops the expense the master no longer carries.
      *          A payment settled with its early-payment discount
      *          (PAY-DESC-TOMADO, DEMOCONF) gets a third pair for
      *          the discount, coded from the reserved DSC class -
      *          vendor-payable side against discount income - and
      *          its reversal on cancellation, like the IRF pair.
      *          Likewise a payment settled late with multa and juros
      *          accepted by DEMOCONF (PAY-VALOR-ENCARGOS) gets the
      *          late-charge pair of the reserved JUR class.
      *          The bank fees DEMOTARF captured from the extract
      *          into TARIFHST travel in the same file: every fee
      *          not yet posted (or posted by this very run date)
      *          gets the pair of the reserved TAR class - bank-fee
      *          expense against the bank account, swapped for a
      *          refund - under GL-PAY-ID "TAR" + bank + sequence,
      *          and is stamped in TAR-DATA-LANCAMENTO.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT XREF-FILE ASSIGN TO "GLXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT TARIFA-FILE ASSIGN TO "TARIFHST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-TAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY PARMREC.
       FD  XREF-FILE.
       COPY GLXREF.
       FD  TARIFA-FILE.
       COPY TARIFREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOGL".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-XRF-STATUS           PIC X(02) VALUE "00".
       77 WS-TAR-STATUS           PIC X(02) VALUE "00".
       77 WS-EOF-TAR              PIC X(01) VALUE "N".
          88 WS-FIM-TAR           VALUE "Y".
       77 WS-QTD-TARIFAS          PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-TARIFA         PIC S9(07)V99 VALUE ZEROS.
       77 WS-GL-MODO              PIC X(01) VALUE "D".
          88 WS-MODO-SUMARIZADO   VALUE "S".
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
             10 WS-SUMARIO-TIPO   PIC X(01).
             10 WS-SUMARIO-VALOR  PIC S9(09)V99.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-GL-STATUS            PIC X(02) VALUE "00".
          88 WS-FIM-MAPA          VALUE "Y".
       77 WS-QTD-EXTRAIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RETENCOES        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESCONTOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENCARGOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTORNADOS       PIC 9(05) VALUE ZEROS.
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.

            PERFORM GRAVA-CABECALHO-GL
            PERFORM EXTRAI-PAGAMENTOS-CONFIRMADOS
            PERFORM EXTRAI-TARIFAS-BANCARIAS
            IF WS-MODO-SUMARIZADO
                PERFORM GRAVA-SUMARIOS
            END-IF
            CLOSE PAY-MASTER-FILE

            PERFORM CONFERE-PARTIDAS-DOBRADAS
            IF WS-SIMULANDO
                DISPLAY "SIMULACAO: GLEXTRF NAO REGISTRADO NO "
                    "XMITREG"
            ELSE
                PERFORM REGISTRA-TRANSMISSAO
            END-IF

            DISPLAY "PAGAMENTOS EXTRAIDOS PARA O GL: "
                WS-QTD-EXTRAIDOS
            DISPLAY "RETENCOES DE IRF LANCADAS: " WS-QTD-RETENCOES
            DISPLAY "DESCONTOS POR ANTECIPACAO LANCADOS: "
                WS-QTD-DESCONTOS
            DISPLAY "ENCARGOS POR ATRASO LANCADOS: " WS-QTD-ENCARGOS
            DISPLAY "CANCELAMENTOS ESTORNADOS NO GL: "
                WS-QTD-ESTORNADOS
            DISPLAY "TARIFAS BANCARIAS LANCADAS: " WS-QTD-TARIFAS

            STOP RUN.

      * cross-day confirmations included - plus those stamped with
      * this very run date, so a rerun after a crash reproduces the
      * same extract instead of dropping the already-stamped part.
      * Cancelled payments follow the same rule on PAY-DATA-ESTORNO;
      * one cancelled before it was ever extracted has nothing in
      * the GL to reverse.
       EXTRAI-PAGAMENTOS-CONFIRMADOS.
            PERFORM UNTIL WS-FIM-PAY
                READ PAY-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-PAY TO TRUE
                    NOT AT END
                        MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                        IF PAY-CONFIRM
                            AND (PAY-DATA-EXTRACAO = ZEROS
                                OR PAY-DATA-EXTRACAO = WS-RUN-DATE)
                            PERFORM GRAVA-PARTIDAS
                        END-IF
                        IF PAY-CANCELADO
                            AND PAY-DATA-EXTRACAO NOT = ZEROS
                            AND (PAY-DATA-ESTORNO = ZEROS
                                OR PAY-DATA-ESTORNO = WS-RUN-DATE)
                            PERFORM GRAVA-PARTIDAS-ESTORNO
                        END-IF
                END-READ
            END-PERFORM.

       GRAVA-PARTIDAS.
            PERFORM EMITE-PARTIDAS-PAGAMENTO

            MOVE WS-RUN-DATE TO PAY-DATA-EXTRACAO
            PERFORM REGRAVA-PAGAMENTO

            ADD 1 TO WS-QTD-EXTRAIDOS.

       EMITE-PARTIDAS-PAGAMENTO.
            PERFORM LOCALIZA-MAPA

            MOVE PAY-ID TO GL-PAY-ID
            IF PAY-VALOR-RETIDO > ZEROS
                PERFORM GRAVA-PARTIDAS-IRF
            END-IF
            IF PAY-DESC-TOMADO AND PAY-DESC-VALOR > ZEROS
                PERFORM GRAVA-PARTIDAS-DESCONTO
            END-IF
            IF PAY-VALOR-ENCARGOS > ZEROS
                PERFORM GRAVA-PARTIDAS-ENCARGO
            END-IF.

      * the reversal of a cancelled payment: the same class and the
      * same amounts, debit and credit accounts swapped, dated on
      * the run date - the cancellation lands in the open period,
      * the original posting stays where it was. A payment that was
      * extracted earlier on this same run date and cancelled
      * before a rerun gets its original pair rebuilt first, so the
      * rerun file still carries both sides and nets to zero.
       GRAVA-PARTIDAS-ESTORNO.
            IF PAY-DATA-EXTRACAO = WS-RUN-DATE
                PERFORM EMITE-PARTIDAS-PAGAMENTO
                ADD 1 TO WS-QTD-EXTRAIDOS
            END-IF

            PERFORM LOCALIZA-MAPA

            MOVE PAY-ID TO GL-PAY-ID
            MOVE PAY-VALOR TO GL-VALOR
            MOVE WS-RUN-DATE TO GL-DATA-YYYYMMDD
            MOVE PAY-MOEDA TO GL-MOEDA
            MOVE PAY-VALOR-ORIGINAL TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR TO WS-TOTAL-CREDITOS

            IF PAY-VALOR-RETIDO > ZEROS
                PERFORM GRAVA-ESTORNO-IRF
            END-IF
            IF PAY-DESC-TOMADO AND PAY-DESC-VALOR > ZEROS
                PERFORM GRAVA-ESTORNO-DESCONTO
            END-IF
            IF PAY-VALOR-ENCARGOS > ZEROS
                PERFORM GRAVA-ESTORNO-ENCARGO
            END-IF

            MOVE WS-RUN-DATE TO PAY-DATA-ESTORNO
            SET PAY-ESTORNO-PENDENTE TO TRUE
            PERFORM REGRAVA-PAGAMENTO

            ADD 1 TO WS-QTD-ESTORNADOS.

       GRAVA-ESTORNO-IRF.
            PERFORM LOCALIZA-MAPA-IRF

            MOVE PAY-ID TO GL-PAY-ID
            MOVE PAY-VALOR-RETIDO TO GL-VALOR
            MOVE WS-RUN-DATE TO GL-DATA-YYYYMMDD
            MOVE "BRL" TO GL-MOEDA
            MOVE PAY-VALOR-RETIDO TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR-RETIDO TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR-RETIDO TO WS-TOTAL-CREDITOS.

       GRAVA-ESTORNO-DESCONTO.
            PERFORM LOCALIZA-MAPA-DESCONTO

            MOVE PAY-ID TO GL-PAY-ID
            MOVE PAY-DESC-VALOR TO GL-VALOR
            MOVE WS-RUN-DATE TO GL-DATA-YYYYMMDD
            MOVE "BRL" TO GL-MOEDA
            MOVE PAY-DESC-VALOR TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-DESC-VALOR TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-DESC-VALOR TO WS-TOTAL-CREDITOS.

       GRAVA-ESTORNO-ENCARGO.
            PERFORM LOCALIZA-MAPA-ENCARGO

            MOVE PAY-ID TO GL-PAY-ID
            MOVE PAY-VALOR-ENCARGOS TO GL-VALOR
            MOVE WS-RUN-DATE TO GL-DATA-YYYYMMDD
            MOVE "BRL" TO GL-MOEDA
            MOVE PAY-VALOR-ENCARGOS TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR-ENCARGOS TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR-ENCARGOS TO WS-TOTAL-CREDITOS.

       REGRAVA-PAGAMENTO.
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PAGAMENTO " PAY-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO.

      * the withheld tax moves off the vendor-payable side into the
      * tax-payable account as a second balanced pair, coded from

            ADD 1 TO WS-QTD-RETENCOES.

      * the discount the vendor granted for paying early: the full
      * amount was booked to the vendor-payable side, the bank paid
      * less, and the difference moves from the payable to discount
      * income - the reserved DSC class of the GLACCMAP mapping.
       GRAVA-PARTIDAS-DESCONTO.
            PERFORM LOCALIZA-MAPA-DESCONTO

            MOVE PAY-ID TO GL-PAY-ID
            MOVE PAY-DESC-VALOR TO GL-VALOR
            MOVE PAY-DATA-YYYYMMDD TO GL-DATA-YYYYMMDD
            MOVE "BRL" TO GL-MOEDA
            MOVE PAY-DESC-VALOR TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-DESC-VALOR TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-DESC-VALOR TO WS-TOTAL-CREDITOS

            ADD 1 TO WS-QTD-DESCONTOS.

      * multa and juros the bank paid on top of a late payment's
      * balance: late-charge expense against the payable side, from
      * the reserved JUR class of the GLACCMAP mapping.
       GRAVA-PARTIDAS-ENCARGO.
            PERFORM LOCALIZA-MAPA-ENCARGO

            MOVE PAY-ID TO GL-PAY-ID
            MOVE PAY-VALOR-ENCARGOS TO GL-VALOR
            MOVE PAY-DATA-YYYYMMDD TO GL-DATA-YYYYMMDD
            MOVE "BRL" TO GL-MOEDA
            MOVE PAY-VALOR-ENCARGOS TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR-ENCARGOS TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            PERFORM EMITE-LANCAMENTO
            ADD PAY-VALOR-ENCARGOS TO WS-TOTAL-CREDITOS

            ADD 1 TO WS-QTD-ENCARGOS.

      * the fee history follows the master's stamp rule: a fee never
      * posted, or posted by this run date, goes (again) into the
      * extract. No TARIFHST means no fee was ever captured.
       EXTRAI-TARIFAS-BANCARIAS.
            OPEN I-O TARIFA-FILE
            IF WS-TAR-STATUS = "05" OR WS-TAR-STATUS = "35"
                DISPLAY "AVISO: TARIFHST NAO ENCONTRADO - NENHUMA "
                    "TARIFA BANCARIA PARA LANCAR"
            ELSE
                IF WS-TAR-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR TARIFHST - STATUS "
                        WS-TAR-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-FIM-TAR
                    READ TARIFA-FILE NEXT RECORD
                        AT END
                            SET WS-FIM-TAR TO TRUE
                        NOT AT END
                            IF TAR-DATA-LANCAMENTO = ZEROS
                                OR TAR-DATA-LANCAMENTO = WS-RUN-DATE
                                PERFORM GRAVA-PARTIDAS-TARIFA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TARIFA-FILE
            END-IF.

      * a fee is bank-fee expense against the bank account, the
      * reserved TAR class of the GLACCMAP mapping; a refund (negative
      * fee) gets the same pair with the accounts swapped, for its
      * absolute value, as DEMOREVAL does for a gain.
       GRAVA-PARTIDAS-TARIFA.
            PERFORM LOCALIZA-MAPA-TARIFA

            MOVE SPACES TO GL-PAY-ID
            MOVE "TAR" TO GL-PAY-ID(1:3)
            MOVE TAR-BANCO TO GL-PAY-ID(4:3)
            MOVE TAR-SEQUENCIA TO GL-PAY-ID(7:4)
            IF TAR-VALOR < ZEROS
                COMPUTE WS-VALOR-TARIFA = ZEROS - TAR-VALOR
            ELSE
                MOVE TAR-VALOR TO WS-VALOR-TARIFA
            END-IF
            MOVE WS-VALOR-TARIFA TO GL-VALOR
            MOVE TAR-DATA TO GL-DATA-YYYYMMDD
            MOVE "BRL" TO GL-MOEDA
            MOVE WS-VALOR-TARIFA TO GL-VALOR-ORIGINAL

            SET GL-LANCTO-DEBITO TO TRUE
            IF TAR-VALOR < ZEROS
                MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            ELSE
                MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            END-IF
            PERFORM EMITE-LANCAMENTO
            ADD WS-VALOR-TARIFA TO WS-TOTAL-DEBITOS

            SET GL-LANCTO-CREDITO TO TRUE
            IF TAR-VALOR < ZEROS
                MOVE WS-MAPA-DEBITO(WS-IDX) TO GL-CONTA
            ELSE
                MOVE WS-MAPA-CREDITO(WS-IDX) TO GL-CONTA
            END-IF
            PERFORM EMITE-LANCAMENTO
            ADD WS-VALOR-TARIFA TO WS-TOTAL-CREDITOS

            MOVE WS-RUN-DATE TO TAR-DATA-LANCAMENTO
            REWRITE TARIFA-RECORD
            IF WS-TAR-STATUS NOT = "00"
                DISPLAY "ERRO AO REGRAVAR TARIFHST - STATUS "
                    WS-TAR-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            ADD 1 TO WS-QTD-TARIFAS.

      * detail mode writes the posting line as always; summarized
      * mode (PARM-GL-MODO "S") accumulates it per account and tipo
      * and leaves the drill-back trail in GLXREF instead - the
            SET GLH-REGISTRO TO TRUE
            MOVE WS-RUN-DATE TO GLH-DATA
            MOVE "DEMOGL" TO GLH-ORIGEM
            MOVE ZEROS TO GLH-CICLO
            WRITE GLH-RECORD
            IF WS-GL-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-GL
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       LOCALIZA-MAPA-DESCONTO.
            SET WS-IDX TO 1
            SEARCH WS-MAPA-ITEM
                AT END
                    PERFORM ERRO-SEM-MAPA-DESCONTO
                WHEN WS-IDX > WS-QTD-MAPAS
                    PERFORM ERRO-SEM-MAPA-DESCONTO
                WHEN WS-MAPA-CLASSE(WS-IDX) = "DSC"
                    CONTINUE
            END-SEARCH.

       ERRO-SEM-MAPA-DESCONTO.
            DISPLAY "ERRO: PAGAMENTO " PAY-ID " COM DESCONTO TOMADO "
                "E SEM MAPEAMENTO DA CLASSE DSC NO GLACCMAP"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       LOCALIZA-MAPA-ENCARGO.
            SET WS-IDX TO 1
            SEARCH WS-MAPA-ITEM
                AT END
                    PERFORM ERRO-SEM-MAPA-ENCARGO
                WHEN WS-IDX > WS-QTD-MAPAS
                    PERFORM ERRO-SEM-MAPA-ENCARGO
                WHEN WS-MAPA-CLASSE(WS-IDX) = "JUR"
                    CONTINUE
            END-SEARCH.

       ERRO-SEM-MAPA-ENCARGO.
            DISPLAY "ERRO: PAGAMENTO " PAY-ID " COM ENCARGOS POR "
                "ATRASO E SEM MAPEAMENTO DA CLASSE JUR NO GLACCMAP"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       LOCALIZA-MAPA-TARIFA.
            SET WS-IDX TO 1
            SEARCH WS-MAPA-ITEM
                AT END
                    PERFORM ERRO-SEM-MAPA-TARIFA
                WHEN WS-IDX > WS-QTD-MAPAS
                    PERFORM ERRO-SEM-MAPA-TARIFA
                WHEN WS-MAPA-CLASSE(WS-IDX) = "TAR"
                    CONTINUE
            END-SEARCH.

       ERRO-SEM-MAPA-TARIFA.
            DISPLAY "ERRO: TARIFA DO BANCO " TAR-BANCO " DE "
                TAR-DATA " SEM MAPEAMENTO DA CLASSE TAR NO GLACCMAP"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       CONFERE-PARTIDAS-DOBRADAS.
            IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                DISPLAY "ERRO: EXTRATO GL DESBALANCEADO - DEBITOS "
                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                END-READ
                CLOSE CTRL-FILE
            END-IF.
            MOVE "DEMOGL" TO WS-REG-ORIGEM
            MOVE "S" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                DISPLAY "ERRO: GLEXTRF DE " WS-RUN-DATE
                    " JA EMITIDO SEGUNDO O XMITREG - EXTRACAO "
            MOVE WS-QTD-LANCAMENTOS TO WS-REG-QTD
            MOVE WS-HASH-LANCAMENTOS TO WS-REG-HASH
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO REGISTRADA"
            DISPLAY "ERRO AO GRAVAR GLEXTRF - STATUS " WS-GL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      * the before and after images of every PAYMASTF change go to
      * the PAYJRNL recovery journal; a change the journal cannot
      * hold would be lost to a forward recovery, so it stops the
      * run. The record as written is the before-image of any
      * further change to it.
       GRAVA-DIARIO.
            CALL "REGJRNL" USING WS-JRN-PROGRAMA WS-JRN-OPERACAO
                WS-IMAGEM-ANTES PAY-MASTER-RECORD WS-JRN-RESULTADO
            IF WS-JRN-ERRO
                DISPLAY "ERRO AO GRAVAR PAYJRNL - PAGAMENTO "
                    PAY-MASTER-RECORD(1:10)
                    " GRAVADO SEM DIARIO DE RECUPERACAO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES.
       END PROGRAM DEMOGL.
