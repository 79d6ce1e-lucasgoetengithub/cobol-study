      ******************************************************************
      * Author:
      * Date:
      * Purpose: cash-flow forecast per settling bank - projects the
      *          outflows of the next 90 days, business day by
      *          business day, for every BANKMST bank, so treasury's
      *          weekly "how much leaves which account and when" is a
      *          report (FLUXRPT) instead of a spreadsheet exercise.
      *          The projection combines:
      *            - the agendado (F) payments, on their
      *              PAY-VENCIMENTO;
      *            - the open PAY-SALDO-ABERTO of unconfirmed and
      *              partially settled payments, on their due date
      *              (overdue ones fall on the run date);
      *            - the future occurrences the TEMPLATF recurring
      *              templates will generate through DEMOGEN, on the
      *              bank DEMOLOAD would resolve from the vendor;
      *            - the payments waiting in the DEMOAPRV queue, in a
      *              column of their own - they only leave the bank
      *              once approved.
      *          A due date on a weekend or a HOLCAL holiday moves to
      *          the next business day. Foreign-currency items are
      *          valued at the latest EXRATES rate on file for their
      *          currency and the line carries an "E" (estimativa);
      *          an item whose currency has no rate at all is left
      *          out and counted. Each bank closes with its 30/60/90
      *          day subtotals and the report with the totals of all
      *          banks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOFLUX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT PAY-MASTER-FILE ASSIGN TO "PAYMASTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-ID
               ALTERNATE RECORD KEY IS PAY-DATA-YYYYMMDD
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "TEMPLATF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPL-CODIGO
               FILE STATUS IS WS-TPL-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT BANCO-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCO-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RATE-FILE ASSIGN TO "EXRATES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FLUXRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  TEMPLATE-FILE.
       COPY TEMPLREC.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  BANCO-FILE.
       COPY BANKMST.
       FD  CALENDARIO-FILE.
       COPY CALREC.
       FD  RATE-FILE.
       COPY EXRATE.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-TPL-STATUS           PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-BCO-STATUS           PIC X(02) VALUE "00".
       77 WS-CAL-STATUS           PIC X(02) VALUE "00".
       77 WS-RATE-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EOF-PAY              PIC X(01) VALUE "N".
          88 WS-FIM-PAY           VALUE "Y".
       77 WS-EOF-TPL              PIC X(01) VALUE "N".
          88 WS-FIM-TPL           VALUE "Y".
       77 WS-EOF-BCO              PIC X(01) VALUE "N".
          88 WS-FIM-BCO           VALUE "Y".
       77 WS-EOF-CAL              PIC X(01) VALUE "N".
          88 WS-FIM-CAL           VALUE "Y".
       77 WS-EOF-TAXA             PIC X(01) VALUE "N".
          88 WS-FIM-TAXA          VALUE "Y".
       77 WS-VENDMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-VENDMAST      VALUE "Y".
       77 WS-HORIZONTE            PIC 9(03) VALUE 90.
       77 WS-DIAS-BASE            PIC S9(07) VALUE ZEROS.
       77 WS-DIA-NUMERO           PIC S9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77 WS-DATA-TESTE           PIC 9(08) VALUE ZEROS.
       77 WS-DIA-UTIL             PIC X(01) VALUE "N".
          88 WS-E-DIA-UTIL        VALUE "Y" FALSE "N".
       77 WS-DESLOCAMENTO         PIC S9(07) VALUE ZEROS.
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-DIA                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-FX                   PIC 9(01) COMP VALUE ZEROS.
      * the item being projected, whatever its source.
       77 WS-ITEM-ORIGEM          PIC X(01) VALUE SPACE.
          88 WS-ITEM-A-PAGAR      VALUE "P".
          88 WS-ITEM-MODELO       VALUE "M".
          88 WS-ITEM-APROVACAO    VALUE "A".
       77 WS-ITEM-DATA            PIC 9(08) VALUE ZEROS.
       77 WS-ITEM-MOEDA           PIC X(03) VALUE SPACE.
       77 WS-ITEM-VALOR           PIC S9(09)V99 VALUE ZEROS.
       77 WS-ITEM-VALOR-BRL       PIC S9(11)V99 VALUE ZEROS.
       77 WS-ITEM-BANCO           PIC X(03) VALUE SPACE.
       77 WS-ITEM-ESTIMADO        PIC X(01) VALUE SPACE.
       77 WS-ITEM-COM-TAXA        PIC X(01) VALUE "Y".
          88 WS-ITEM-SEM-TAXA     VALUE "N".
      * template occurrence dates, month by month over the horizon.
       77 WS-MES-PASSO            PIC 9(01) VALUE ZEROS.
       77 WS-ANO                  PIC 9(04) VALUE ZEROS.
       77 WS-MES                  PIC 9(02) VALUE ZEROS.
       77 WS-PROX-MES-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ULTIMO          PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA           PIC 9(02) VALUE ZEROS.
       77 WS-DIA-DEVIDO           PIC 9(02) VALUE ZEROS.
       77 WS-DATA-DEVIDA          PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-OCORRENCIAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTIMADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-TAXA         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALEM-HORIZONTE   PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       77 WS-PAGAR-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-MODELO-EDIT          PIC Z(10)9.99- VALUE ZEROS.
       77 WS-TOTAL-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-APROV-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-ROTULO-FAIXA         PIC X(10) VALUE SPACE.
       01 WS-FERIADOS.
          05 WS-QTD-FERIADOS      PIC 9(03) COMP VALUE ZEROS.
          05 WS-FERIADO-DATA      PIC 9(08) OCCURS 200 TIMES
                                   INDEXED BY WS-FER-IDX.
      * the latest rate on file per currency, not after the run date.
       01 WS-TAXAS.
          05 WS-QTD-TAXAS         PIC 9(03) COMP VALUE ZEROS.
          05 WS-TAXA-ITEM OCCURS 50 TIMES INDEXED BY WS-TAXA-IDX.
             10 WS-TAXA-MOEDA     PIC X(03).
             10 WS-TAXA-DATA      PIC 9(08).
             10 WS-TAXA-VALOR     PIC 9(03)V9(06).
      * one projection per bank, one slot per calendar day from the
      * run date (slot 1) to the end of the horizon (slot 91); only
      * business-day slots ever receive values.
       01 WS-BANCOS.
          05 WS-QTD-BANCOS        PIC 9(03) COMP VALUE ZEROS.
          05 WS-BANCO-ITEM OCCURS 20 TIMES INDEXED BY WS-BCO-IDX.
             10 WS-BANCO-CODIGO   PIC X(03).
             10 WS-BANCO-NOME     PIC X(30).
             10 WS-PREV-DIA OCCURS 91 TIMES.
                15 WS-PREV-PAGAR  PIC S9(11)V99.
                15 WS-PREV-MODELO PIC S9(11)V99.
                15 WS-PREV-APROV  PIC S9(11)V99.
                15 WS-PREV-ESTIMADO PIC X(01).
      * 30/60/90-day subtotals: per bank while it prints, and for all
      * banks at the end.
       01 WS-FAIXAS-BANCO.
          05 WS-FB-ITEM OCCURS 3 TIMES.
             10 WS-FB-PAGAR       PIC S9(11)V99.
             10 WS-FB-MODELO      PIC S9(11)V99.
             10 WS-FB-APROV       PIC S9(11)V99.
       01 WS-FAIXAS-GERAL.
          05 WS-FG-ITEM OCCURS 3 TIMES.
             10 WS-FG-PAGAR       PIC S9(11)V99.
             10 WS-FG-MODELO      PIC S9(11)V99.
             10 WS-FG-APROV       PIC S9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            IF WS-RUN-DATE = ZEROS
                DISPLAY "ERRO: DATA DO LOTE AUSENTE NO CTRLFILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-DIAS-BASE =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            IF WS-DIAS-BASE = ZEROS
                DISPLAY "ERRO: DATA DO LOTE INVALIDA - " WS-RUN-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CARREGA-CALENDARIO
            PERFORM CARREGA-BANCOS
            PERFORM CARREGA-TAXAS-CAMBIO
            INITIALIZE WS-FAIXAS-GERAL

            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS = "00"
                SET WS-TEM-VENDMAST TO TRUE
            END-IF

            PERFORM PROJETA-PAGAMENTOS
            PERFORM PROJETA-MODELOS

            IF WS-TEM-VENDMAST
                CLOSE VENDOR-FILE
            END-IF

            PERFORM IMPRIME-RELATORIO

            DISPLAY "PAGAMENTOS PROJETADOS: " WS-QTD-ITENS
            DISPLAY "OCORRENCIAS DE MODELOS PROJETADAS: "
                WS-QTD-OCORRENCIAS
            DISPLAY "ITENS EM MOEDA ESTRANGEIRA (ESTIMADOS): "
                WS-QTD-ESTIMADOS
            DISPLAY "ITENS SEM TAXA DE CAMBIO (FORA DA PREVISAO): "
                WS-QTD-SEM-TAXA
            DISPLAY "ITENS ALEM DO HORIZONTE DE " WS-HORIZONTE
                " DIAS: " WS-QTD-ALEM-HORIZONTE

            STOP RUN.

      * confirmed and posted payments already left the bank; a
      * cancelled or refused one never will; an open balance of zero
      * (fully offset by vendor credit) moves no money.
       PROJETA-PAGAMENTOS.
            OPEN INPUT PAY-MASTER-FILE
            IF WS-PAY-STATUS NOT = "00"
                DISPLAY "AVISO: PAYMASTF NAO ENCONTRADO OU VAZIO - "
                    "NENHUM PAGAMENTO A PROJETAR"
            ELSE
                PERFORM UNTIL WS-FIM-PAY
                    READ PAY-MASTER-FILE NEXT RECORD
                        AT END
                            SET WS-FIM-PAY TO TRUE
                        NOT AT END
                            PERFORM AVALIA-PAGAMENTO
                    END-READ
                END-PERFORM
                CLOSE PAY-MASTER-FILE
            END-IF.

       AVALIA-PAGAMENTO.
            EVALUATE TRUE
                WHEN PAY-CONFIRM OR PAY-POSTADO OR PAY-CANCELADO
                    CONTINUE
                WHEN PAY-APROV-RECUSADA
                    CONTINUE
                WHEN PAY-SALDO-ABERTO NOT > ZEROS
                    CONTINUE
                WHEN PAY-AGUARD-APROV OR PAY-APROV-PENDENTE
                    SET WS-ITEM-APROVACAO TO TRUE
                    PERFORM PROJETA-PAGAMENTO
                WHEN OTHER
                    SET WS-ITEM-A-PAGAR TO TRUE
                    PERFORM PROJETA-PAGAMENTO
            END-EVALUATE.

      * the open balance is on the settle side, in the payment's own
      * currency - the same side DEMOPAYO orders.
       PROJETA-PAGAMENTO.
            ADD 1 TO WS-QTD-ITENS
            MOVE PAY-VENCIMENTO-YYYYMMDD TO WS-ITEM-DATA
            MOVE PAY-MOEDA TO WS-ITEM-MOEDA
            MOVE PAY-SALDO-ABERTO TO WS-ITEM-VALOR
            MOVE PAY-BANCO TO WS-ITEM-BANCO
            PERFORM ACUMULA-ITEM.

      * DEMOGEN generates a monthly template on its day of the month
      * (the month's last day when shorter), inside its start/end
      * window; today's occurrence is already on the master, so only
      * the dates after the run date are projected - four months
      * cover the whole horizon.
       PROJETA-MODELOS.
            OPEN INPUT TEMPLATE-FILE
            IF WS-TPL-STATUS = "05" OR WS-TPL-STATUS = "35"
                DISPLAY "AVISO: TEMPLATF NAO ENCONTRADO - NENHUM "
                    "MODELO A PROJETAR"
            ELSE
                IF WS-TPL-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR TEMPLATF - STATUS "
                        WS-TPL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-FIM-TPL
                    READ TEMPLATE-FILE NEXT RECORD
                        AT END
                            SET WS-FIM-TPL TO TRUE
                        NOT AT END
                            IF TPL-MENSAL
                                PERFORM PROJETA-MODELO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TEMPLATE-FILE
            END-IF.

       PROJETA-MODELO.
            PERFORM RESOLVE-BANCO-MODELO
            MOVE WS-RUN-DATE(1:4) TO WS-ANO
            MOVE WS-RUN-DATE(5:2) TO WS-MES
            PERFORM VARYING WS-MES-PASSO FROM 1 BY 1
                UNTIL WS-MES-PASSO > 4
                PERFORM CALCULA-DATA-DEVIDA
                IF WS-DATA-DEVIDA > WS-RUN-DATE
                    AND WS-DATA-DEVIDA >= TPL-DATA-INICIO
                    AND (TPL-DATA-FIM = ZEROS
                        OR TPL-DATA-FIM >= WS-DATA-DEVIDA)
                    ADD 1 TO WS-QTD-OCORRENCIAS
                    SET WS-ITEM-MODELO TO TRUE
                    MOVE WS-DATA-DEVIDA TO WS-ITEM-DATA
                    MOVE TPL-MOEDA TO WS-ITEM-MOEDA
                    MOVE TPL-VALOR TO WS-ITEM-VALOR
                    PERFORM ACUMULA-ITEM
                END-IF
                IF WS-MES = 12
                    ADD 1 TO WS-ANO
                    MOVE 1 TO WS-MES
                ELSE
                    ADD 1 TO WS-MES
                END-IF
            END-PERFORM.

      * the DEMOGEN rule for the month's last day.
       CALCULA-DATA-DEVIDA.
            IF WS-MES = 12
                COMPUTE WS-PROX-MES-DATA =
                    (WS-ANO + 1) * 10000 + 0101
            ELSE
                COMPUTE WS-PROX-MES-DATA =
                    WS-ANO * 10000 + (WS-MES + 1) * 100 + 01
            END-IF
            COMPUTE WS-DATA-ULTIMO = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-PROX-MES-DATA) - 1)
            MOVE WS-DATA-ULTIMO(7:2) TO WS-ULTIMO-DIA
            MOVE TPL-DIA TO WS-DIA-DEVIDO
            IF WS-DIA-DEVIDO > WS-ULTIMO-DIA
                MOVE WS-ULTIMO-DIA TO WS-DIA-DEVIDO
            END-IF
            COMPUTE WS-DATA-DEVIDA =
                WS-ANO * 10000 + WS-MES * 100 + WS-DIA-DEVIDO.

      * the DEMOLOAD rule: the vendor's bank when registered in
      * BANKMAST, else the default bank (resolved in LOCALIZA-BANCO).
       RESOLVE-BANCO-MODELO.
            MOVE SPACES TO WS-ITEM-BANCO
            IF WS-TEM-VENDMAST AND TPL-FORNECEDOR NOT = SPACES
                MOVE TPL-FORNECEDOR TO VEND-CODIGO
                READ VENDOR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE VEND-BANCO TO WS-ITEM-BANCO
                END-READ
            END-IF.

       ACUMULA-ITEM.
            PERFORM CONVERTE-VALOR
            IF WS-ITEM-SEM-TAXA
                ADD 1 TO WS-QTD-SEM-TAXA
                DISPLAY "AVISO: SEM TAXA DE CAMBIO PARA "
                    WS-ITEM-MOEDA " - ITEM FORA DA PREVISAO"
            ELSE
                PERFORM CALCULA-DIA-UTIL
                IF WS-DESLOCAMENTO > WS-HORIZONTE
                    ADD 1 TO WS-QTD-ALEM-HORIZONTE
                ELSE
                    PERFORM LOCALIZA-BANCO
                    COMPUTE WS-DIA = WS-DESLOCAMENTO + 1
                    PERFORM SOMA-NA-PREVISAO
                END-IF
            END-IF.

       SOMA-NA-PREVISAO.
            EVALUATE TRUE
                WHEN WS-ITEM-APROVACAO
                    ADD WS-ITEM-VALOR-BRL
                        TO WS-PREV-APROV(WS-BCO-IDX, WS-DIA)
                WHEN WS-ITEM-MODELO
                    ADD WS-ITEM-VALOR-BRL
                        TO WS-PREV-MODELO(WS-BCO-IDX, WS-DIA)
                WHEN OTHER
                    ADD WS-ITEM-VALOR-BRL
                        TO WS-PREV-PAGAR(WS-BCO-IDX, WS-DIA)
            END-EVALUATE
            IF WS-ITEM-ESTIMADO = "E"
                ADD 1 TO WS-QTD-ESTIMADOS
                MOVE "E" TO WS-PREV-ESTIMADO(WS-BCO-IDX, WS-DIA)
            END-IF.

      * base-currency items are exact; anything else is an estimate
      * at the latest rate known.
       CONVERTE-VALOR.
            MOVE "Y" TO WS-ITEM-COM-TAXA
            MOVE SPACE TO WS-ITEM-ESTIMADO
            IF WS-ITEM-MOEDA = SPACES OR WS-ITEM-MOEDA = "BRL"
                MOVE WS-ITEM-VALOR TO WS-ITEM-VALOR-BRL
            ELSE
                SET WS-TAXA-IDX TO 1
                SEARCH WS-TAXA-ITEM
                    AT END
                        SET WS-ITEM-SEM-TAXA TO TRUE
                    WHEN WS-TAXA-IDX > WS-QTD-TAXAS
                        SET WS-ITEM-SEM-TAXA TO TRUE
                    WHEN WS-TAXA-MOEDA(WS-TAXA-IDX) = WS-ITEM-MOEDA
                        COMPUTE WS-ITEM-VALOR-BRL ROUNDED =
                            WS-ITEM-VALOR * WS-TAXA-VALOR(WS-TAXA-IDX)
                        MOVE "E" TO WS-ITEM-ESTIMADO
                END-SEARCH
            END-IF.

      * overdue or undated items fall on the run date; a weekend or
      * holiday rolls forward to the next business day.
       CALCULA-DIA-UTIL.
            MOVE ZEROS TO WS-DIA-NUMERO
            IF WS-ITEM-DATA IS NUMERIC AND WS-ITEM-DATA > WS-RUN-DATE
                COMPUTE WS-DIA-NUMERO =
                    FUNCTION INTEGER-OF-DATE(WS-ITEM-DATA)
            END-IF
            IF WS-DIA-NUMERO < WS-DIAS-BASE
                MOVE WS-DIAS-BASE TO WS-DIA-NUMERO
            END-IF
            PERFORM VERIFICA-DIA-UTIL
            PERFORM UNTIL WS-E-DIA-UTIL
                ADD 1 TO WS-DIA-NUMERO
                PERFORM VERIFICA-DIA-UTIL
            END-PERFORM
            COMPUTE WS-DESLOCAMENTO = WS-DIA-NUMERO - WS-DIAS-BASE.

       VERIFICA-DIA-UTIL.
            SET WS-E-DIA-UTIL TO TRUE
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-NUMERO, 7)
            IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                SET WS-E-DIA-UTIL TO FALSE
            ELSE
                COMPUTE WS-DATA-TESTE =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-NUMERO)
                SET WS-FER-IDX TO 1
                SEARCH WS-FERIADO-DATA
                    AT END
                        CONTINUE
                    WHEN WS-FER-IDX > WS-QTD-FERIADOS
                        CONTINUE
                    WHEN WS-FERIADO-DATA(WS-FER-IDX) = WS-DATA-TESTE
                        SET WS-E-DIA-UTIL TO FALSE
                END-SEARCH
            END-IF.

      * a bank not registered in BANKMAST (or the spaces of a legacy
      * single-bank payment) settles through the default bank, the
      * first BANKMAST record.
       LOCALIZA-BANCO.
            SET WS-BCO-IDX TO 1
            SEARCH WS-BANCO-ITEM
                AT END
                    SET WS-BCO-IDX TO 1
                WHEN WS-BCO-IDX > WS-QTD-BANCOS
                    SET WS-BCO-IDX TO 1
                WHEN WS-BANCO-CODIGO(WS-BCO-IDX) = WS-ITEM-BANCO
                    CONTINUE
            END-SEARCH.

       IMPRIME-RELATORIO.
            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR FLUXRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO PRINT-LINE
            STRING "PREVISAO DE FLUXO DE CAIXA POR BANCO - DATA "
                WS-RUN-DATE " - HORIZONTE " WS-HORIZONTE " DIAS"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "VALORES EM BRL; E = INCLUI MOEDA ESTRANGEIRA "
                "ESTIMADA PELA ULTIMA TAXA DO EXRATES"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-BANCOS
                PERFORM IMPRIME-BANCO
            END-PERFORM

            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "TOTAL DE TODOS OS BANCOS"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 3
                MOVE WS-FG-ITEM(WS-FX) TO WS-FB-ITEM(WS-FX)
                PERFORM IMPRIME-FAIXA
            END-PERFORM

            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "ITENS SEM TAXA DE CAMBIO (FORA DA PREVISAO): "
                WS-QTD-SEM-TAXA
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "ITENS ALEM DO HORIZONTE: " WS-QTD-ALEM-HORIZONTE
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            CLOSE PRINT-FILE.

       IMPRIME-BANCO.
            INITIALIZE WS-FAIXAS-BANCO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "BANCO " WS-BANCO-CODIGO(WS-SUB) " "
                WS-BANCO-NOME(WS-SUB)
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "DATA             A PAGAR         MODELOS"
                "           TOTAL  AGUARD.APROV."
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-HORIZONTE + 1
                IF WS-PREV-PAGAR(WS-SUB, WS-DIA) NOT = ZEROS
                    OR WS-PREV-MODELO(WS-SUB, WS-DIA) NOT = ZEROS
                    OR WS-PREV-APROV(WS-SUB, WS-DIA) NOT = ZEROS
                    PERFORM IMPRIME-DIA
                END-IF
            END-PERFORM

            PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 3
                PERFORM IMPRIME-FAIXA
                ADD WS-FB-PAGAR(WS-FX) TO WS-FG-PAGAR(WS-FX)
                ADD WS-FB-MODELO(WS-FX) TO WS-FG-MODELO(WS-FX)
                ADD WS-FB-APROV(WS-FX) TO WS-FG-APROV(WS-FX)
            END-PERFORM.

      * slot 1 is the run date itself: days 0-30 make the first
      * band, 31-60 the second, 61-90 the third.
       IMPRIME-DIA.
            EVALUATE TRUE
                WHEN WS-DIA <= 31
                    MOVE 1 TO WS-FX
                WHEN WS-DIA <= 61
                    MOVE 2 TO WS-FX
                WHEN OTHER
                    MOVE 3 TO WS-FX
            END-EVALUATE
            ADD WS-PREV-PAGAR(WS-SUB, WS-DIA) TO WS-FB-PAGAR(WS-FX)
            ADD WS-PREV-MODELO(WS-SUB, WS-DIA)
                TO WS-FB-MODELO(WS-FX)
            ADD WS-PREV-APROV(WS-SUB, WS-DIA) TO WS-FB-APROV(WS-FX)

            COMPUTE WS-DATA-TESTE = FUNCTION DATE-OF-INTEGER(
                WS-DIAS-BASE + WS-DIA - 1)
            COMPUTE WS-LINHA-TOTAL = WS-PREV-PAGAR(WS-SUB, WS-DIA)
                + WS-PREV-MODELO(WS-SUB, WS-DIA)
            MOVE WS-PREV-PAGAR(WS-SUB, WS-DIA) TO WS-PAGAR-EDIT
            MOVE WS-PREV-MODELO(WS-SUB, WS-DIA) TO WS-MODELO-EDIT
            MOVE WS-LINHA-TOTAL TO WS-TOTAL-EDIT
            MOVE WS-PREV-APROV(WS-SUB, WS-DIA) TO WS-APROV-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING WS-DATA-TESTE " " WS-PAGAR-EDIT " "
                WS-MODELO-EDIT " " WS-TOTAL-EDIT " "
                WS-APROV-EDIT " " WS-PREV-ESTIMADO(WS-SUB, WS-DIA)
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-FAIXA.
            EVALUATE WS-FX
                WHEN 1
                    MOVE "ATE 30 D" TO WS-ROTULO-FAIXA
                WHEN 2
                    MOVE "31-60 D" TO WS-ROTULO-FAIXA
                WHEN OTHER
                    MOVE "61-90 D" TO WS-ROTULO-FAIXA
            END-EVALUATE
            COMPUTE WS-LINHA-TOTAL = WS-FB-PAGAR(WS-FX)
                + WS-FB-MODELO(WS-FX)
            MOVE WS-FB-PAGAR(WS-FX) TO WS-PAGAR-EDIT
            MOVE WS-FB-MODELO(WS-FX) TO WS-MODELO-EDIT
            MOVE WS-LINHA-TOTAL TO WS-TOTAL-EDIT
            MOVE WS-FB-APROV(WS-FX) TO WS-APROV-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING WS-ROTULO-FAIXA WS-PAGAR-EDIT " "
                WS-MODELO-EDIT " " WS-TOTAL-EDIT " "
                WS-APROV-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * without BANKMAST the shop is single-bank: one projection
      * under bank code spaces, as DEMOLOAD stamps it.
       CARREGA-BANCOS.
            OPEN INPUT BANCO-FILE
            IF WS-BCO-STATUS = "05" OR WS-BCO-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-BCO-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR BANKMAST - STATUS "
                        WS-BCO-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-FIM-BCO
                    READ BANCO-FILE
                        AT END
                            SET WS-FIM-BCO TO TRUE
                        NOT AT END
                            PERFORM GUARDA-BANCO
                    END-READ
                END-PERFORM
                CLOSE BANCO-FILE
            END-IF
            IF WS-QTD-BANCOS = ZEROS
                MOVE 1 TO WS-QTD-BANCOS
                MOVE SPACES TO WS-BANCO-CODIGO(1)
                MOVE "(BANCO UNICO - SEM BANKMAST)"
                    TO WS-BANCO-NOME(1)
            END-IF
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-BANCOS
                PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 91
                    MOVE ZEROS TO WS-PREV-PAGAR(WS-SUB, WS-DIA)
                    MOVE ZEROS TO WS-PREV-MODELO(WS-SUB, WS-DIA)
                    MOVE ZEROS TO WS-PREV-APROV(WS-SUB, WS-DIA)
                    MOVE SPACE TO WS-PREV-ESTIMADO(WS-SUB, WS-DIA)
                END-PERFORM
            END-PERFORM.

       GUARDA-BANCO.
            IF WS-QTD-BANCOS >= 20
                DISPLAY "ERRO: LIMITE DE 20 BANCOS NO BANKMAST "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-BANCOS
            MOVE BCO-CODIGO TO WS-BANCO-CODIGO(WS-QTD-BANCOS)
            MOVE BCO-NOME TO WS-BANCO-NOME(WS-QTD-BANCOS).

       CARREGA-CALENDARIO.
            OPEN INPUT CALENDARIO-FILE
            IF WS-CAL-STATUS NOT = "00"
                DISPLAY "AVISO: HOLCAL NAO ENCONTRADO - APENAS "
                    "FINS DE SEMANA SERAO TRATADOS"
            ELSE
                PERFORM UNTIL WS-FIM-CAL
                    READ CALENDARIO-FILE
                        AT END
                            SET WS-FIM-CAL TO TRUE
                        NOT AT END
                            PERFORM GUARDA-FERIADO
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO-FILE
            END-IF.

       GUARDA-FERIADO.
            IF WS-QTD-FERIADOS >= 200
                DISPLAY "ERRO: LIMITE DE 200 FERIADOS NO HOLCAL "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FER-DATA IS NUMERIC
                ADD 1 TO WS-QTD-FERIADOS
                MOVE FER-DATA TO WS-FERIADO-DATA(WS-QTD-FERIADOS)
            END-IF.

      * unlike the booking steps, a forecast may use a rate older
      * than the run date - it is marked as an estimate anyway.
       CARREGA-TAXAS-CAMBIO.
            OPEN INPUT RATE-FILE
            IF WS-RATE-STATUS NOT = "00"
                DISPLAY "AVISO: EXRATES NAO ENCONTRADO - ITENS EM "
                    "MOEDA ESTRANGEIRA FICAM FORA DA PREVISAO"
            ELSE
                PERFORM UNTIL WS-FIM-TAXA
                    READ RATE-FILE
                        AT END
                            SET WS-FIM-TAXA TO TRUE
                        NOT AT END
                            IF RATE-DATA IS NUMERIC
                                AND RATE-DATA <= WS-RUN-DATE
                                PERFORM GUARDA-TAXA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RATE-FILE
            END-IF.

       GUARDA-TAXA.
            SET WS-TAXA-IDX TO 1
            SEARCH WS-TAXA-ITEM
                AT END
                    PERFORM INCLUI-TAXA
                WHEN WS-TAXA-IDX > WS-QTD-TAXAS
                    PERFORM INCLUI-TAXA
                WHEN WS-TAXA-MOEDA(WS-TAXA-IDX) = RATE-MOEDA
                    IF RATE-DATA > WS-TAXA-DATA(WS-TAXA-IDX)
                        MOVE RATE-DATA TO WS-TAXA-DATA(WS-TAXA-IDX)
                        MOVE RATE-TAXA TO WS-TAXA-VALOR(WS-TAXA-IDX)
                    END-IF
            END-SEARCH.

       INCLUI-TAXA.
            IF WS-QTD-TAXAS >= 50
                DISPLAY "ERRO: LIMITE DE 50 TAXAS DE CAMBIO "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-TAXAS
            MOVE RATE-MOEDA TO WS-TAXA-MOEDA(WS-QTD-TAXAS)
            MOVE RATE-DATA TO WS-TAXA-DATA(WS-QTD-TAXAS)
            MOVE RATE-TAXA TO WS-TAXA-VALOR(WS-QTD-TAXAS).

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR FLUXRPT - STATUS "
                    WS-PRINT-STATUS
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
       END PROGRAM DEMOFLUX.
