      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end accrual of open payables - the GL only
      *          learns of a payment when DEMOGL extracts it as
      *          confirmado, so everything loaded and not yet
      *          settled (nao confirmado, aguardando aprovacao,
      *          agendado, and the open balance of a partially
      *          settled payment) is missing from the period's
      *          expense. Run at month end right after DEMOREVAL,
      *          this step walks PAYMASTF, values every open
      *          PAY-SALDO-ABERTO in BRL - a foreign-currency balance
      *          at the base-currency value DEMOREVAL has just
      *          restated PAY-VALOR to - and writes into GLPROVF (the
      *          GLEXTR layout with FILEHDR control records) one
      *          provisao pair per payment class, coded from the
      *          reserved PRV class of GLACCMAP and dated on the last
      *          day of the CTRLFILE run date's month, followed by
      *          the exact reversing pairs - same GL-PAY-ID and
      *          amount, accounts swapped - dated on the first
      *          business day of the next month per HOLCAL, so the
      *          accrual never survives into the month the payments
      *          are really posted in. The file is rebuilt whole on
      *          every run and its header carries the period-end
      *          date: a rerun of the same month replaces the
      *          accrual instead of adding a second one. A month
      *          closed in PERIODF (DEMOFECH) is refused.
      *          Two open payments are left out because their expense
      *          is already in the GL: one DEMODEVL reopened after
      *          DEMOGL had extracted it (PAY-DATA-EXTRACAO set), and
      *          the DEMODARF IRF remittance (class DRF), a tax
      *          liability the IRF pairs already credited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOPRVS.
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
           SELECT MAPA-CONTA-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MES
               FILE STATUS IS WS-PER-STATUS.
           SELECT PROVISAO-FILE ASSIGN TO "GLPROVF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  MAPA-CONTA-FILE.
       COPY GLACCMAP.
       FD  CALENDARIO-FILE.
       COPY CALREC.
       FD  PERIODO-FILE.
       COPY PERREC.
       FD  PROVISAO-FILE.
       COPY GLEXTR.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==PVH==
                              LEADING ==TRL== BY ==PVT==.
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-MAP-STATUS           PIC X(02) VALUE "00".
       77 WS-CAL-STATUS           PIC X(02) VALUE "00".
       77 WS-PER-STATUS           PIC X(02) VALUE "00".
       77 WS-PRV-STATUS           PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EOF-PAY              PIC X(01) VALUE "N".
          88 WS-FIM-PAY           VALUE "Y".
       77 WS-EOF-MAPA             PIC X(01) VALUE "N".
          88 WS-FIM-MAPA          VALUE "Y".
       77 WS-EOF-CAL              PIC X(01) VALUE "N".
          88 WS-FIM-CAL           VALUE "Y".
       77 WS-TEM-MAPA-PRV         PIC X(01) VALUE "N".
          88 WS-MAPA-PRV-OK       VALUE "Y".
       77 WS-CONTA-DESPESA        PIC X(08) VALUE SPACE.
       77 WS-CONTA-PROVISAO       PIC X(08) VALUE SPACE.
       77 WS-ANO                  PIC 9(04) VALUE ZEROS.
       77 WS-MES-NUM              PIC 9(02) VALUE ZEROS.
       77 WS-DATA-PRIMEIRO-DIA    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROVISAO        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ESTORNO         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TESTE           PIC 9(08) VALUE ZEROS.
       77 WS-DIA-NUMERO           PIC S9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77 WS-DIA-UTIL             PIC X(01) VALUE "N".
          88 WS-E-DIA-UTIL        VALUE "Y" FALSE "N".
       77 WS-SALDO-BRL            PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-LANCAMENTO     PIC S9(07)V99 VALUE ZEROS.
       77 WS-QTD-PROVISIONADOS    PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-PROVISAO       PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS      PIC 9(07) VALUE ZEROS.
       77 WS-HASH-LANCAMENTOS     PIC S9(11)V99 VALUE ZEROS.
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-ESTORNANDO           PIC X(01) VALUE "N".
          88 WS-E-ESTORNO         VALUE "Y" FALSE "N".
       77 WS-TOTAL-EDIT           PIC Z(10)9.99- VALUE ZEROS.
      * one entry per payment class (PAY-ID(1:3)) with an open
      * balance: the pair is written per class, not per payment.
       01 WS-CLASSES.
          05 WS-QTD-CLASSES       PIC 9(03) COMP VALUE ZEROS.
          05 WS-CLASSE-ITEM OCCURS 100 TIMES INDEXED BY WS-IDX.
             10 WS-CLASSE-CODIGO  PIC X(03).
             10 WS-CLASSE-QTD     PIC 9(05).
             10 WS-CLASSE-VALOR   PIC S9(09)V99.
       01 WS-FERIADOS.
          05 WS-QTD-FERIADOS      PIC 9(03) COMP VALUE ZEROS.
          05 WS-FERIADO-DATA      PIC 9(08) OCCURS 200 TIMES
                                   INDEXED BY WS-FER-IDX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            DISPLAY "DATA DO LOTE (CTRLFILE): " WS-RUN-DATE
            IF WS-RUN-DATE = ZEROS
                DISPLAY "ERRO: DATA DO LOTE AUSENTE NO CTRLFILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM VERIFICA-PERIODO-FECHADO
            PERFORM CARREGA-MAPA-PRV
            PERFORM CARREGA-CALENDARIO
            PERFORM CALCULA-DATAS-PROVISAO
            DISPLAY "PROVISAO DATADA DE " WS-DATA-PROVISAO
                " - ESTORNO EM " WS-DATA-ESTORNO

            OPEN INPUT PAY-MASTER-FILE
            IF WS-PAY-STATUS = "05" OR WS-PAY-STATUS = "35"
                DISPLAY "AVISO: PAYMASTF NAO ENCONTRADO - NADA A "
                    "PROVISIONAR"
            ELSE
                IF WS-PAY-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR PAYMASTF - STATUS "
                        WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-FIM-PAY
                    READ PAY-MASTER-FILE NEXT RECORD
                        AT END
                            SET WS-FIM-PAY TO TRUE
                        NOT AT END
                            IF NOT PAY-CONFIRM AND NOT PAY-POSTADO
                                AND NOT PAY-CANCELADO
                                AND PAY-SALDO-ABERTO > ZEROS
                                AND PAY-DATA-EXTRACAO = ZEROS
                                AND PAY-ID(1:3) NOT = "DRF"
                                PERFORM PROVISIONA-PAGAMENTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-MASTER-FILE
            END-IF

            OPEN OUTPUT PROVISAO-FILE
            IF WS-PRV-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR GLPROVF - STATUS "
                    WS-PRV-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM GRAVA-CABECALHO-PROVISAO
            SET WS-E-ESTORNO TO FALSE
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-CLASSES
                PERFORM GRAVA-PARTIDAS-PROVISAO
            END-PERFORM
            SET WS-E-ESTORNO TO TRUE
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-CLASSES
                PERFORM GRAVA-PARTIDAS-PROVISAO
            END-PERFORM
            PERFORM GRAVA-TRAILER-PROVISAO

            CLOSE PROVISAO-FILE

            MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-EDIT
            DISPLAY "PAGAMENTOS EM ABERTO PROVISIONADOS: "
                WS-QTD-PROVISIONADOS
            DISPLAY "CLASSES DE PAGAMENTO PROVISIONADAS: "
                WS-QTD-CLASSES
            DISPLAY "VALOR PROVISIONADO: " WS-TOTAL-EDIT " BRL"
            DISPLAY "LANCAMENTOS GRAVADOS NO GLPROVF: "
                WS-QTD-LANCAMENTOS

            STOP RUN.

      * the open balance is in the payment's own currency; a BRL
      * payment accrues it as it stands, a foreign one at the share
      * of the (just revalued) PAY-VALOR the balance still is.
       PROVISIONA-PAGAMENTO.
            IF PAY-MOEDA = SPACES OR PAY-MOEDA = "BRL"
                MOVE PAY-SALDO-ABERTO TO WS-SALDO-BRL
            ELSE
                IF PAY-VALOR-ORIGINAL NOT > ZEROS
                    DISPLAY "ERRO: PAGAMENTO " PAY-ID " EM "
                        PAY-MOEDA " SEM VALOR ORIGINAL - SALDO NAO "
                        "CONVERSIVEL"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-SALDO-BRL ROUNDED =
                    PAY-VALOR * PAY-SALDO-ABERTO / PAY-VALOR-ORIGINAL
            END-IF

            SET WS-IDX TO 1
            SEARCH WS-CLASSE-ITEM
                AT END
                    PERFORM INCLUI-CLASSE
                WHEN WS-IDX > WS-QTD-CLASSES
                    PERFORM INCLUI-CLASSE
                WHEN WS-CLASSE-CODIGO(WS-IDX) = PAY-ID(1:3)
                    PERFORM SOMA-CLASSE
            END-SEARCH.

       INCLUI-CLASSE.
            IF WS-QTD-CLASSES >= 100
                DISPLAY "ERRO: LIMITE DE 100 CLASSES DE PAGAMENTO "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-CLASSES
            SET WS-IDX TO WS-QTD-CLASSES
            MOVE PAY-ID(1:3) TO WS-CLASSE-CODIGO(WS-IDX)
            MOVE ZEROS TO WS-CLASSE-QTD(WS-IDX)
            MOVE ZEROS TO WS-CLASSE-VALOR(WS-IDX)
            PERFORM SOMA-CLASSE.

       SOMA-CLASSE.
            ADD 1 TO WS-CLASSE-QTD(WS-IDX)
            ADD WS-SALDO-BRL TO WS-CLASSE-VALOR(WS-IDX)
            ADD 1 TO WS-QTD-PROVISIONADOS
            ADD WS-SALDO-BRL TO WS-TOTAL-PROVISAO.

      * GL-PAY-ID "PRV" + class identifies the class's accrual; the
      * reversal carries the same ID and amount with debit and
      * credit swapped, so the pair nets to zero across the turn of
      * the month.
       GRAVA-PARTIDAS-PROVISAO.
            IF WS-CLASSE-VALOR(WS-SUB) > 9999999.99
                DISPLAY "ERRO: PROVISAO DA CLASSE "
                    WS-CLASSE-CODIGO(WS-SUB)
                    " EXCEDE O CAMPO DE VALOR DO GLEXTR"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-CLASSE-VALOR(WS-SUB) TO WS-VALOR-LANCAMENTO

            MOVE SPACES TO GL-PAY-ID
            MOVE "PRV" TO GL-PAY-ID(1:3)
            MOVE WS-CLASSE-CODIGO(WS-SUB) TO GL-PAY-ID(4:3)
            MOVE WS-VALOR-LANCAMENTO TO GL-VALOR
            MOVE "BRL" TO GL-MOEDA
            MOVE WS-VALOR-LANCAMENTO TO GL-VALOR-ORIGINAL
            IF WS-E-ESTORNO
                MOVE WS-DATA-ESTORNO TO GL-DATA-YYYYMMDD
            ELSE
                MOVE WS-DATA-PROVISAO TO GL-DATA-YYYYMMDD
            END-IF

            SET GL-LANCTO-DEBITO TO TRUE
            IF WS-E-ESTORNO
                MOVE WS-CONTA-PROVISAO TO GL-CONTA
            ELSE
                MOVE WS-CONTA-DESPESA TO GL-CONTA
            END-IF
            PERFORM GRAVA-LANCAMENTO

            SET GL-LANCTO-CREDITO TO TRUE
            IF WS-E-ESTORNO
                MOVE WS-CONTA-DESPESA TO GL-CONTA
            ELSE
                MOVE WS-CONTA-PROVISAO TO GL-CONTA
            END-IF
            PERFORM GRAVA-LANCAMENTO

            IF NOT WS-E-ESTORNO
                DISPLAY "CLASSE " WS-CLASSE-CODIGO(WS-SUB) ": "
                    WS-CLASSE-QTD(WS-SUB) " PAGAMENTO(S), PROVISAO "
                    WS-CLASSE-VALOR(WS-SUB)
            END-IF.

       GRAVA-LANCAMENTO.
            WRITE GL-EXTRACT-RECORD
            IF WS-PRV-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-PROVISAO
            END-IF
            ADD 1 TO WS-QTD-LANCAMENTOS
            ADD GL-VALOR TO WS-HASH-LANCAMENTOS.

      * the header is dated on the period end, not the run date, so
      * every run for the month produces the file of the same
      * period.
       GRAVA-CABECALHO-PROVISAO.
            MOVE SPACES TO PVH-RECORD
            SET PVH-REGISTRO TO TRUE
            MOVE WS-DATA-PROVISAO TO PVH-DATA
            MOVE "DEMOPRVS" TO PVH-ORIGEM
            MOVE ZEROS TO PVH-CICLO
            WRITE PVH-RECORD
            IF WS-PRV-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-PROVISAO
            END-IF.

       GRAVA-TRAILER-PROVISAO.
            MOVE SPACES TO PVT-RECORD
            SET PVT-REGISTRO TO TRUE
            MOVE WS-QTD-LANCAMENTOS TO PVT-QTD
            MOVE WS-HASH-LANCAMENTOS TO PVT-HASH
            WRITE PVT-RECORD
            IF WS-PRV-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-PROVISAO
            END-IF.

      * the accrual belongs to the last calendar day of the run
      * date's month; the reversal to the first business day of the
      * next - a weekend or HOLCAL holiday moves it forward.
       CALCULA-DATAS-PROVISAO.
            MOVE WS-RUN-DATE(1:4) TO WS-ANO
            MOVE WS-RUN-DATE(5:2) TO WS-MES-NUM
            IF WS-MES-NUM = 12
                ADD 1 TO WS-ANO
                MOVE 1 TO WS-MES-NUM
            ELSE
                ADD 1 TO WS-MES-NUM
            END-IF
            COMPUTE WS-DATA-PRIMEIRO-DIA = WS-ANO * 10000
                + WS-MES-NUM * 100 + 1
            COMPUTE WS-DIA-NUMERO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-PRIMEIRO-DIA)
            IF WS-DIA-NUMERO = ZEROS
                DISPLAY "ERRO: DATA DO LOTE INVALIDA NO CTRLFILE - "
                    WS-RUN-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-DATA-PROVISAO =
                FUNCTION DATE-OF-INTEGER(WS-DIA-NUMERO - 1)
            PERFORM VERIFICA-DIA-UTIL
            PERFORM UNTIL WS-E-DIA-UTIL
                ADD 1 TO WS-DIA-NUMERO
                PERFORM VERIFICA-DIA-UTIL
            END-PERFORM
            COMPUTE WS-DATA-ESTORNO =
                FUNCTION DATE-OF-INTEGER(WS-DIA-NUMERO).

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

       CARREGA-MAPA-PRV.
            OPEN INPUT MAPA-CONTA-FILE
            IF WS-MAP-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR GLACCMAP - STATUS "
                    WS-MAP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-FIM-MAPA
                READ MAPA-CONTA-FILE
                    AT END
                        SET WS-FIM-MAPA TO TRUE
                    NOT AT END
                        IF MAP-CLASSE = "PRV"
                            MOVE MAP-CONTA-DEBITO TO WS-CONTA-DESPESA
                            MOVE MAP-CONTA-CREDITO
                                TO WS-CONTA-PROVISAO
                            SET WS-MAPA-PRV-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MAPA-CONTA-FILE
            IF NOT WS-MAPA-PRV-OK
                DISPLAY "ERRO: CLASSE PRV SEM MAPEAMENTO NO "
                    "GLACCMAP"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * an accrual into a month the accountants already signed off
      * would change closed numbers.
       VERIFICA-PERIODO-FECHADO.
            OPEN INPUT PERIODO-FILE
            IF WS-PER-STATUS = "05" OR WS-PER-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-PER-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR PERIODF - STATUS "
                        WS-PER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-RUN-DATE(1:6) TO PER-MES
                READ PERIODO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PER-FECHADO
                            DISPLAY "ERRO: MES " PER-MES
                                " FECHADO EM " PER-DATA-FECHAMENTO
                                " POR " PER-OPERADOR
                                " - PROVISAO RECUSADA"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
                CLOSE PERIODO-FILE
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

       ERRO-GRAVACAO-PROVISAO.
            DISPLAY "ERRO AO GRAVAR GLPROVF - STATUS "
                WS-PRV-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       END PROGRAM DEMOPRVS.
