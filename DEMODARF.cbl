      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end IRF remittance - takes the IRF withheld at
      *          source in one month, with exactly the selection
      *          DEMOIRF prints on IRFRPT (settled payments, S or P,
      *          of the month, on the payment master and the PAYHISTF
      *          archive), and creates in PAYMASTF the payment of
      *          that total to the tax authority: the one VENDMAST
      *          vendor registered as orgao arrecadador (DEMOVEND).
      *          The payment carries the legal due date as
      *          PAY-VENCIMENTO - day 20 of the following month,
      *          brought back to the previous business day when that
      *          is a weekend or a HOLCAL holiday - so it parks as
      *          agendado and DEMOREL releases it on time instead of
      *          someone remembering to key it. Its PAY-ID is "DRF"
      *          followed by the month (YYYYMM): the GLACCMAP class
      *          DRF must debit the same tax-payable account the IRF
      *          class credits, so DEMOGL posts the remittance
      *          against the liability the withholdings built up -
      *          the run stops when the mapping says otherwise. The
      *          month's PAY-ID is also what makes the step
      *          idempotent: a rerun for a month whose remittance is
      *          already on the master (or archived) creates nothing.
      *          The inclusion is logged to AUDITLOG under the
      *          operator, with the DEMOMANT motivo, and refused in a
      *          month the accountants closed (PERIODF). ENTER on the
      *          month takes the CTRLFILE run date's month, the
      *          DEMOIRF selection.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMODARF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-MASTER-FILE ASSIGN TO "PAYMASTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               ALTERNATE RECORD KEY IS PAY-DATA-YYYYMMDD
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PAYHISTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID OF HIST-PAY-RECORD
               ALTERNATE RECORD KEY IS PAY-DATA-YYYYMMDD
                   OF HIST-PAY-RECORD WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT MAPA-CONTA-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT BANCO-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCO-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MES
               FILE STATUS IS WS-PER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  PARM-FILE.
       COPY PARMREC.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  HISTORY-FILE.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY HIST-PAY-RECORD.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  MAPA-CONTA-FILE.
       COPY GLACCMAP.
       FD  BANCO-FILE.
       COPY BANKMST.
       FD  CALENDARIO-FILE.
       COPY CALREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  PERIODO-FILE.
       COPY PERREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMODARF".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-HIST-STATUS          PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-MAP-STATUS           PIC X(02) VALUE "00".
       77 WS-BCO-STATUS           PIC X(02) VALUE "00".
       77 WS-CAL-STATUS           PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-PER-STATUS           PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-MES-X                PIC X(06) VALUE SPACE.
       77 WS-MES                  PIC 9(06) VALUE ZEROS.
       77 WS-MES-VERIFICAR        PIC 9(06) VALUE ZEROS.
       77 WS-LIMITE-APROVACAO     PIC S9(07)V99 VALUE ZEROS.
       77 WS-DATA-ISO             PIC X(10) VALUE SPACE.
       77 WS-DATA-STATUS          PIC X(01) VALUE "Y".
          88 WS-DATA-INVALIDA     VALUE "N".
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-EOF-MAPA             PIC X(01) VALUE "N".
          88 WS-FIM-MAPA          VALUE "Y".
       77 WS-EOF-BCO              PIC X(01) VALUE "N".
          88 WS-FIM-BCO           VALUE "Y".
       77 WS-EOF-CAL              PIC X(01) VALUE "N".
          88 WS-FIM-CAL           VALUE "Y".
       77 WS-PAY-ID-REMESSA       PIC X(10) VALUE SPACE.
       77 WS-REMESSA-EXISTE       PIC X(01) VALUE "N".
          88 WS-JA-GERADA         VALUE "Y".
       77 WS-FORN-ORGAO           PIC X(06) VALUE SPACE.
       77 WS-BANCO-ORGAO          PIC X(03) VALUE SPACE.
       77 WS-QTD-ORGAOS           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RETENCOES        PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-RETIDO         PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-EDIT           PIC Z(08)9.99- VALUE ZEROS.
      * the legal due date: day 20 of the month after the one the
      * tax was withheld in.
       77 WS-DIA-VENCIMENTO-IRF   PIC 9(02) VALUE 20.
       77 WS-ANO                  PIC 9(04) VALUE ZEROS.
       77 WS-MES-NUM              PIC 9(02) VALUE ZEROS.
       77 WS-DATA-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77 WS-DIA-NUMERO           PIC S9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77 WS-DIA-UTIL             PIC X(01) VALUE "N".
          88 WS-E-DIA-UTIL        VALUE "Y" FALSE "N".
       77 WS-CONTA-IRF-CREDITO    PIC X(08) VALUE SPACE.
       77 WS-CONTA-DRF-DEBITO     PIC X(08) VALUE SPACE.
       77 WS-TEM-MAPA-IRF         PIC X(01) VALUE "N".
          88 WS-MAPA-IRF-OK       VALUE "Y".
       77 WS-TEM-MAPA-DRF         PIC X(01) VALUE "N".
          88 WS-MAPA-DRF-OK       VALUE "Y".
       77 WS-QTD-BANCOS           PIC 9(03) VALUE ZEROS.
       77 WS-BANCO-PADRAO         PIC X(03) VALUE SPACE.
       77 WS-BANCO-REGISTRADO     PIC X(01) VALUE "N".
          88 WS-BANCO-DO-ORGAO-OK VALUE "Y".
       77 WS-MOTIVO               PIC X(30) VALUE SPACE.
       01 WS-FERIADOS.
          05 WS-QTD-FERIADOS      PIC 9(03) COMP VALUE ZEROS.
          05 WS-FERIADO-DATA      PIC 9(08) OCCURS 200 TIMES
                                   INDEXED BY WS-FER-IDX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR
            PERFORM CARREGA-DATA-CONTROLE
            PERFORM CARREGA-PARAMETROS

            DISPLAY "MES (YYYYMM, ENTER P/ MES DA DATA DO LOTE): "
            ACCEPT WS-MES-X

            IF WS-MES-X = SPACE
                MOVE WS-RUN-DATE(1:6) TO WS-MES(1:6)
            ELSE
                IF WS-MES-X IS NOT NUMERIC
                    DISPLAY "ERRO: MES DE SELECAO INVALIDO - "
                        WS-MES-X
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-MES-X TO WS-MES(1:6)
            END-IF
            MOVE WS-MES(1:4) TO WS-ANO
            MOVE WS-MES(5:2) TO WS-MES-NUM
            IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
                OR WS-MES > WS-RUN-DATE(1:6)
                DISPLAY "ERRO: MES DE SELECAO INVALIDO - " WS-MES
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE WS-RUN-DATE(1:6) TO WS-MES-VERIFICAR
            PERFORM VERIFICA-PERIODO-FECHADO
            PERFORM CONFERE-MAPA-CONTAS

            MOVE SPACES TO WS-PAY-ID-REMESSA
            STRING "DRF" WS-MES DELIMITED BY SIZE
                INTO WS-PAY-ID-REMESSA

            PERFORM ABRE-PAYMASTF
            PERFORM VERIFICA-REMESSA-EXISTENTE
            IF WS-JA-GERADA
                CLOSE PAY-MASTER-FILE
                DISPLAY "AVISO: RECOLHIMENTO DE IRF DO MES " WS-MES
                    " JA GERADO (" WS-PAY-ID-REMESSA ") - NADA A "
                    "FAZER"
                STOP RUN
            END-IF

            PERFORM ACUMULA-MASTER-ATIVO
            PERFORM ACUMULA-ARQUIVO-MORTO
            IF WS-TOTAL-RETIDO NOT > ZEROS
                CLOSE PAY-MASTER-FILE
                DISPLAY "AVISO: NENHUM IRF RETIDO NO MES " WS-MES
                    " - NENHUM RECOLHIMENTO A GERAR"
                STOP RUN
            END-IF

            PERFORM LOCALIZA-ORGAO-ARRECADADOR
            PERFORM CARREGA-BANCOS
            PERFORM CARREGA-CALENDARIO
            PERFORM CALCULA-VENCIMENTO-LEGAL

            PERFORM GRAVA-REMESSA
            CLOSE PAY-MASTER-FILE

            MOVE WS-TOTAL-RETIDO TO WS-TOTAL-EDIT
            DISPLAY "RECOLHIMENTO DE IRF GERADO: " WS-PAY-ID-REMESSA
            DISPLAY "ORGAO ARRECADADOR: " WS-FORN-ORGAO
            DISPLAY "RETENCOES DO MES " WS-MES ": " WS-QTD-RETENCOES
            DISPLAY "VALOR: " WS-TOTAL-EDIT " BRL"
            DISPLAY "VENCIMENTO: " WS-DATA-VENCIMENTO
            DISPLAY "SITUACAO DO PAGTO: " PAY-PAGTO OF PAY-MASTER-RECORD

            STOP RUN.

      * the month's remittance is one PAY-ID: on the master, or
      * already archived, it was generated by an earlier run.
       VERIFICA-REMESSA-EXISTENTE.
            MOVE WS-PAY-ID-REMESSA TO PAY-ID OF PAY-MASTER-RECORD
            READ PAY-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-JA-GERADA TO TRUE
            END-READ
            IF NOT WS-JA-GERADA
                OPEN INPUT HISTORY-FILE
                IF WS-HIST-STATUS = "00"
                    MOVE WS-PAY-ID-REMESSA
                        TO PAY-ID OF HIST-PAY-RECORD
                    READ HISTORY-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET WS-JA-GERADA TO TRUE
                    END-READ
                    CLOSE HISTORY-FILE
                END-IF
            END-IF.

       ACUMULA-MASTER-ATIVO.
            MOVE LOW-VALUES TO PAY-ID OF PAY-MASTER-RECORD
            START PAY-MASTER-FILE
                KEY IS >= PAY-ID OF PAY-MASTER-RECORD
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START
            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE PAY-MASTER-RECORD TO HIST-PAY-RECORD
                        PERFORM ACUMULA-SE-RETIDO
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF.

       ACUMULA-ARQUIVO-MORTO.
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS NOT = "00"
                CONTINUE
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ HISTORY-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM ACUMULA-SE-RETIDO
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF
            MOVE "N" TO WS-EOF.

      * the DEMOIRF selection: only settled payments (S ou P) have
      * withheld anything.
       ACUMULA-SE-RETIDO.
            IF PAY-DATA-YYYYMMDD OF HIST-PAY-RECORD (1:6)
                = WS-MES(1:6)
                AND PAY-VALOR-RETIDO OF HIST-PAY-RECORD > ZEROS
                AND (PAY-PAGTO OF HIST-PAY-RECORD = "S"
                    OR PAY-PAGTO OF HIST-PAY-RECORD = "P")
                ADD 1 TO WS-QTD-RETENCOES
                ADD PAY-VALOR-RETIDO OF HIST-PAY-RECORD
                    TO WS-TOTAL-RETIDO
            END-IF.

      * exactly one vendor may be the tax authority: none means the
      * payee was never registered, more than one that nobody knows
      * which account the tax goes to.
       LOCALIZA-ORGAO-ARRECADADOR.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS NOT = "00"
                DISPLAY "ERRO: VENDMAST NAO ENCONTRADO - ORGAO "
                    "ARRECADADOR NAO CADASTRADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-END-OF-FILE
                READ VENDOR-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF VEND-ORGAO-ARRECADADOR
                            ADD 1 TO WS-QTD-ORGAOS
                            MOVE VEND-CODIGO TO WS-FORN-ORGAO
                            MOVE VEND-BANCO TO WS-BANCO-ORGAO
                        END-IF
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF
            CLOSE VENDOR-FILE
            IF WS-QTD-ORGAOS = ZEROS
                DISPLAY "ERRO: NENHUM FORNECEDOR CADASTRADO COMO "
                    "ORGAO ARRECADADOR NO VENDMAST (DEMOVEND)"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-QTD-ORGAOS > 1
                DISPLAY "ERRO: " WS-QTD-ORGAOS " FORNECEDORES "
                    "CADASTRADOS COMO ORGAO ARRECADADOR - DEIXAR "
                    "APENAS UM"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * DEMOGL posts a payment by the class in its first three
      * characters: the DRF pair must debit the tax-payable account
      * the IRF pair credited, or the remittance would not clear the
      * liability.
       CONFERE-MAPA-CONTAS.
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
                        EVALUATE MAP-CLASSE
                            WHEN "IRF"
                                SET WS-MAPA-IRF-OK TO TRUE
                                MOVE MAP-CONTA-CREDITO
                                    TO WS-CONTA-IRF-CREDITO
                            WHEN "DRF"
                                SET WS-MAPA-DRF-OK TO TRUE
                                MOVE MAP-CONTA-DEBITO
                                    TO WS-CONTA-DRF-DEBITO
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE MAPA-CONTA-FILE
            IF NOT WS-MAPA-IRF-OK OR NOT WS-MAPA-DRF-OK
                DISPLAY "ERRO: CLASSES IRF E DRF OBRIGATORIAS NO "
                    "GLACCMAP PARA O RECOLHIMENTO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-CONTA-DRF-DEBITO NOT = WS-CONTA-IRF-CREDITO
                DISPLAY "ERRO: CLASSE DRF DEBITA " WS-CONTA-DRF-DEBITO
                    " MAS O IRF A RECOLHER ESTA NA CONTA "
                    WS-CONTA-IRF-CREDITO " - CORRIGIR O GLACCMAP"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * day 20 of the following month; a weekend or holiday brings
      * it back to the previous business day - the tax is due
      * before the date, never after.
       CALCULA-VENCIMENTO-LEGAL.
            IF WS-MES-NUM = 12
                ADD 1 TO WS-ANO
                MOVE 1 TO WS-MES-NUM
            ELSE
                ADD 1 TO WS-MES-NUM
            END-IF
            COMPUTE WS-DATA-VENCIMENTO = WS-ANO * 10000
                + WS-MES-NUM * 100 + WS-DIA-VENCIMENTO-IRF
            COMPUTE WS-DIA-NUMERO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
            PERFORM VERIFICA-DIA-UTIL
            PERFORM UNTIL WS-E-DIA-UTIL
                SUBTRACT 1 FROM WS-DIA-NUMERO
                PERFORM VERIFICA-DIA-UTIL
            END-PERFORM
            COMPUTE WS-DATA-VENCIMENTO =
                FUNCTION DATE-OF-INTEGER(WS-DIA-NUMERO).

       VERIFICA-DIA-UTIL.
            SET WS-E-DIA-UTIL TO TRUE
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-NUMERO, 7)
            IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                SET WS-E-DIA-UTIL TO FALSE
            ELSE
                COMPUTE WS-DATA-VENCIMENTO =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-NUMERO)
                SET WS-FER-IDX TO 1
                SEARCH WS-FERIADO-DATA
                    AT END
                        CONTINUE
                    WHEN WS-FER-IDX > WS-QTD-FERIADOS
                        CONTINUE
                    WHEN WS-FERIADO-DATA(WS-FER-IDX) =
                        WS-DATA-VENCIMENTO
                        SET WS-E-DIA-UTIL TO FALSE
                END-SEARCH
            END-IF.

      * every field of the record is set, the DEMOMANT inclusion
      * discipline; a due date still ahead parks it as agendado
      * for DEMOREL, a remittance generated late enters the day's
      * payable population under the usual approval limit.
       GRAVA-REMESSA.
            INITIALIZE PAY-MASTER-RECORD
            MOVE WS-PAY-ID-REMESSA TO PAY-ID OF PAY-MASTER-RECORD
            MOVE WS-TOTAL-RETIDO TO PAY-VALOR OF PAY-MASTER-RECORD
            MOVE WS-RUN-DATE TO PAY-DATA-YYYYMMDD OF PAY-MASTER-RECORD
            CALL "FORMATDT" USING WS-RUN-DATE
                PAY-DATA-FORMATADA OF PAY-MASTER-RECORD
                WS-DATA-ISO WS-DATA-STATUS
            IF WS-DATA-INVALIDA
                DISPLAY "ERRO: DATA INVALIDA NO CTRLFILE - "
                    WS-RUN-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET PAY-CONFIRM OF PAY-MASTER-RECORD TO FALSE
            MOVE "BRL" TO PAY-MOEDA OF PAY-MASTER-RECORD
            MOVE WS-TOTAL-RETIDO
                TO PAY-VALOR-ORIGINAL OF PAY-MASTER-RECORD
            MOVE ZEROS TO PAY-VALOR-LIQUIDADO OF PAY-MASTER-RECORD
            MOVE WS-TOTAL-RETIDO
                TO PAY-SALDO-ABERTO OF PAY-MASTER-RECORD
            MOVE ZEROS TO PAY-VALOR-RETIDO OF PAY-MASTER-RECORD
            MOVE WS-TOTAL-RETIDO
                TO PAY-VALOR-LIQUIDO OF PAY-MASTER-RECORD
            PERFORM RESOLVE-BANCO-PAGTO
            MOVE SPACE TO PAY-ORDEM OF PAY-MASTER-RECORD
            MOVE ZEROS TO PAY-DATA-EXTRACAO OF PAY-MASTER-RECORD
            MOVE SPACES TO PAY-CANC-MOTIVO OF PAY-MASTER-RECORD
            MOVE SPACES TO PAY-CANC-OPERADOR OF PAY-MASTER-RECORD
            MOVE ZEROS TO PAY-CANC-DATA OF PAY-MASTER-RECORD
            MOVE ZEROS TO PAY-DATA-ESTORNO OF PAY-MASTER-RECORD
            SET PAY-ESTORNO-PENDENTE OF PAY-MASTER-RECORD TO TRUE
            MOVE SPACE TO PAY-DEVOLUCAO OF PAY-MASTER-RECORD
            MOVE ZEROS TO PAY-DATA-DEVOLUCAO OF PAY-MASTER-RECORD
            MOVE SPACE TO PAY-PAGTO-PRE-DEVOLUCAO OF PAY-MASTER-RECORD
            MOVE WS-FORN-ORGAO TO PAY-FORNECEDOR OF PAY-MASTER-RECORD
            MOVE WS-DATA-VENCIMENTO
                TO PAY-VENCIMENTO-YYYYMMDD OF PAY-MASTER-RECORD
            SET PAY-APROV-NAO-EXIGIDA OF PAY-MASTER-RECORD TO TRUE
            EVALUATE TRUE
                WHEN WS-DATA-VENCIMENTO > WS-RUN-DATE
                    SET PAY-AGENDADO OF PAY-MASTER-RECORD TO TRUE
                WHEN WS-LIMITE-APROVACAO > ZEROS
                    AND WS-TOTAL-RETIDO > WS-LIMITE-APROVACAO
                    SET PAY-AGUARD-APROV OF PAY-MASTER-RECORD TO TRUE
                    SET PAY-APROV-PENDENTE OF PAY-MASTER-RECORD
                        TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            WRITE PAY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO INCLUIR PAGAMENTO "
                        WS-PAY-ID-REMESSA " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-WRITE
            MOVE "I" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO
            MOVE "INCLUSAO DE PAGAMENTO" TO WS-MOTIVO
            PERFORM GRAVA-AUDITORIA.

      * the DEMOLOAD rule: the payee's bank when registered in
      * BANKMAST, else the default (first) bank; no BANKMAST leaves
      * the single-bank spaces.
       RESOLVE-BANCO-PAGTO.
            IF WS-BANCO-DO-ORGAO-OK
                MOVE WS-BANCO-ORGAO TO PAY-BANCO OF PAY-MASTER-RECORD
            ELSE
                MOVE WS-BANCO-PADRAO TO PAY-BANCO OF PAY-MASTER-RECORD
            END-IF.

       CARREGA-BANCOS.
            OPEN INPUT BANCO-FILE
            IF WS-BCO-STATUS = "00"
                PERFORM UNTIL WS-FIM-BCO
                    READ BANCO-FILE
                        AT END
                            SET WS-FIM-BCO TO TRUE
                        NOT AT END
                            ADD 1 TO WS-QTD-BANCOS
                            IF WS-QTD-BANCOS = 1
                                MOVE BCO-CODIGO TO WS-BANCO-PADRAO
                            END-IF
                            IF BCO-CODIGO = WS-BANCO-ORGAO
                                SET WS-BANCO-DO-ORGAO-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BANCO-FILE
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

       ABRE-PAYMASTF.
            OPEN I-O PAY-MASTER-FILE
            IF WS-PAY-STATUS = "05" OR WS-PAY-STATUS = "35"
                DISPLAY "AVISO: PAYMASTF NAO ENCONTRADO OU VAZIO - "
                    "NENHUM IRF RETIDO A RECOLHER"
                STOP RUN
            END-IF
            IF WS-PAY-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PAYMASTF - STATUS "
                    WS-PAY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRAVA-AUDITORIA.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR AUDITLOG - "
                    "STATUS " WS-AUDIT-STATUS
            ELSE
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE WS-PAY-ID-REMESSA TO AUD-PAY-ID
                MOVE SPACE TO AUD-VALOR-ANTERIOR
                MOVE PAY-PAGTO OF PAY-MASTER-RECORD TO AUD-VALOR-NOVO
                MOVE WS-MOTIVO TO AUD-MOTIVO
                MOVE WS-OPERADOR TO AUD-OPERADOR
                MOVE SPACE TO AUD-REPROC
                WRITE AUDIT-RECORD
                CLOSE AUDIT-FILE
            END-IF.

      * the remittance is dated on the run date: a month the
      * accountants closed takes no new payment, the DEMOMANT rule.
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
                MOVE WS-MES-VERIFICAR TO PER-MES
                READ PERIODO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PER-FECHADO
                            DISPLAY "ERRO: MES " WS-MES-VERIFICAR
                                " FECHADO EM " PER-DATA-FECHAMENTO
                                " POR " PER-OPERADOR
                                " - RECOLHIMENTO RECUSADO"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
                CLOSE PERIODO-FILE
            END-IF.

       CARREGA-PARAMETROS.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = "00"
                DISPLAY "AVISO: PARMFILE NAO ENCONTRADO - USANDO "
                    "PADROES"
            ELSE
                READ PARM-FILE
                    AT END
                        DISPLAY "AVISO: PARMFILE VAZIO"
                    NOT AT END
                        IF PARM-LIMITE-APROVACAO IS NUMERIC
                            MOVE PARM-LIMITE-APROVACAO
                                TO WS-LIMITE-APROVACAO
                        END-IF
                END-READ
                CLOSE PARM-FILE
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

      * sign-on: creating a payment needs the maintenance
      * permission; an absent OPERMAST falls back to the keyed ID
      * with a warning, the same fallback PARMFILE uses.
       IDENTIFICA-OPERADOR.
            DISPLAY "OPERADOR: "
            ACCEPT WS-OPERADOR
            IF WS-OPERADOR = SPACES
                DISPLAY "ERRO: OPERADOR EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT OPERATOR-FILE
            IF WS-OPER-STATUS = "05" OR WS-OPER-STATUS = "35"
                DISPLAY "AVISO: OPERMAST NAO ENCONTRADO - OPERADOR "
                    "ACEITO SEM VALIDACAO"
            ELSE
                IF WS-OPER-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR OPERMAST - STATUS "
                        WS-OPER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VALIDA-OPERADOR
                CLOSE OPERATOR-FILE
            END-IF.

       VALIDA-OPERADOR.
            MOVE WS-OPERADOR TO OPER-ID
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "ERRO: OPERADOR " WS-OPERADOR
                        " NAO CADASTRADO NO OPERMAST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF NOT OPER-MANUTENCAO-OK
                DISPLAY "ERRO: OPERADOR " WS-OPERADOR
                    " SEM PERMISSAO DE MANUTENCAO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

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
       END PROGRAM DEMODARF.
