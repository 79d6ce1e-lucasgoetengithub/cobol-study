      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly bank-fee report - walks the TARIFHST fee
      *          history DEMOTARF keeps from the BANKEXTR fee
      *          details and totals one month's tarifas per bank and
      *          fee type (transferencia, boleto, pacote mensal,
      *          outras), with a count and amount per type, a
      *          subtotal per bank and a grand total, into TARIFRPT -
      *          what each bank charged the shop, side by side, for
      *          the treasury's renegotiation instead of a hand tally
      *          of the statements. A refund is a negative fee and
      *          nets against its type. The bank name comes from
      *          BANKMAST when the bank is registered there. ENTER on
      *          the month takes the CTRLFILE run date's month, the
      *          DEMOIRF selection.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOTARR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TARIFA-FILE ASSIGN TO "TARIFHST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-TAR-STATUS.
           SELECT BANCO-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TARIFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  PARM-FILE.
       COPY PARMREC.
       FD  TARIFA-FILE.
       COPY TARIFREC.
       FD  BANCO-FILE.
       COPY BANKMST.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-TAR-STATUS           PIC X(02) VALUE "00".
       77 WS-BCO-STATUS           PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-MES-X                PIC X(06) VALUE SPACE.
       77 WS-MES                  PIC 9(06) VALUE ZEROS.
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-EOF-BCO              PIC X(01) VALUE "N".
          88 WS-FIM-BCO           VALUE "Y".
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-TIPO-SUB             PIC 9(03) COMP VALUE ZEROS.
       77 WS-QTD-LIDAS            PIC 9(07) VALUE ZEROS.
       77 WS-NOME-BANCO           PIC X(30) VALUE SPACE.
       77 WS-QTD-BANCO            PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-BANCO          PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-GERAL            PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-GERAL          PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT           PIC Z(08)9.99- VALUE ZEROS.
       77 WS-TOTAL-EDIT           PIC Z(10)9.99- VALUE ZEROS.
      * the fee types in print order; the last one takes every code
      * that is not one of the first three.
       01 WS-DESCRICOES-TIPO.
          05 FILLER               PIC X(22)
                                   VALUE "01TRANSFERENCIA       ".
          05 FILLER               PIC X(22)
                                   VALUE "02BOLETO              ".
          05 FILLER               PIC X(22)
                                   VALUE "03PACOTE MENSAL       ".
          05 FILLER               PIC X(22)
                                   VALUE "99OUTRAS              ".
       01 WS-TABELA-TIPOS REDEFINES WS-DESCRICOES-TIPO.
          05 WS-TIPO-ITEM OCCURS 4 TIMES.
             10 WS-TIPO-CODIGO    PIC X(02).
             10 WS-TIPO-DESCRICAO PIC X(20).
       01 WS-BANCOS-CADASTRO.
          05 WS-QTD-CADASTRO      PIC 9(03) COMP VALUE ZEROS.
          05 WS-CADASTRO-ITEM OCCURS 20 TIMES
                                   INDEXED BY WS-CAD-IDX.
             10 WS-CADASTRO-CODIGO PIC X(03).
             10 WS-CADASTRO-NOME  PIC X(30).
       01 WS-TARIFAS.
          05 WS-QTD-BANCOS        PIC 9(03) COMP VALUE ZEROS.
          05 WS-BANCO-ITEM OCCURS 20 TIMES INDEXED BY WS-IDX.
             10 WS-BANCO-CODIGO   PIC X(03).
             10 WS-BANCO-TIPO OCCURS 4 TIMES.
                15 WS-BANCO-QTD   PIC 9(05).
                15 WS-BANCO-VALOR PIC S9(09)V99.
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

            PERFORM CARREGA-BANCOS
            PERFORM ACUMULA-TARIFAS

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR TARIFRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM IMPRIME-CABECALHO
            PERFORM IMPRIME-TARIFAS

            CLOSE PRINT-FILE

            DISPLAY "TARIFAS BANCARIAS NO MES " WS-MES ": "
                WS-QTD-GERAL " EM " WS-QTD-BANCOS " BANCO(S)"

            STOP RUN.

      * the history is keyed by extract date first, so the month is
      * one contiguous stretch of it: START at its first day and stop
      * at the first fee of a later month.
       ACUMULA-TARIFAS.
            OPEN INPUT TARIFA-FILE
            IF WS-TAR-STATUS = "05" OR WS-TAR-STATUS = "35"
                DISPLAY "AVISO: TARIFHST NAO ENCONTRADO - NENHUMA "
                    "TARIFA REGISTRADA"
            ELSE
                IF WS-TAR-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR TARIFHST - STATUS "
                        WS-TAR-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE LOW-VALUES TO TAR-CHAVE
                MOVE WS-MES TO TAR-DATA(1:6)
                MOVE "00" TO TAR-DATA(7:2)
                START TARIFA-FILE KEY IS >= TAR-CHAVE
                    INVALID KEY
                        SET WS-END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL WS-END-OF-FILE
                    READ TARIFA-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF TAR-DATA(1:6) = WS-MES(1:6)
                                PERFORM ACUMULA-TARIFA
                            ELSE
                                SET WS-END-OF-FILE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TARIFA-FILE
            END-IF.

       ACUMULA-TARIFA.
            ADD 1 TO WS-QTD-LIDAS
            EVALUATE TRUE
                WHEN TAR-TRANSFERENCIA
                    MOVE 1 TO WS-TIPO-SUB
                WHEN TAR-BOLETO
                    MOVE 2 TO WS-TIPO-SUB
                WHEN TAR-PACOTE
                    MOVE 3 TO WS-TIPO-SUB
                WHEN OTHER
                    MOVE 4 TO WS-TIPO-SUB
            END-EVALUATE
            SET WS-IDX TO 1
            SEARCH WS-BANCO-ITEM
                AT END
                    PERFORM INCLUI-BANCO
                WHEN WS-IDX > WS-QTD-BANCOS
                    PERFORM INCLUI-BANCO
                WHEN WS-BANCO-CODIGO(WS-IDX) = TAR-BANCO
                    PERFORM SOMA-TARIFA
            END-SEARCH.

       INCLUI-BANCO.
            IF WS-QTD-BANCOS >= 20
                DISPLAY "ERRO: LIMITE DE 20 BANCOS COM TARIFA "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-BANCOS
            SET WS-IDX TO WS-QTD-BANCOS
            MOVE TAR-BANCO TO WS-BANCO-CODIGO(WS-IDX)
            PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
                MOVE ZEROS TO WS-BANCO-QTD(WS-IDX, WS-SUB)
                MOVE ZEROS TO WS-BANCO-VALOR(WS-IDX, WS-SUB)
            END-PERFORM
            PERFORM SOMA-TARIFA.

       SOMA-TARIFA.
            ADD 1 TO WS-BANCO-QTD(WS-IDX, WS-TIPO-SUB)
            ADD TAR-VALOR TO WS-BANCO-VALOR(WS-IDX, WS-TIPO-SUB).

       IMPRIME-TARIFAS.
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-BANCOS
                PERFORM IMPRIME-BANCO
            END-PERFORM

            MOVE WS-VALOR-GERAL TO WS-TOTAL-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "TOTAL DE TARIFAS NO MES " WS-MES ": "
                WS-QTD-GERAL " TARIFAS " WS-TOTAL-EDIT " BRL"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * one line per fee type the bank charged in the month, then
      * the bank's subtotal.
       IMPRIME-BANCO.
            PERFORM BUSCA-NOME-BANCO
            MOVE ZEROS TO WS-QTD-BANCO
            MOVE ZEROS TO WS-VALOR-BANCO

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "BANCO " WS-BANCO-CODIGO(WS-SUB) " "
                WS-NOME-BANCO
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            PERFORM VARYING WS-TIPO-SUB FROM 1 BY 1
                UNTIL WS-TIPO-SUB > 4
                IF WS-BANCO-QTD(WS-SUB, WS-TIPO-SUB) > ZEROS
                    PERFORM IMPRIME-TIPO
                END-IF
            END-PERFORM

            MOVE WS-VALOR-BANCO TO WS-VALOR-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  SUBTOTAL DO BANCO     " WS-QTD-BANCO
                " TARIFAS  VALOR " WS-VALOR-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            ADD WS-QTD-BANCO TO WS-QTD-GERAL
            ADD WS-VALOR-BANCO TO WS-VALOR-GERAL.

       IMPRIME-TIPO.
            MOVE WS-BANCO-VALOR(WS-SUB, WS-TIPO-SUB) TO WS-VALOR-EDIT
            ADD WS-BANCO-QTD(WS-SUB, WS-TIPO-SUB) TO WS-QTD-BANCO
            ADD WS-BANCO-VALOR(WS-SUB, WS-TIPO-SUB) TO WS-VALOR-BANCO

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-TIPO-DESCRICAO(WS-TIPO-SUB) "  "
                WS-BANCO-QTD(WS-SUB, WS-TIPO-SUB)
                " TARIFAS  VALOR " WS-VALOR-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       BUSCA-NOME-BANCO.
            MOVE "(BANCO NAO CADASTRADO)" TO WS-NOME-BANCO
            SET WS-CAD-IDX TO 1
            SEARCH WS-CADASTRO-ITEM
                AT END
                    CONTINUE
                WHEN WS-CAD-IDX > WS-QTD-CADASTRO
                    CONTINUE
                WHEN WS-CADASTRO-CODIGO(WS-CAD-IDX)
                    = WS-BANCO-CODIGO(WS-SUB)
                    MOVE WS-CADASTRO-NOME(WS-CAD-IDX)
                        TO WS-NOME-BANCO
            END-SEARCH.

      * the names only label the report: a missing BANKMAST leaves
      * every bank shown by its code.
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
            END-IF.

       GUARDA-BANCO.
            IF WS-QTD-CADASTRO >= 20
                DISPLAY "ERRO: LIMITE DE 20 BANCOS NO BANKMAST "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-CADASTRO
            MOVE BCO-CODIGO TO WS-CADASTRO-CODIGO(WS-QTD-CADASTRO)
            MOVE BCO-NOME TO WS-CADASTRO-NOME(WS-QTD-CADASTRO).

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "RELATORIO MENSAL DE TARIFAS BANCARIAS - MES "
                WS-MES " - PAGINA " WS-PAGINA
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            ADD 1 TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            ADD 1 TO WS-LINHA-COUNT.

       QUEBRA-PAGINA-SE-PRECISO.
            IF WS-LINHA-COUNT >= WS-MAX-LINHAS
                PERFORM IMPRIME-CABECALHO
            END-IF
            ADD 1 TO WS-LINHA-COUNT.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR TARIFRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
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
                        IF PARM-MAX-LINHAS IS NUMERIC
                            AND PARM-MAX-LINHAS > 5
                            MOVE PARM-MAX-LINHAS TO WS-MAX-LINHAS
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

      * sign-on: the fee report only needs the consulta permission;
      * an absent OPERMAST falls back to the keyed ID with a
      * warning, the same fallback PARMFILE uses.
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
            IF NOT OPER-CONSULTA-OK
                DISPLAY "ERRO: OPERADOR " WS-OPERADOR
                    " SEM PERMISSAO DE CONSULTA"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       END PROGRAM DEMOTARR.
