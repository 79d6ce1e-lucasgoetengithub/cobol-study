      ******************************************************************
      * Author:
      * Date:
      * Purpose: open-commitments report - one line per purchase
      *          order still open on PEDMAST: the amount authorized,
      *          the amount its payments consumed (DEMOLOAD), how
      *          much of that is already paid (confirmado or postado
      *          on the payment master or the PAYHISTF archive, gross
      *          BRL as consumed) and the balance still committed
      *          (authorized less consumed). Totals at the end.
      *          Written to COMPRPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "PEDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-PED-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO "COMPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.
       FD  PEDIDO-FILE.
       COPY PEDCOMP.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  HISTORY-FILE.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY HIST-PAY-RECORD.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-PED-STATUS           PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-HIST-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-SUB                  PIC 9(04) COMP VALUE ZEROS.
       77 WS-SALDO                PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-AUTORIZADO     PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-CONSUMIDO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-SALDO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-AUTORIZADO-EDIT      PIC Z(09)9.99- VALUE ZEROS.
       77 WS-CONSUMIDO-EDIT       PIC Z(09)9.99- VALUE ZEROS.
       77 WS-PAGO-EDIT            PIC Z(09)9.99- VALUE ZEROS.
       77 WS-SALDO-EDIT           PIC Z(09)9.99- VALUE ZEROS.
       01 WS-PEDIDOS.
          05 WS-QTD-PEDIDOS       PIC 9(04) COMP VALUE ZEROS.
          05 WS-PEDIDO-ITEM OCCURS 2000 TIMES INDEXED BY WS-IDX.
             10 WS-PED-NUMERO     PIC X(08).
             10 WS-PED-FORNECEDOR PIC X(06).
             10 WS-PED-AUTORIZADO PIC S9(09)V99.
             10 WS-PED-CONSUMIDO  PIC S9(09)V99.
             10 WS-PED-PAGO       PIC S9(09)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR
            PERFORM CARREGA-PARAMETROS

            PERFORM CARREGA-PEDIDOS-ABERTOS
            PERFORM ACUMULA-MASTER-ATIVO
            PERFORM ACUMULA-ARQUIVO-MORTO

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR COMPRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM IMPRIME-CABECALHO
            PERFORM IMPRIME-PEDIDOS

            CLOSE PRINT-FILE

            DISPLAY "PEDIDOS DE COMPRA EM ABERTO: " WS-QTD-PEDIDOS

            STOP RUN.

      * PEDMAST read in key order, so the report comes out by PO
      * number; closed POs commit nothing and are left out.
       CARREGA-PEDIDOS-ABERTOS.
            OPEN INPUT PEDIDO-FILE
            IF WS-PED-STATUS NOT = "00"
                DISPLAY "AVISO: PEDMAST NAO ENCONTRADO OU VAZIO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ PEDIDO-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF PED-ABERTO
                                PERFORM GUARDA-PEDIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDO-FILE
            END-IF
            MOVE "N" TO WS-EOF.

       GUARDA-PEDIDO.
            IF WS-QTD-PEDIDOS >= 2000
                DISPLAY "ERRO: LIMITE DE 2000 PEDIDOS EM ABERTO "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-PEDIDOS
            SET WS-IDX TO WS-QTD-PEDIDOS
            MOVE PED-NUMERO TO WS-PED-NUMERO(WS-IDX)
            MOVE PED-FORNECEDOR TO WS-PED-FORNECEDOR(WS-IDX)
            MOVE PED-VALOR-AUTORIZADO TO WS-PED-AUTORIZADO(WS-IDX)
            MOVE PED-VALOR-CONSUMIDO TO WS-PED-CONSUMIDO(WS-IDX)
            MOVE ZEROS TO WS-PED-PAGO(WS-IDX).

       ACUMULA-MASTER-ATIVO.
            OPEN INPUT PAY-MASTER-FILE
            IF WS-PAY-STATUS NOT = "00"
                DISPLAY "AVISO: PAYMASTF NAO ENCONTRADO OU VAZIO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAY-MASTER-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE PAY-MASTER-RECORD
                                TO HIST-PAY-RECORD
                            PERFORM ACUMULA-SE-PAGO
                    END-READ
                END-PERFORM
                CLOSE PAY-MASTER-FILE
            END-IF
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
                            PERFORM ACUMULA-SE-PAGO
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF
            MOVE "N" TO WS-EOF.

      * paid is the gross BRL - what the payment consumed of the PO
      * - once the payment is confirmado or postado.
       ACUMULA-SE-PAGO.
            IF PAY-PEDIDO OF HIST-PAY-RECORD NOT = SPACES
                AND (PAY-PAGTO OF HIST-PAY-RECORD = "S"
                    OR PAY-PAGTO OF HIST-PAY-RECORD = "P")
                SET WS-IDX TO 1
                SEARCH WS-PEDIDO-ITEM
                    AT END
                        CONTINUE
                    WHEN WS-IDX > WS-QTD-PEDIDOS
                        CONTINUE
                    WHEN WS-PED-NUMERO(WS-IDX) =
                        PAY-PEDIDO OF HIST-PAY-RECORD
                        ADD PAY-VALOR OF HIST-PAY-RECORD
                            PAY-VALOR-CREDITO OF HIST-PAY-RECORD
                            TO WS-PED-PAGO(WS-IDX)
                END-SEARCH
            END-IF.

       IMPRIME-PEDIDOS.
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  PEDIDO   FORN.      AUTORIZADO     CONSUMIDO"
                "          PAGO         SALDO"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-PEDIDOS
                PERFORM IMPRIME-PEDIDO
            END-PERFORM

            MOVE WS-TOTAL-AUTORIZADO TO WS-AUTORIZADO-EDIT
            MOVE WS-TOTAL-CONSUMIDO TO WS-CONSUMIDO-EDIT
            MOVE WS-TOTAL-PAGO TO WS-PAGO-EDIT
            MOVE WS-TOTAL-SALDO TO WS-SALDO-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  TOTAL          " WS-AUTORIZADO-EDIT
                WS-CONSUMIDO-EDIT WS-PAGO-EDIT WS-SALDO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-PEDIDO.
            COMPUTE WS-SALDO =
                WS-PED-AUTORIZADO(WS-SUB) - WS-PED-CONSUMIDO(WS-SUB)
            ADD WS-PED-AUTORIZADO(WS-SUB) TO WS-TOTAL-AUTORIZADO
            ADD WS-PED-CONSUMIDO(WS-SUB) TO WS-TOTAL-CONSUMIDO
            ADD WS-PED-PAGO(WS-SUB) TO WS-TOTAL-PAGO
            ADD WS-SALDO TO WS-TOTAL-SALDO
            MOVE WS-PED-AUTORIZADO(WS-SUB) TO WS-AUTORIZADO-EDIT
            MOVE WS-PED-CONSUMIDO(WS-SUB) TO WS-CONSUMIDO-EDIT
            MOVE WS-PED-PAGO(WS-SUB) TO WS-PAGO-EDIT
            MOVE WS-SALDO TO WS-SALDO-EDIT

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-PED-NUMERO(WS-SUB) " "
                WS-PED-FORNECEDOR(WS-SUB) " "
                WS-AUTORIZADO-EDIT WS-CONSUMIDO-EDIT
                WS-PAGO-EDIT WS-SALDO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "COMPROMISSOS EM ABERTO POR PEDIDO DE COMPRA"
                " - PAGINA " WS-PAGINA
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
                DISPLAY "ERRO AO GRAVAR COMPRPT - STATUS "
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

      * sign-on: the commitments report only needs the consulta
      * permission; an absent OPERMAST falls back to the keyed ID with a
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
       END PROGRAM DEMOCOMP.
