      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly early-payment discount report - walks the
      *          payment master (and the PAYHISTF archive) for the
      *          payments whose discount deadline (PAY-DESC-DATA-
      *          LIMITE) falls in one month and totals, by vendor,
      *          the discounts taken (settled for the discounted
      *          amount, PAY-DESC-TOMADO) and the discounts missed
      *          (offered, deadline already past and no discounted
      *          order sent), count and amount each, with grand
      *          totals, into DESCRPT - so treasury sees what the
      *          vendors' terms were worth and where the money was
      *          left on the table. A cancelled payment never
      *          counts as missed, and a discounted order still
      *          awaiting settlement is neither. ENTER on the month
      *          takes the CTRLFILE run date's month, the DEMOMTD
      *          selection.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMODESC.
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
           SELECT PRINT-FILE ASSIGN TO "DESCRPT"
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
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  HISTORY-FILE.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY HIST-PAY-RECORD.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-HIST-STATUS          PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-MES-X                PIC X(06) VALUE SPACE.
       77 WS-MES                  PIC 9(06) VALUE ZEROS.
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-VENDMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-VENDMAST      VALUE "Y".
       77 WS-NOME-FORNECEDOR      PIC X(30) VALUE SPACE.
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-DESCONTO-SIT         PIC X(01) VALUE SPACE.
          88 WS-DESC-FOI-TOMADO   VALUE "T".
          88 WS-DESC-FOI-PERDIDO  VALUE "P".
       77 WS-QTD-TOTAL-TOMADOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TOTAL-PERDIDOS   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-TOMADO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PERDIDO        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOMADO-EDIT          PIC Z(08)9.99- VALUE ZEROS.
       77 WS-PERDIDO-EDIT         PIC Z(08)9.99- VALUE ZEROS.
       77 WS-TOTAL-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       01 WS-DESCONTOS.
          05 WS-QTD-FORN          PIC 9(03) COMP VALUE ZEROS.
          05 WS-FORN-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX.
             10 WS-FORN-CODIGO    PIC X(06).
             10 WS-FORN-QTD-TOMADOS  PIC 9(05).
             10 WS-FORN-TOMADO    PIC S9(09)V99.
             10 WS-FORN-QTD-PERDIDOS PIC 9(05).
             10 WS-FORN-PERDIDO   PIC S9(09)V99.
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

            PERFORM ACUMULA-MASTER-ATIVO
            PERFORM ACUMULA-ARQUIVO-MORTO

            PERFORM ABRE-VENDMAST

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR DESCRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM IMPRIME-CABECALHO
            PERFORM IMPRIME-DESCONTOS

            CLOSE PRINT-FILE
            IF WS-TEM-VENDMAST
                CLOSE VENDOR-FILE
            END-IF

            DISPLAY "FORNECEDORES COM DESCONTO NO MES " WS-MES ": "
                WS-QTD-FORN

            STOP RUN.

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
                            PERFORM ACUMULA-SE-DESCONTO
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
                            PERFORM ACUMULA-SE-DESCONTO
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF
            MOVE "N" TO WS-EOF.

      * taken: settled for the discounted amount. Missed: the offer
      * stood, its deadline has passed and the order never went out
      * discounted - whether the payment was then paid in full or is
      * still open. A cancelled payment was not going to be paid, so
      * nothing was lost on it.
       ACUMULA-SE-DESCONTO.
            MOVE SPACE TO WS-DESCONTO-SIT
            IF PAY-DESC-DATA-LIMITE OF HIST-PAY-RECORD (1:6)
                = WS-MES(1:6)
                AND PAY-DESC-VALOR OF HIST-PAY-RECORD > ZEROS
                IF PAY-DESC-TOMADO OF HIST-PAY-RECORD
                    SET WS-DESC-FOI-TOMADO TO TRUE
                ELSE
                IF PAY-DESC-OFERECIDO OF HIST-PAY-RECORD
                    AND PAY-DESC-DATA-LIMITE OF HIST-PAY-RECORD
                        < WS-RUN-DATE
                    AND PAY-PAGTO OF HIST-PAY-RECORD NOT = "C"
                    SET WS-DESC-FOI-PERDIDO TO TRUE
                END-IF
                END-IF
            END-IF
            IF WS-DESCONTO-SIT NOT = SPACE
                PERFORM ACUMULA-FORNECEDOR
            END-IF.

       ACUMULA-FORNECEDOR.
            SET WS-IDX TO 1
            SEARCH WS-FORN-ITEM
                AT END
                    PERFORM INCLUI-FORNECEDOR
                WHEN WS-IDX > WS-QTD-FORN
                    PERFORM INCLUI-FORNECEDOR
                WHEN WS-FORN-CODIGO(WS-IDX) =
                    PAY-FORNECEDOR OF HIST-PAY-RECORD
                    PERFORM SOMA-FORNECEDOR
            END-SEARCH.

       INCLUI-FORNECEDOR.
            IF WS-QTD-FORN >= 500
                DISPLAY "ERRO: LIMITE DE 500 FORNECEDORES COM "
                    "DESCONTO EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-FORN
            SET WS-IDX TO WS-QTD-FORN
            MOVE PAY-FORNECEDOR OF HIST-PAY-RECORD
                TO WS-FORN-CODIGO(WS-IDX)
            MOVE ZEROS TO WS-FORN-QTD-TOMADOS(WS-IDX)
            MOVE ZEROS TO WS-FORN-TOMADO(WS-IDX)
            MOVE ZEROS TO WS-FORN-QTD-PERDIDOS(WS-IDX)
            MOVE ZEROS TO WS-FORN-PERDIDO(WS-IDX)
            PERFORM SOMA-FORNECEDOR.

       SOMA-FORNECEDOR.
            IF WS-DESC-FOI-TOMADO
                ADD 1 TO WS-FORN-QTD-TOMADOS(WS-IDX)
                ADD PAY-DESC-VALOR OF HIST-PAY-RECORD
                    TO WS-FORN-TOMADO(WS-IDX)
            ELSE
                ADD 1 TO WS-FORN-QTD-PERDIDOS(WS-IDX)
                ADD PAY-DESC-VALOR OF HIST-PAY-RECORD
                    TO WS-FORN-PERDIDO(WS-IDX)
            END-IF.

       IMPRIME-DESCONTOS.
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-FORN
                PERFORM IMPRIME-FORNECEDOR
            END-PERFORM

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE WS-TOTAL-TOMADO TO WS-TOTAL-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "DESCONTOS TOMADOS NO MES " WS-MES ": "
                WS-QTD-TOTAL-TOMADOS "  " WS-TOTAL-EDIT " BRL"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE WS-TOTAL-PERDIDO TO WS-TOTAL-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "DESCONTOS PERDIDOS NO MES " WS-MES ": "
                WS-QTD-TOTAL-PERDIDOS "  " WS-TOTAL-EDIT " BRL"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-FORNECEDOR.
            PERFORM BUSCA-NOME-FORNECEDOR
            MOVE WS-FORN-TOMADO(WS-SUB) TO WS-TOMADO-EDIT
            MOVE WS-FORN-PERDIDO(WS-SUB) TO WS-PERDIDO-EDIT
            ADD WS-FORN-QTD-TOMADOS(WS-SUB) TO WS-QTD-TOTAL-TOMADOS
            ADD WS-FORN-TOMADO(WS-SUB) TO WS-TOTAL-TOMADO
            ADD WS-FORN-QTD-PERDIDOS(WS-SUB) TO WS-QTD-TOTAL-PERDIDOS
            ADD WS-FORN-PERDIDO(WS-SUB) TO WS-TOTAL-PERDIDO

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING WS-FORN-CODIGO(WS-SUB) " " WS-NOME-FORNECEDOR
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  TOMADOS " WS-FORN-QTD-TOMADOS(WS-SUB) " "
                WS-TOMADO-EDIT "  PERDIDOS "
                WS-FORN-QTD-PERDIDOS(WS-SUB) " " WS-PERDIDO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       BUSCA-NOME-FORNECEDOR.
            MOVE SPACES TO WS-NOME-FORNECEDOR
            IF WS-TEM-VENDMAST
                MOVE WS-FORN-CODIGO(WS-SUB) TO VEND-CODIGO
                READ VENDOR-FILE
                    INVALID KEY
                        MOVE "(FORNECEDOR NAO CADASTRADO)"
                            TO WS-NOME-FORNECEDOR
                    NOT INVALID KEY
                        MOVE VEND-NOME TO WS-NOME-FORNECEDOR
                END-READ
            ELSE
                MOVE "(VENDMAST INDISPONIVEL)"
                    TO WS-NOME-FORNECEDOR
            END-IF.

       ABRE-VENDMAST.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS = "00"
                SET WS-TEM-VENDMAST TO TRUE
            END-IF.

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "RELATORIO MENSAL DE DESCONTOS - MES " WS-MES
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
                DISPLAY "ERRO AO GRAVAR DESCRPT - STATUS "
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

      * sign-on: the discount report only needs the consulta permission;
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
       END PROGRAM DEMODESC.
