      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly budget-versus-actual report per cost center -
      *          the ORCAMENF budget of the month next to what the
      *          month's payments (PAY-DATA-YYYYMMDD, payment master
      *          and PAYHISTF archive) committed against it: the gross
      *          BRL of every payment charged to the cost center,
      *          cancelled ones excluded (PAY-VALOR plus the vendor
      *          credit netted, the figure DEMOLOAD controls), how
      *          much of that is already paid (confirmado or
      *          postado) and the budget remaining. Cost centers with
      *          payments but no budget line show a zero budget;
      *          payments still held over budget in TRANSUSP are not
      *          committed yet and do not count. Written to ORCARPT;
      *          ENTER on the month takes the CTRLFILE run date's
      *          month, the DEMOMTD selection.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOORCA.
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
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ORCARPT"
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
       FD  CCUSTO-FILE.
       COPY CCUSTO.
       FD  ORCAMENTO-FILE.
       COPY ORCAMENT.
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
       77 WS-CC-STATUS            PIC X(02) VALUE "00".
       77 WS-ORC-STATUS           PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-MES-X                PIC X(06) VALUE SPACE.
       77 WS-MES                  PIC 9(06) VALUE ZEROS.
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-SUB                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-CENTRO-BUSCA         PIC X(05) VALUE SPACE.
       77 WS-VALOR-BRUTO          PIC S9(09)V99 VALUE ZEROS.
       77 WS-SALDO                PIC S9(09)V99 VALUE ZEROS.
       77 WS-NOME-CENTRO          PIC X(30) VALUE SPACE.
       77 WS-TOTAL-ORCADO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-COMPROMETIDO   PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-SALDO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-ORCADO-EDIT          PIC Z(09)9.99- VALUE ZEROS.
       77 WS-COMPROMETIDO-EDIT    PIC Z(09)9.99- VALUE ZEROS.
       77 WS-PAGO-EDIT            PIC Z(09)9.99- VALUE ZEROS.
       77 WS-SALDO-EDIT           PIC Z(09)9.99- VALUE ZEROS.
       77 WS-QTD-ACIMA            PIC 9(03) VALUE ZEROS.
       01 WS-CENTROS.
          05 WS-QTD-CENTROS       PIC 9(03) COMP VALUE ZEROS.
          05 WS-CENTRO-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX.
             10 WS-CTR-CODIGO     PIC X(05).
             10 WS-CTR-ORCADO     PIC S9(09)V99.
             10 WS-CTR-COMPROMETIDO PIC S9(09)V99.
             10 WS-CTR-PAGO       PIC S9(09)V99.
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

            PERFORM CARREGA-ORCAMENTOS
            PERFORM ACUMULA-MASTER-ATIVO
            PERFORM ACUMULA-ARQUIVO-MORTO

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR ORCARPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM IMPRIME-CABECALHO
            PERFORM IMPRIME-CENTROS

            CLOSE PRINT-FILE

            DISPLAY "CENTROS DE CUSTO NO MES " WS-MES ": "
                WS-QTD-CENTROS
            DISPLAY "CENTROS DE CUSTO ACIMA DO ORCAMENTO: "
                WS-QTD-ACIMA

            STOP RUN.

       CARREGA-ORCAMENTOS.
            OPEN INPUT ORCAMENTO-FILE
            IF WS-ORC-STATUS NOT = "00"
                DISPLAY "AVISO: ORCAMENF NAO ENCONTRADO - ORCADO "
                    "ZERADO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ ORCAMENTO-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF ORC-MES = WS-MES
                                MOVE ORC-CENTRO-CUSTO
                                    TO WS-CENTRO-BUSCA
                                PERFORM LOCALIZA-CENTRO
                                ADD ORC-VALOR TO WS-CTR-ORCADO(WS-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORCAMENTO-FILE
            END-IF
            MOVE "N" TO WS-EOF.

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
                            PERFORM ACUMULA-SE-DO-MES
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
                            PERFORM ACUMULA-SE-DO-MES
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF
            MOVE "N" TO WS-EOF.

      * committed is the gross BRL of the payment - what DEMOLOAD
      * measured against the budget - and paid the part of it that
      * is already confirmado or postado.
       ACUMULA-SE-DO-MES.
            IF PAY-DATA-YYYYMMDD OF HIST-PAY-RECORD (1:6)
                = WS-MES(1:6)
                AND PAY-CENTRO-CUSTO OF HIST-PAY-RECORD NOT = SPACES
                AND PAY-PAGTO OF HIST-PAY-RECORD NOT = "C"
                MOVE PAY-CENTRO-CUSTO OF HIST-PAY-RECORD
                    TO WS-CENTRO-BUSCA
                PERFORM LOCALIZA-CENTRO
                COMPUTE WS-VALOR-BRUTO =
                    PAY-VALOR OF HIST-PAY-RECORD
                    + PAY-VALOR-CREDITO OF HIST-PAY-RECORD
                ADD WS-VALOR-BRUTO TO WS-CTR-COMPROMETIDO(WS-IDX)
                IF PAY-PAGTO OF HIST-PAY-RECORD = "S"
                    OR PAY-PAGTO OF HIST-PAY-RECORD = "P"
                    ADD WS-VALOR-BRUTO TO WS-CTR-PAGO(WS-IDX)
                END-IF
            END-IF.

      * positions WS-IDX on the cost center, adding it in code
      * order the first time it shows up.
       LOCALIZA-CENTRO.
            SET WS-IDX TO 1
            SEARCH WS-CENTRO-ITEM
                AT END
                    PERFORM INCLUI-CENTRO
                WHEN WS-IDX > WS-QTD-CENTROS
                    PERFORM INCLUI-CENTRO
                WHEN WS-CTR-CODIGO(WS-IDX) = WS-CENTRO-BUSCA
                    CONTINUE
            END-SEARCH.

       INCLUI-CENTRO.
            IF WS-QTD-CENTROS >= 500
                DISPLAY "ERRO: LIMITE DE 500 CENTROS DE CUSTO "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-CENTROS
            MOVE WS-QTD-CENTROS TO WS-SUB
            PERFORM UNTIL WS-SUB = 1
                OR WS-CTR-CODIGO(WS-SUB - 1) < WS-CENTRO-BUSCA
                MOVE WS-CENTRO-ITEM(WS-SUB - 1)
                    TO WS-CENTRO-ITEM(WS-SUB)
                SUBTRACT 1 FROM WS-SUB
            END-PERFORM
            SET WS-IDX TO WS-SUB
            MOVE WS-CENTRO-BUSCA TO WS-CTR-CODIGO(WS-IDX)
            MOVE ZEROS TO WS-CTR-ORCADO(WS-IDX)
            MOVE ZEROS TO WS-CTR-COMPROMETIDO(WS-IDX)
            MOVE ZEROS TO WS-CTR-PAGO(WS-IDX).

       IMPRIME-CENTROS.
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  CENTRO NOME                 ORCADO"
                "   COMPROMETIDO           PAGO          SALDO"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-CENTROS
                PERFORM IMPRIME-CENTRO
            END-PERFORM

            MOVE WS-TOTAL-ORCADO TO WS-ORCADO-EDIT
            MOVE WS-TOTAL-COMPROMETIDO TO WS-COMPROMETIDO-EDIT
            MOVE WS-TOTAL-PAGO TO WS-PAGO-EDIT
            MOVE WS-TOTAL-SALDO TO WS-SALDO-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  TOTAL        " WS-ORCADO-EDIT WS-COMPROMETIDO-EDIT
                WS-PAGO-EDIT WS-SALDO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CENTRO.
            PERFORM BUSCA-NOME-CENTRO
            COMPUTE WS-SALDO =
                WS-CTR-ORCADO(WS-SUB) - WS-CTR-COMPROMETIDO(WS-SUB)
            IF WS-SALDO < ZEROS
                ADD 1 TO WS-QTD-ACIMA
            END-IF
            ADD WS-CTR-ORCADO(WS-SUB) TO WS-TOTAL-ORCADO
            ADD WS-CTR-COMPROMETIDO(WS-SUB) TO WS-TOTAL-COMPROMETIDO
            ADD WS-CTR-PAGO(WS-SUB) TO WS-TOTAL-PAGO
            ADD WS-SALDO TO WS-TOTAL-SALDO
            MOVE WS-CTR-ORCADO(WS-SUB) TO WS-ORCADO-EDIT
            MOVE WS-CTR-COMPROMETIDO(WS-SUB) TO WS-COMPROMETIDO-EDIT
            MOVE WS-CTR-PAGO(WS-SUB) TO WS-PAGO-EDIT
            MOVE WS-SALDO TO WS-SALDO-EDIT

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-CTR-CODIGO(WS-SUB) "  "
                WS-NOME-CENTRO(1:14)
                WS-ORCADO-EDIT WS-COMPROMETIDO-EDIT
                WS-PAGO-EDIT WS-SALDO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * the name comes from a fresh pass over CCUSTMST - the report
      * lists a few dozen cost centers at most.
       BUSCA-NOME-CENTRO.
            MOVE "(NAO CADASTRADO)" TO WS-NOME-CENTRO
            OPEN INPUT CCUSTO-FILE
            IF WS-CC-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CCUSTO-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CC-CODIGO = WS-CTR-CODIGO(WS-SUB)
                                MOVE CC-NOME TO WS-NOME-CENTRO
                                SET WS-END-OF-FILE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CCUSTO-FILE
            END-IF
            MOVE "N" TO WS-EOF.

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "ORCAMENTO X REALIZADO POR CENTRO DE CUSTO - MES "
                WS-MES
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
                DISPLAY "ERRO AO GRAVAR ORCARPT - STATUS "
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

      * sign-on: the budget report only needs the consulta
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
       END PROGRAM DEMOORCA.
