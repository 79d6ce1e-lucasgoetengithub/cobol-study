      ******************************************************************
      * Author:
      * Date:
      * Purpose: judicial garnishment report - one entry per case on
      *          PENHMAST, whatever its situation, for the answer
      *          the court asks for: the garnished vendor, the court
      *          deposit account, the order's limit, the amount
      *          withheld from the vendor's payments so far (DEMOLOAD
      *          keeps it on the order), how much of it was remitted
      *          - the case's court deposits (papel J) confirmado or
      *          postado on the payment master or the PAYHISTF
      *          archive - and how much is still to be remitted
      *          (deposits not yet settled; cancelled ones count
      *          neither way). A deposit is tied to its case by the
      *          case number and the court account. Totals at the
      *          end. Written to PENHRPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOPENR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PENHORA-FILE ASSIGN TO "PENHMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PEN-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO "PENHRPT"
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
       FD  PENHORA-FILE.
       COPY PENHREC.
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
       77 WS-PEN-STATUS           PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-HIST-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-SUB                  PIC 9(04) COMP VALUE ZEROS.
       77 WS-DESC-SITUACAO        PIC X(10) VALUE SPACE.
       77 WS-TOTAL-LIMITE         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-RETIDO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-REMETIDO       PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-A-REMETER      PIC S9(11)V99 VALUE ZEROS.
       77 WS-LIMITE-EDIT          PIC Z(09)9.99- VALUE ZEROS.
       77 WS-RETIDO-EDIT          PIC Z(09)9.99- VALUE ZEROS.
       77 WS-REMETIDO-EDIT        PIC Z(09)9.99- VALUE ZEROS.
       77 WS-A-REMETER-EDIT       PIC Z(09)9.99- VALUE ZEROS.
       01 WS-PENHORAS.
          05 WS-QTD-PENHORAS      PIC 9(04) COMP VALUE ZEROS.
          05 WS-PENHORA-ITEM OCCURS 2000 TIMES INDEXED BY WS-IDX.
             10 WS-PEN-FORNECEDOR PIC X(06).
             10 WS-PEN-PROCESSO   PIC X(20).
             10 WS-PEN-CONTA      PIC X(06).
             10 WS-PEN-SITUACAO   PIC X(01).
             10 WS-PEN-LIMITE     PIC S9(09)V99.
             10 WS-PEN-RETIDO     PIC S9(09)V99.
             10 WS-PEN-REMETIDO   PIC S9(09)V99.
             10 WS-PEN-A-REMETER  PIC S9(09)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR
            PERFORM CARREGA-PARAMETROS

            PERFORM CARREGA-PENHORAS
            PERFORM ACUMULA-MASTER-ATIVO
            PERFORM ACUMULA-ARQUIVO-MORTO

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PENHRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM IMPRIME-CABECALHO
            PERFORM IMPRIME-PENHORAS

            CLOSE PRINT-FILE

            DISPLAY "PROCESSOS DE PENHORA: " WS-QTD-PENHORAS

            STOP RUN.

      * PENHMAST read in key order, so the report comes out by
      * vendor and case number; lifted and closed cases stay in -
      * the court may still ask about them.
       CARREGA-PENHORAS.
            OPEN INPUT PENHORA-FILE
            IF WS-PEN-STATUS NOT = "00"
                DISPLAY "AVISO: PENHMAST NAO ENCONTRADO OU VAZIO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ PENHORA-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM GUARDA-PENHORA
                    END-READ
                END-PERFORM
                CLOSE PENHORA-FILE
            END-IF
            MOVE "N" TO WS-EOF.

       GUARDA-PENHORA.
            IF WS-QTD-PENHORAS >= 2000
                DISPLAY "ERRO: LIMITE DE 2000 PROCESSOS DE PENHORA "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-PENHORAS
            SET WS-IDX TO WS-QTD-PENHORAS
            MOVE PEN-FORNECEDOR TO WS-PEN-FORNECEDOR(WS-IDX)
            MOVE PEN-PROCESSO TO WS-PEN-PROCESSO(WS-IDX)
            MOVE PEN-FORN-JUDICIAL TO WS-PEN-CONTA(WS-IDX)
            MOVE PEN-SITUACAO TO WS-PEN-SITUACAO(WS-IDX)
            MOVE PEN-LIMITE TO WS-PEN-LIMITE(WS-IDX)
            MOVE PEN-RETIDO TO WS-PEN-RETIDO(WS-IDX)
            MOVE ZEROS TO WS-PEN-REMETIDO(WS-IDX)
            MOVE ZEROS TO WS-PEN-A-REMETER(WS-IDX).

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
                            PERFORM ACUMULA-DEPOSITO
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
                            PERFORM ACUMULA-DEPOSITO
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF
            MOVE "N" TO WS-EOF.

      * a court deposit is remitted once confirmado or postado; a
      * cancelled one never will be, anything else is still on its
      * way to the court account.
       ACUMULA-DEPOSITO.
            IF PAY-DEPOSITO-JUDICIAL OF HIST-PAY-RECORD
                AND NOT PAY-CANCELADO OF HIST-PAY-RECORD
                SET WS-IDX TO 1
                SEARCH WS-PENHORA-ITEM
                    AT END
                        CONTINUE
                    WHEN WS-IDX > WS-QTD-PENHORAS
                        CONTINUE
                    WHEN WS-PEN-PROCESSO(WS-IDX) =
                        PAY-PENHORA-PROCESSO OF HIST-PAY-RECORD
                        AND WS-PEN-CONTA(WS-IDX) =
                        PAY-FORNECEDOR OF HIST-PAY-RECORD
                        IF PAY-PAGTO OF HIST-PAY-RECORD = "S"
                            OR PAY-PAGTO OF HIST-PAY-RECORD = "P"
                            ADD PAY-VALOR OF HIST-PAY-RECORD
                                TO WS-PEN-REMETIDO(WS-IDX)
                        ELSE
                            ADD PAY-VALOR OF HIST-PAY-RECORD
                                TO WS-PEN-A-REMETER(WS-IDX)
                        END-IF
                END-SEARCH
            END-IF.

       IMPRIME-PENHORAS.
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTD-PENHORAS
                PERFORM IMPRIME-PENHORA
            END-PERFORM

            MOVE WS-TOTAL-LIMITE TO WS-LIMITE-EDIT
            MOVE WS-TOTAL-RETIDO TO WS-RETIDO-EDIT
            MOVE WS-TOTAL-REMETIDO TO WS-REMETIDO-EDIT
            MOVE WS-TOTAL-A-REMETER TO WS-A-REMETER-EDIT
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  TOTAL     " WS-LIMITE-EDIT WS-RETIDO-EDIT
                WS-REMETIDO-EDIT WS-A-REMETER-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * two lines per case: who and where, then the amounts.
       IMPRIME-PENHORA.
            ADD WS-PEN-LIMITE(WS-SUB) TO WS-TOTAL-LIMITE
            ADD WS-PEN-RETIDO(WS-SUB) TO WS-TOTAL-RETIDO
            ADD WS-PEN-REMETIDO(WS-SUB) TO WS-TOTAL-REMETIDO
            ADD WS-PEN-A-REMETER(WS-SUB) TO WS-TOTAL-A-REMETER
            MOVE WS-PEN-LIMITE(WS-SUB) TO WS-LIMITE-EDIT
            MOVE WS-PEN-RETIDO(WS-SUB) TO WS-RETIDO-EDIT
            MOVE WS-PEN-REMETIDO(WS-SUB) TO WS-REMETIDO-EDIT
            MOVE WS-PEN-A-REMETER(WS-SUB) TO WS-A-REMETER-EDIT
            EVALUATE WS-PEN-SITUACAO(WS-SUB)
                WHEN "A"
                    MOVE "ATIVA" TO WS-DESC-SITUACAO
                WHEN "E"
                    MOVE "ENCERRADA" TO WS-DESC-SITUACAO
                WHEN "L"
                    MOVE "LEVANTADA" TO WS-DESC-SITUACAO
                WHEN OTHER
                    MOVE WS-PEN-SITUACAO(WS-SUB) TO WS-DESC-SITUACAO
            END-EVALUATE

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-PEN-PROCESSO(WS-SUB)
                "  FORNECEDOR " WS-PEN-FORNECEDOR(WS-SUB)
                "  CONTA JUDICIAL " WS-PEN-CONTA(WS-SUB)
                "  " WS-DESC-SITUACAO
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "            " WS-LIMITE-EDIT WS-RETIDO-EDIT
                WS-REMETIDO-EDIT WS-A-REMETER-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "PENHORAS JUDICIAIS - RETIDO E REMETIDO POR "
                "PROCESSO - PAGINA " WS-PAGINA
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            ADD 1 TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "                    LIMITE        RETIDO"
                "      REMETIDO     A REMETER"
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
                DISPLAY "ERRO AO GRAVAR PENHRPT - STATUS "
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

      * sign-on: the garnishment report only needs the consulta
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
       END PROGRAM DEMOPENR.
