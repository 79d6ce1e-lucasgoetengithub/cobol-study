      ******************************************************************
      * Author:
      * Date:
      * Purpose: vendor master duplicate scan - reads VENDMAST once
      *          and lists every pair of vendor codes that look like
      *          the same payee: the same name, the same bank, branch
      *          and account, or the same CNPJ/CPF. Each pair is
      *          printed with both vendors' details and what they
      *          have in common, into VENDDUPR, for the cadastro to
      *          merge or correct before DEMOVEND's refusal of a
      *          repeated CNPJ/CPF can be relied on. Vendors without
      *          bank details or without a CNPJ/CPF are not paired on
      *          the blank field.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOVDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PRINT-FILE ASSIGN TO "VENDDUPR"
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
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-PARM-STATUS          PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.
       77 WS-SUB                  PIC 9(04) COMP VALUE ZEROS.
       77 WS-SUB2                 PIC 9(04) COMP VALUE ZEROS.
       77 WS-SUB-IMPRESSAO        PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-PARES            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDOS            PIC 9(05) VALUE ZEROS.
       77 WS-COINCIDENCIA         PIC X(40) VALUE SPACE.
       77 WS-PONTEIRO             PIC 9(02) COMP VALUE ZEROS.
       01 WS-FORNECEDORES.
          05 WS-QTD-FORNECEDORES  PIC 9(04) COMP VALUE ZEROS.
          05 WS-FORN-ITEM OCCURS 5000 TIMES.
             10 WS-FORN-CODIGO    PIC X(06).
             10 WS-FORN-NOME      PIC X(30).
             10 WS-FORN-DADOS-BANCO.
                15 WS-FORN-BANCO   PIC X(03).
                15 WS-FORN-AGENCIA PIC X(05).
                15 WS-FORN-CONTA   PIC X(10).
             10 WS-FORN-CNPJ-CPF  PIC 9(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR
            PERFORM CARREGA-PARAMETROS

            PERFORM CARREGA-FORNECEDORES

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR VENDDUPR - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM IMPRIME-CABECALHO
            PERFORM COMPARA-FORNECEDORES

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            MOVE WS-QTD-FORNECEDORES TO WS-QTD-LIDOS
            STRING "FORNECEDORES LIDOS: " WS-QTD-LIDOS
                "  PARES SUSPEITOS: " WS-QTD-PARES
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            CLOSE PRINT-FILE

            DISPLAY "FORNECEDORES LIDOS: " WS-QTD-LIDOS
            DISPLAY "PARES SUSPEITOS DE DUPLICIDADE: " WS-QTD-PARES

            STOP RUN.

       CARREGA-FORNECEDORES.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR VENDMAST - STATUS "
                    WS-VEND-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-END-OF-FILE
                READ VENDOR-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM GUARDA-FORNECEDOR
                END-READ
            END-PERFORM
            CLOSE VENDOR-FILE
            MOVE "N" TO WS-EOF.

       GUARDA-FORNECEDOR.
            IF WS-QTD-FORNECEDORES >= 5000
                DISPLAY "ERRO: LIMITE DE 5000 FORNECEDORES EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-FORNECEDORES
            MOVE VEND-CODIGO TO WS-FORN-CODIGO(WS-QTD-FORNECEDORES)
            MOVE VEND-NOME TO WS-FORN-NOME(WS-QTD-FORNECEDORES)
            MOVE VEND-BANCO TO WS-FORN-BANCO(WS-QTD-FORNECEDORES)
            MOVE VEND-AGENCIA TO WS-FORN-AGENCIA(WS-QTD-FORNECEDORES)
            MOVE VEND-CONTA TO WS-FORN-CONTA(WS-QTD-FORNECEDORES)
            MOVE VEND-CNPJ-CPF TO WS-FORN-CNPJ-CPF(WS-QTD-FORNECEDORES).

      * every vendor against every later one in code order, so each
      * pair is listed once, under the lower code.
       COMPARA-FORNECEDORES.
            PERFORM VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB >= WS-QTD-FORNECEDORES
                COMPUTE WS-SUB2 = WS-SUB + 1
                PERFORM UNTIL WS-SUB2 > WS-QTD-FORNECEDORES
                    PERFORM COMPARA-PAR
                    ADD 1 TO WS-SUB2
                END-PERFORM
            END-PERFORM.

       COMPARA-PAR.
            MOVE SPACES TO WS-COINCIDENCIA
            MOVE 1 TO WS-PONTEIRO
            IF WS-FORN-NOME(WS-SUB) NOT = SPACES
                AND WS-FORN-NOME(WS-SUB) = WS-FORN-NOME(WS-SUB2)
                STRING "NOME " DELIMITED BY SIZE
                    INTO WS-COINCIDENCIA WITH POINTER WS-PONTEIRO
            END-IF
            IF WS-FORN-CONTA(WS-SUB) NOT = SPACES
                AND WS-FORN-DADOS-BANCO(WS-SUB)
                    = WS-FORN-DADOS-BANCO(WS-SUB2)
                STRING "CONTA BANCARIA " DELIMITED BY SIZE
                    INTO WS-COINCIDENCIA WITH POINTER WS-PONTEIRO
            END-IF
            IF WS-FORN-CNPJ-CPF(WS-SUB) NOT = ZEROS
                AND WS-FORN-CNPJ-CPF(WS-SUB)
                    = WS-FORN-CNPJ-CPF(WS-SUB2)
                STRING "CNPJ/CPF " DELIMITED BY SIZE
                    INTO WS-COINCIDENCIA WITH POINTER WS-PONTEIRO
            END-IF
            IF WS-COINCIDENCIA NOT = SPACES
                ADD 1 TO WS-QTD-PARES
                PERFORM IMPRIME-PAR
            END-IF.

      * three lines per pair: each vendor with its bank details and
      * number, then what they share.
       IMPRIME-PAR.
            MOVE WS-SUB TO WS-SUB-IMPRESSAO
            PERFORM IMPRIME-FORNECEDOR
            MOVE WS-SUB2 TO WS-SUB-IMPRESSAO
            PERFORM IMPRIME-FORNECEDOR
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "         COINCIDENCIA: " WS-COINCIDENCIA
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-FORNECEDOR.
            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-FORN-CODIGO(WS-SUB-IMPRESSAO) " "
                WS-FORN-NOME(WS-SUB-IMPRESSAO) " "
                WS-FORN-BANCO(WS-SUB-IMPRESSAO) " "
                WS-FORN-AGENCIA(WS-SUB-IMPRESSAO) " "
                WS-FORN-CONTA(WS-SUB-IMPRESSAO) " "
                WS-FORN-CNPJ-CPF(WS-SUB-IMPRESSAO)
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "FORNECEDORES SUSPEITOS DE DUPLICIDADE - PAGINA "
                WS-PAGINA
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            ADD 1 TO WS-LINHA-COUNT

            MOVE SPACES TO PRINT-LINE
            STRING "  CODIGO NOME                           BCO AGENC"
                " CONTA      CNPJ/CPF"
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
                DISPLAY "ERRO AO GRAVAR VENDDUPR - STATUS "
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

      * sign-on: the scan only reads the vendor master, so the
      * consulta permission is enough; an absent OPERMAST falls back
      * to the keyed ID with a warning, the same fallback PARMFILE
      * uses.
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
       END PROGRAM DEMOVDUP.
