      *          PAGTO S or P) count: an unconfirmed payment has not
      *          withheld anything yet. ENTER on the month takes the
      *          CTRLFILE run date's month, the DEMOMTD selection.
      *          Each vendor's line carries its CNPJ or CPF from
      *          VENDMAST, the identification the filing is made by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-VENDMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-VENDMAST      VALUE "Y".
       77 WS-NOME-FORNECEDOR      PIC X(30) VALUE SPACE.
       77 WS-DOC-FORNECEDOR       PIC X(25) VALUE SPACE.
       77 WS-DOC-DIGITOS          PIC X(14) VALUE SPACE.
       77 WS-LINHA-COUNT          PIC 99 VALUE ZEROS.
       77 WS-PAGINA               PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS           PIC 99 VALUE 20.

            PERFORM QUEBRA-PAGINA-SE-PRECISO
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-NOME-FORNECEDOR "  " WS-DOC-FORNECEDOR
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       BUSCA-NOME-FORNECEDOR.
            MOVE SPACES TO WS-NOME-FORNECEDOR
            MOVE SPACES TO WS-DOC-FORNECEDOR
            IF WS-TEM-VENDMAST
                MOVE WS-FORN-CODIGO(WS-SUB) TO VEND-CODIGO
                READ VENDOR-FILE
                            TO WS-NOME-FORNECEDOR
                    NOT INVALID KEY
                        MOVE VEND-NOME TO WS-NOME-FORNECEDOR
                        PERFORM FORMATA-CNPJ-CPF
                END-READ
            ELSE
                MOVE "(VENDMAST INDISPONIVEL)"
                    TO WS-NOME-FORNECEDOR
            END-IF.

      * printed punctuated the way the Receita writes it; a vendor
      * registered before the number was kept shows it is missing.
       FORMATA-CNPJ-CPF.
            MOVE VEND-CNPJ-CPF TO WS-DOC-DIGITOS
            EVALUATE TRUE
                WHEN VEND-CNPJ-CPF = ZEROS
                    MOVE "(SEM CNPJ/CPF)" TO WS-DOC-FORNECEDOR
                WHEN VEND-PESSOA-FISICA
                    STRING "CPF " WS-DOC-DIGITOS(4:3) "."
                        WS-DOC-DIGITOS(7:3) "." WS-DOC-DIGITOS(10:3)
                        "-" WS-DOC-DIGITOS(13:2)
                        DELIMITED BY SIZE INTO WS-DOC-FORNECEDOR
                WHEN OTHER
                    STRING "CNPJ " WS-DOC-DIGITOS(1:2) "."
                        WS-DOC-DIGITOS(3:3) "." WS-DOC-DIGITOS(6:3)
                        "/" WS-DOC-DIGITOS(9:4) "-"
                        WS-DOC-DIGITOS(13:2)
                        DELIMITED BY SIZE INTO WS-DOC-FORNECEDOR
            END-EVALUATE.

       ABRE-VENDMAST.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS = "00"
