      ******************************************************************
      * Author:
      * Date:
      * Purpose: interactive maintenance for the purchase-order
      *          master PEDMAST - an operator keys in the action
      *          (A=abrir, C=alterar, E=encerrar, D=excluir) and the
      *          PO number, and the program applies it with the same
      *          AUDITLOG discipline DEMOVEND applies to vendors. A
      *          PO is opened for a registered vendor with the amount
      *          authorized; DEMOLOAD consumes it as payments against
      *          it load, and DEMOEDIT refuses transactions quoting a
      *          PO that is unknown, closed or another vendor's. The
      *          authorized amount can be changed but never below
      *          what was already consumed, and once anything was
      *          consumed the PO keeps its vendor and can only be
      *          closed, not deleted - the paid history stays
      *          traceable to it on DEMOCOMP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE ASSIGN TO "PEDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-PED-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       COPY PEDCOMP.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-PED-STATUS           PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-ACAO                 PIC X(01) VALUE SPACE.
       77 WS-NUMERO               PIC X(08) VALUE SPACE.
       77 WS-MOTIVO               PIC X(30) VALUE SPACE.
       77 WS-REGISTRO-ENCONTRADO  PIC X(01) VALUE "N".
          88 WS-JA-EXISTE         VALUE "Y" FALSE "N".
       77 WS-OPERACAO-PED         PIC X(16) VALUE SPACE.
       77 WS-FORNECEDOR-ENTRADA   PIC X(06) VALUE SPACE.
       77 WS-DESCRICAO-ENTRADA    PIC X(30) VALUE SPACE.
       77 WS-VALOR-ENTRADA        PIC X(15) VALUE SPACE.
       77 WS-VALOR-POS-INVALIDA   PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-AUTORIZADO     PIC S9(09)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR

            DISPLAY "ACAO (A=ABRIR, C=ALTERAR, E=ENCERRAR, "
                "D=EXCLUIR): "
            ACCEPT WS-ACAO

            DISPLAY "NUMERO DO PEDIDO DE COMPRA: "
            ACCEPT WS-NUMERO

            IF WS-NUMERO = SPACES
                DISPLAY "ERRO: NUMERO DO PEDIDO EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM ABRE-PEDMAST

            MOVE WS-NUMERO TO PED-NUMERO
            READ PEDIDO-FILE
                INVALID KEY
                    SET WS-JA-EXISTE TO FALSE
                NOT INVALID KEY
                    SET WS-JA-EXISTE TO TRUE
                    DISPLAY "PEDIDO ATUAL: " PED-DESCRICAO
                    DISPLAY "FORNECEDOR: " PED-FORNECEDOR
                        " SITUACAO: " PED-SITUACAO
                    DISPLAY "AUTORIZADO: " PED-VALOR-AUTORIZADO
                        " CONSUMIDO: " PED-VALOR-CONSUMIDO
            END-READ

            EVALUATE WS-ACAO
                WHEN "A"
                    PERFORM ABRIR-PEDIDO
                WHEN "C"
                    PERFORM ALTERAR-PEDIDO
                WHEN "E"
                    PERFORM ENCERRAR-PEDIDO
                WHEN "D"
                    PERFORM EXCLUIR-PEDIDO
                WHEN OTHER
                    PERFORM ERRO-ACAO-INVALIDA
            END-EVALUATE

            PERFORM GRAVA-AUDITORIA

            CLOSE PEDIDO-FILE

            STOP RUN.

       ABRIR-PEDIDO.
            IF WS-JA-EXISTE
                DISPLAY "ERRO: PEDIDO " WS-NUMERO " JA EXISTE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY "CODIGO DO FORNECEDOR: "
            MOVE SPACE TO WS-FORNECEDOR-ENTRADA
            ACCEPT WS-FORNECEDOR-ENTRADA
            PERFORM VALIDA-FORNECEDOR

            MOVE WS-NUMERO TO PED-NUMERO
            MOVE WS-FORNECEDOR-ENTRADA TO PED-FORNECEDOR
            PERFORM CAPTURA-DESCRICAO
            MOVE WS-DESCRICAO-ENTRADA TO PED-DESCRICAO
            PERFORM CAPTURA-VALOR-AUTORIZADO
            MOVE WS-VALOR-AUTORIZADO TO PED-VALOR-AUTORIZADO
            MOVE ZEROS TO PED-VALOR-CONSUMIDO
            SET PED-ABERTO TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO PED-DATA-ABERTURA
            MOVE ZEROS TO PED-DATA-ENCERRAMENTO
            MOVE "ABERTURA DE PEDIDO DE COMPRA" TO WS-MOTIVO

            WRITE PEDIDO-RECORD
                INVALID KEY
                    MOVE "ABRIR PEDIDO" TO WS-OPERACAO-PED
                    PERFORM ERRO-GRAVACAO-PED
            END-WRITE

            DISPLAY "PEDIDO " PED-NUMERO " ABERTO".

      * ENTER keeps each field. A PO already consumed keeps its
      * vendor - the payments made against it were that vendor's -
      * and may not be cut below what it consumed.
       ALTERAR-PEDIDO.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF
            IF PED-ENCERRADO
                DISPLAY "ERRO: PEDIDO " WS-NUMERO " ENCERRADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY "CODIGO DO FORNECEDOR (ENTER P/ MANTER): "
            MOVE SPACE TO WS-FORNECEDOR-ENTRADA
            ACCEPT WS-FORNECEDOR-ENTRADA
            IF WS-FORNECEDOR-ENTRADA NOT = SPACES
                AND WS-FORNECEDOR-ENTRADA NOT = PED-FORNECEDOR
                IF PED-VALOR-CONSUMIDO NOT = ZEROS
                    DISPLAY "ERRO: PEDIDO COM CONSUMO NAO PODE "
                        "TROCAR DE FORNECEDOR"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VALIDA-FORNECEDOR
                MOVE WS-FORNECEDOR-ENTRADA TO PED-FORNECEDOR
            END-IF

            DISPLAY "DESCRICAO (ENTER P/ MANTER): "
            MOVE SPACE TO WS-DESCRICAO-ENTRADA
            ACCEPT WS-DESCRICAO-ENTRADA
            IF WS-DESCRICAO-ENTRADA NOT = SPACES
                MOVE WS-DESCRICAO-ENTRADA TO PED-DESCRICAO
            END-IF

            DISPLAY "VALOR AUTORIZADO (ENTER P/ MANTER): "
            MOVE SPACE TO WS-VALOR-ENTRADA
            ACCEPT WS-VALOR-ENTRADA
            IF WS-VALOR-ENTRADA NOT = SPACES
                PERFORM CONVERTE-VALOR-ENTRADA
                IF WS-VALOR-AUTORIZADO < PED-VALOR-CONSUMIDO
                    DISPLAY "ERRO: VALOR AUTORIZADO ABAIXO DO JA "
                        "CONSUMIDO - " PED-VALOR-CONSUMIDO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-VALOR-AUTORIZADO TO PED-VALOR-AUTORIZADO
            END-IF

            MOVE "ALTERACAO DE PEDIDO DE COMPRA" TO WS-MOTIVO

            REWRITE PEDIDO-RECORD
                INVALID KEY
                    MOVE "ALTERAR PEDIDO" TO WS-OPERACAO-PED
                    PERFORM ERRO-GRAVACAO-PED
            END-REWRITE

            DISPLAY "PEDIDO " PED-NUMERO " ALTERADO".

      * closing stops further payments; the balance left is
      * released and no longer shows as an open commitment.
       ENCERRAR-PEDIDO.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF
            IF PED-ENCERRADO
                DISPLAY "ERRO: PEDIDO " WS-NUMERO " JA ENCERRADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            SET PED-ENCERRADO TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO PED-DATA-ENCERRAMENTO
            MOVE "ENCERRAMENTO DE PEDIDO" TO WS-MOTIVO

            REWRITE PEDIDO-RECORD
                INVALID KEY
                    MOVE "ENCERRAR PEDIDO" TO WS-OPERACAO-PED
                    PERFORM ERRO-GRAVACAO-PED
            END-REWRITE

            DISPLAY "PEDIDO " PED-NUMERO " ENCERRADO".

       EXCLUIR-PEDIDO.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF
            IF PED-VALOR-CONSUMIDO NOT = ZEROS
                DISPLAY "ERRO: PEDIDO " WS-NUMERO " COM CONSUMO - "
                    "ENCERRAR EM VEZ DE EXCLUIR"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE "EXCLUSAO DE PEDIDO DE COMPRA" TO WS-MOTIVO

            DELETE PEDIDO-FILE RECORD
                INVALID KEY
                    MOVE "EXCLUIR PEDIDO" TO WS-OPERACAO-PED
                    PERFORM ERRO-GRAVACAO-PED
            END-DELETE

            DISPLAY "PEDIDO " WS-NUMERO " EXCLUIDO".

       CAPTURA-DESCRICAO.
            DISPLAY "DESCRICAO DO PEDIDO: "
            MOVE SPACE TO WS-DESCRICAO-ENTRADA
            ACCEPT WS-DESCRICAO-ENTRADA
            IF WS-DESCRICAO-ENTRADA = SPACES
                DISPLAY "ERRO: DESCRICAO DO PEDIDO EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CAPTURA-VALOR-AUTORIZADO.
            DISPLAY "VALOR AUTORIZADO EM BRL (EX: 15000.00): "
            MOVE SPACE TO WS-VALOR-ENTRADA
            ACCEPT WS-VALOR-ENTRADA
            PERFORM CONVERTE-VALOR-ENTRADA.

       CONVERTE-VALOR-ENTRADA.
            MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-VALOR-ENTRADA))
                TO WS-VALOR-POS-INVALIDA
            IF WS-VALOR-ENTRADA = SPACES
                OR WS-VALOR-POS-INVALIDA NOT = 0
                DISPLAY "ERRO: VALOR AUTORIZADO INVALIDO - "
                    WS-VALOR-ENTRADA
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-VALOR-AUTORIZADO =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-VALOR-ENTRADA))
                ON SIZE ERROR
                    DISPLAY "ERRO: VALOR AUTORIZADO INVALIDO - "
                        WS-VALOR-ENTRADA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-COMPUTE
            IF WS-VALOR-AUTORIZADO NOT > ZEROS
                DISPLAY "ERRO: VALOR AUTORIZADO DEVE SER POSITIVO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       VALIDA-FORNECEDOR.
            IF WS-FORNECEDOR-ENTRADA = SPACES
                DISPLAY "ERRO: FORNECEDOR EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR VENDMAST - STATUS "
                    WS-VEND-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-FORNECEDOR-ENTRADA TO VEND-CODIGO
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "ERRO: FORNECEDOR "
                        WS-FORNECEDOR-ENTRADA " NAO CADASTRADO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            CLOSE VENDOR-FILE.

       ABRE-PEDMAST.
            OPEN I-O PEDIDO-FILE
            IF WS-PED-STATUS = "05" OR WS-PED-STATUS = "35"
                OPEN OUTPUT PEDIDO-FILE
                CLOSE PEDIDO-FILE
                OPEN I-O PEDIDO-FILE
            END-IF
            IF WS-PED-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PEDMAST - STATUS "
                    WS-PED-STATUS
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
                MOVE WS-NUMERO TO AUD-PAY-ID
                MOVE SPACE TO AUD-VALOR-ANTERIOR
                MOVE SPACE TO AUD-VALOR-NOVO
                MOVE WS-MOTIVO TO AUD-MOTIVO
                MOVE WS-OPERADOR TO AUD-OPERADOR
                MOVE SPACE TO AUD-REPROC
                WRITE AUDIT-RECORD
                CLOSE AUDIT-FILE
            END-IF.

      * sign-on: the operator identifies and must hold the
      * maintenance permission; an absent OPERMAST falls back to the
      * keyed ID with a warning, the same fallback PARMFILE uses.
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

       ERRO-ACAO-INVALIDA.
            DISPLAY "ERRO: ACAO INVALIDA " WS-ACAO
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-NAO-ENCONTRADO.
            DISPLAY "ERRO: PEDIDO " WS-NUMERO " NAO ENCONTRADO"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-GRAVACAO-PED.
            DISPLAY "ERRO AO " WS-OPERACAO-PED " " PED-NUMERO
                " - STATUS " WS-PED-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       END PROGRAM DEMOPED.
