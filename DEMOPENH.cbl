      ******************************************************************
      * Author:
      * Date:
      * Purpose: interactive maintenance for the judicial garnishment
      *          (penhora) master PENHMAST - an operator keys in the
      *          action (A=incluir, C=alterar, L=levantar) with the
      *          vendor code and the court case number, and the
      *          program applies it with the same AUDITLOG discipline
      *          DEMOPED applies to purchase orders. An order is
      *          registered for a vendor with the court deposit
      *          account it remits to (a VENDMAST payee of type J),
      *          a percentage of each payment's net or a fixed
      *          amount per payment, and the total limit; DEMOLOAD
      *          collects it from the vendor's payments until the
      *          limit is reached. The limit can be changed but never
      *          below what was already withheld, and an order is
      *          never deleted - a court lifting it (levantamento)
      *          stops the collection and keeps the case on DEMOPENR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOPENH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENHORA-FILE ASSIGN TO "PENHMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PEN-STATUS.
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
       FD  PENHORA-FILE.
       COPY PENHREC.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-PEN-STATUS           PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-ACAO                 PIC X(01) VALUE SPACE.
       77 WS-FORNECEDOR           PIC X(06) VALUE SPACE.
       77 WS-PROCESSO             PIC X(20) VALUE SPACE.
       77 WS-MOTIVO               PIC X(30) VALUE SPACE.
       77 WS-REGISTRO-ENCONTRADO  PIC X(01) VALUE "N".
          88 WS-JA-EXISTE         VALUE "Y" FALSE "N".
       77 WS-OPERACAO-PEN         PIC X(16) VALUE SPACE.
       77 WS-CONTA-ENTRADA        PIC X(06) VALUE SPACE.
       77 WS-TIPO-ENTRADA         PIC X(01) VALUE SPACE.
       77 WS-VALOR-ENTRADA        PIC X(15) VALUE SPACE.
       77 WS-VALOR-POS-INVALIDA   PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-DIGITADO       PIC S9(09)V99 VALUE ZEROS.
       77 WS-NOME-CAMPO           PIC X(20) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR

            DISPLAY "ACAO (A=INCLUIR, C=ALTERAR, L=LEVANTAR): "
            ACCEPT WS-ACAO

            DISPLAY "CODIGO DO FORNECEDOR PENHORADO: "
            ACCEPT WS-FORNECEDOR
            IF WS-FORNECEDOR = SPACES
                DISPLAY "ERRO: FORNECEDOR EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY "NUMERO DO PROCESSO JUDICIAL: "
            ACCEPT WS-PROCESSO
            IF WS-PROCESSO = SPACES
                DISPLAY "ERRO: NUMERO DO PROCESSO EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM ABRE-PENHMAST

            MOVE WS-FORNECEDOR TO PEN-FORNECEDOR
            MOVE WS-PROCESSO TO PEN-PROCESSO
            READ PENHORA-FILE
                INVALID KEY
                    SET WS-JA-EXISTE TO FALSE
                NOT INVALID KEY
                    SET WS-JA-EXISTE TO TRUE
                    DISPLAY "CONTA JUDICIAL: " PEN-FORN-JUDICIAL
                        " SITUACAO: " PEN-SITUACAO
                    DISPLAY "TIPO: " PEN-TIPO
                        " PERCENTUAL: " PEN-PERCENTUAL
                        " VALOR FIXO: " PEN-VALOR-FIXO
                    DISPLAY "LIMITE: " PEN-LIMITE
                        " RETIDO: " PEN-RETIDO
            END-READ

            EVALUATE WS-ACAO
                WHEN "A"
                    PERFORM INCLUIR-PENHORA
                WHEN "C"
                    PERFORM ALTERAR-PENHORA
                WHEN "L"
                    PERFORM LEVANTAR-PENHORA
                WHEN OTHER
                    PERFORM ERRO-ACAO-INVALIDA
            END-EVALUATE

            PERFORM GRAVA-AUDITORIA

            CLOSE PENHORA-FILE

            STOP RUN.

       INCLUIR-PENHORA.
            IF WS-JA-EXISTE
                DISPLAY "ERRO: PENHORA " WS-PROCESSO
                    " JA CADASTRADA PARA O FORNECEDOR " WS-FORNECEDOR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VALIDA-FORNECEDOR-PENHORADO

            DISPLAY "CONTA JUDICIAL (CODIGO NO VENDMAST): "
            MOVE SPACE TO WS-CONTA-ENTRADA
            ACCEPT WS-CONTA-ENTRADA
            PERFORM VALIDA-CONTA-JUDICIAL

            MOVE WS-FORNECEDOR TO PEN-FORNECEDOR
            MOVE WS-PROCESSO TO PEN-PROCESSO
            MOVE WS-CONTA-ENTRADA TO PEN-FORN-JUDICIAL
            PERFORM CAPTURA-FORMA-DESCONTO
            DISPLAY "LIMITE TOTAL DA PENHORA EM BRL (EX: 50000.00): "
            MOVE SPACE TO WS-VALOR-ENTRADA
            ACCEPT WS-VALOR-ENTRADA
            MOVE "LIMITE DA PENHORA" TO WS-NOME-CAMPO
            PERFORM CONVERTE-VALOR-ENTRADA
            MOVE WS-VALOR-DIGITADO TO PEN-LIMITE
            MOVE ZEROS TO PEN-RETIDO
            SET PEN-ATIVA TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-DATA-INICIO
            MOVE ZEROS TO PEN-DATA-ENCERRAMENTO
            MOVE WS-OPERADOR TO PEN-OPERADOR
            MOVE "INCLUSAO DE PENHORA JUDICIAL" TO WS-MOTIVO

            WRITE PENHORA-RECORD
                INVALID KEY
                    MOVE "INCLUIR PENHORA" TO WS-OPERACAO-PEN
                    PERFORM ERRO-GRAVACAO-PEN
            END-WRITE

            DISPLAY "PENHORA " PEN-PROCESSO " INCLUIDA PARA O "
                "FORNECEDOR " PEN-FORNECEDOR.

      * ENTER keeps each field. The limit may not come below what
      * was already withheld; a limit raised above it reopens an
      * order DEMOLOAD closed on reaching the old one.
       ALTERAR-PENHORA.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF
            IF PEN-LEVANTADA
                DISPLAY "ERRO: PENHORA " WS-PROCESSO " LEVANTADA"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY "CONTA JUDICIAL (ENTER P/ MANTER): "
            MOVE SPACE TO WS-CONTA-ENTRADA
            ACCEPT WS-CONTA-ENTRADA
            IF WS-CONTA-ENTRADA NOT = SPACES
                AND WS-CONTA-ENTRADA NOT = PEN-FORN-JUDICIAL
                PERFORM VALIDA-CONTA-JUDICIAL
                MOVE WS-CONTA-ENTRADA TO PEN-FORN-JUDICIAL
            END-IF

            DISPLAY "ALTERAR FORMA DE DESCONTO (S=SIM, ENTER P/ "
                "MANTER): "
            MOVE SPACE TO WS-TIPO-ENTRADA
            ACCEPT WS-TIPO-ENTRADA
            IF WS-TIPO-ENTRADA = "S"
                PERFORM CAPTURA-FORMA-DESCONTO
            END-IF

            DISPLAY "LIMITE TOTAL (ENTER P/ MANTER): "
            MOVE SPACE TO WS-VALOR-ENTRADA
            ACCEPT WS-VALOR-ENTRADA
            IF WS-VALOR-ENTRADA NOT = SPACES
                MOVE "LIMITE DA PENHORA" TO WS-NOME-CAMPO
                PERFORM CONVERTE-VALOR-ENTRADA
                IF WS-VALOR-DIGITADO < PEN-RETIDO
                    DISPLAY "ERRO: LIMITE ABAIXO DO JA RETIDO - "
                        PEN-RETIDO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-VALOR-DIGITADO TO PEN-LIMITE
            END-IF

            IF PEN-ENCERRADA AND PEN-RETIDO < PEN-LIMITE
                SET PEN-ATIVA TO TRUE
                MOVE ZEROS TO PEN-DATA-ENCERRAMENTO
                DISPLAY "PENHORA " WS-PROCESSO " REATIVADA - NOVO "
                    "LIMITE ACIMA DO RETIDO"
            END-IF
            MOVE WS-OPERADOR TO PEN-OPERADOR
            MOVE "ALTERACAO DE PENHORA JUDICIAL" TO WS-MOTIVO

            REWRITE PENHORA-RECORD
                INVALID KEY
                    MOVE "ALTERAR PENHORA" TO WS-OPERACAO-PEN
                    PERFORM ERRO-GRAVACAO-PEN
            END-REWRITE

            DISPLAY "PENHORA " PEN-PROCESSO " ALTERADA".

      * the court lifted the order: collection stops, whatever is
      * left of the limit. The case stays on file for DEMOPENR.
       LEVANTAR-PENHORA.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF
            IF PEN-LEVANTADA
                DISPLAY "ERRO: PENHORA " WS-PROCESSO " JA LEVANTADA"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            SET PEN-LEVANTADA TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-DATA-ENCERRAMENTO
            MOVE WS-OPERADOR TO PEN-OPERADOR
            MOVE "LEVANTAMENTO DE PENHORA" TO WS-MOTIVO

            REWRITE PENHORA-RECORD
                INVALID KEY
                    MOVE "LEVANTAR PENHORA" TO WS-OPERACAO-PEN
                    PERFORM ERRO-GRAVACAO-PEN
            END-REWRITE

            DISPLAY "PENHORA " PEN-PROCESSO " LEVANTADA".

      * a percentage of each payment's net, or a fixed amount per
      * payment; the other figure is kept at zero.
       CAPTURA-FORMA-DESCONTO.
            DISPLAY "FORMA DE DESCONTO (P=PERCENTUAL, V=VALOR FIXO): "
            MOVE SPACE TO WS-TIPO-ENTRADA
            ACCEPT WS-TIPO-ENTRADA
            MOVE WS-TIPO-ENTRADA TO PEN-TIPO
            EVALUATE TRUE
                WHEN PEN-POR-PERCENTUAL
                    DISPLAY "PERCENTUAL DO LIQUIDO (EX: 30.00): "
                    MOVE SPACE TO WS-VALOR-ENTRADA
                    ACCEPT WS-VALOR-ENTRADA
                    MOVE "PERCENTUAL" TO WS-NOME-CAMPO
                    PERFORM CONVERTE-VALOR-ENTRADA
                    IF WS-VALOR-DIGITADO > 100
                        DISPLAY "ERRO: PERCENTUAL ACIMA DE 100"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE WS-VALOR-DIGITADO TO PEN-PERCENTUAL
                    MOVE ZEROS TO PEN-VALOR-FIXO
                WHEN PEN-POR-VALOR
                    DISPLAY "VALOR FIXO POR PAGAMENTO EM BRL "
                        "(EX: 1500.00): "
                    MOVE SPACE TO WS-VALOR-ENTRADA
                    ACCEPT WS-VALOR-ENTRADA
                    MOVE "VALOR FIXO" TO WS-NOME-CAMPO
                    PERFORM CONVERTE-VALOR-ENTRADA
                    IF WS-VALOR-DIGITADO > 9999999.99
                        DISPLAY "ERRO: VALOR FIXO ACIMA DO MAXIMO"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE WS-VALOR-DIGITADO TO PEN-VALOR-FIXO
                    MOVE ZEROS TO PEN-PERCENTUAL
                WHEN OTHER
                    DISPLAY "ERRO: FORMA DE DESCONTO INVALIDA - "
                        WS-TIPO-ENTRADA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

       CONVERTE-VALOR-ENTRADA.
            MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-VALOR-ENTRADA))
                TO WS-VALOR-POS-INVALIDA
            IF WS-VALOR-ENTRADA = SPACES
                OR WS-VALOR-POS-INVALIDA NOT = 0
                DISPLAY "ERRO: " WS-NOME-CAMPO " INVALIDO - "
                    WS-VALOR-ENTRADA
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-VALOR-DIGITADO =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-VALOR-ENTRADA))
                ON SIZE ERROR
                    DISPLAY "ERRO: " WS-NOME-CAMPO " INVALIDO - "
                        WS-VALOR-ENTRADA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-COMPUTE
            IF WS-VALOR-DIGITADO NOT > ZEROS
                DISPLAY "ERRO: " WS-NOME-CAMPO " DEVE SER POSITIVO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       VALIDA-FORNECEDOR-PENHORADO.
            PERFORM ABRE-VENDMAST
            MOVE WS-FORNECEDOR TO VEND-CODIGO
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "ERRO: FORNECEDOR " WS-FORNECEDOR
                        " NAO CADASTRADO"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF VEND-CONTA-JUDICIAL OR VEND-ORGAO-ARRECADADOR
                DISPLAY "ERRO: FORNECEDOR " WS-FORNECEDOR
                    " E CONTA JUDICIAL OU ORGAO ARRECADADOR"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE VENDOR-FILE.

      * the deposit goes to a VENDMAST payee registered as a court
      * account (type J), with its bank details like any payee.
       VALIDA-CONTA-JUDICIAL.
            IF WS-CONTA-ENTRADA = SPACES
                DISPLAY "ERRO: CONTA JUDICIAL EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM ABRE-VENDMAST
            MOVE WS-CONTA-ENTRADA TO VEND-CODIGO
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "ERRO: CONTA JUDICIAL " WS-CONTA-ENTRADA
                        " NAO CADASTRADA NO VENDMAST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF NOT VEND-CONTA-JUDICIAL
                DISPLAY "ERRO: FAVORECIDO " WS-CONTA-ENTRADA
                    " NAO E CONTA JUDICIAL (TIPO J)"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE VENDOR-FILE.

       ABRE-VENDMAST.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR VENDMAST - STATUS "
                    WS-VEND-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ABRE-PENHMAST.
            OPEN I-O PENHORA-FILE
            IF WS-PEN-STATUS = "05" OR WS-PEN-STATUS = "35"
                OPEN OUTPUT PENHORA-FILE
                CLOSE PENHORA-FILE
                OPEN I-O PENHORA-FILE
            END-IF
            IF WS-PEN-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PENHMAST - STATUS "
                    WS-PEN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * the trail is keyed by the garnished vendor - an order has no
      * payment of its own, the way DEMOPED keys it by the PO.
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
                MOVE WS-FORNECEDOR TO AUD-PAY-ID
                MOVE SPACE TO AUD-VALOR-ANTERIOR
                MOVE PEN-SITUACAO TO AUD-VALOR-NOVO
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
            DISPLAY "ERRO: PENHORA " WS-PROCESSO " DO FORNECEDOR "
                WS-FORNECEDOR " NAO ENCONTRADA"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-GRAVACAO-PEN.
            DISPLAY "ERRO AO " WS-OPERACAO-PEN " " PEN-PROCESSO
                " - STATUS " WS-PEN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.
       END PROGRAM DEMOPENH.
