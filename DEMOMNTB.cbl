      *                 (aprovar via DEMOAPRV / usar DEMOMANT)
      *            09 = periodo contabil fechado (PERIODF/DEMOFECH);
      *                 a tentativa tambem vai para o AUDITLOG
      *            10 = pagamento cancelado (alteracao/exclusao)
      *            11 = centro de custo nao cadastrado no CCUSTMST
      *          An exclusao of a settled payment (confirmado or
      *          postado), or of one already extracted to the GL,
      *          returned by the bank or partly paid, cancels it
      *          instead of deleting it, the
      *          DEMOMANT rule: the record stays as cancelado with a
      *          fixed batch reason and DEMOMNTB as the operator, and
      *          DEMOGL reverses its GL postings.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY CTRLREC.
       FD  MANT-FILE.
       COPY MANTREC.
       01 MANT-RECORD-IMAGEM      PIC X(35).
       FD  MANT-ERR-FILE.
       01 MANT-ERR-RECORD.
          05 ERR-DADOS            PIC X(35).
          05 ERR-MOTIVO           PIC X(02).
       FD  VENDOR-FILE.
       COPY VENDMAST.
       COPY PARMREC.
       FD  PERIODO-FILE.
       COPY PERREC.
       FD  CCUSTO-FILE.
       COPY CCUSTO.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOMNTB".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CC-STATUS            PIC X(02) VALUE "00".
       77 WS-EOF-CC               PIC X(01) VALUE "N".
          88 WS-FIM-CC            VALUE "Y".
       01 WS-CENTROS-CUSTO.
          05 WS-QTD-CENTROS       PIC 9(03) COMP VALUE ZEROS.
          05 WS-CENTRO-CODIGO     PIC X(05) OCCURS 500 TIMES
                                   INDEXED BY WS-CC-IDX.
       77 WS-PER-STATUS           PIC X(02) VALUE "00".
       77 WS-PERIODF-ABERTO       PIC X(01) VALUE "N".
          88 WS-TEM-PERIODF       VALUE "Y".
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.
            PERFORM ABRE-AUDITLOG
            PERFORM ABRE-VENDMAST
            PERFORM ABRE-PERIODF
            PERFORM CARREGA-CENTROS-CUSTO

            PERFORM UNTIL WS-END-OF-FILE
                READ MANT-FILE
            MOVE "BACKOFF" TO WS-REG-ORIGEM
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                DISPLAY "ERRO: MANTTRAN DE " WS-RUN-DATE
                    " JA APLICADO SEGUNDO O XMITREG - ARQUIVO "
            MOVE WS-QTD-LIDOS TO WS-REG-QTD
            MOVE ZEROS TO WS-REG-HASH
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO REGISTRADA"
                    SET WS-JA-EXISTE TO FALSE
                NOT INVALID KEY
                    SET WS-JA-EXISTE TO TRUE
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
            END-READ

            EVALUATE MANT-ACAO
                    AND MANT-FORNECEDOR NOT = SPACES
                    PERFORM VALIDA-FORNECEDOR
                END-IF
                IF WS-REGISTRO-VALIDO
                    AND MANT-CENTRO-CUSTO NOT = SPACES
                    PERFORM VALIDA-CENTRO-CUSTO
                END-IF
                IF WS-REGISTRO-VALIDO
                    MOVE MANT-PAY-ID TO PAY-ID
                    MOVE MANT-FORNECEDOR TO PAY-FORNECEDOR
                    MOVE MANT-CENTRO-CUSTO TO PAY-CENTRO-CUSTO
                    MOVE SPACES TO PAY-PEDIDO
                    MOVE SPACES TO PAY-PENHORA-PROCESSO
                    SET PAY-SEM-PENHORA TO TRUE
                    MOVE ZEROS TO PAY-VALOR-PENHORA
                    MOVE SPACES TO PAY-PENHORA-VINCULO
                    SET PAY-POR-TRANSFERENCIA TO TRUE
                    MOVE SPACES TO PAY-LINHA-DIGITAVEL
                    COMPUTE PAY-VALOR =
                        FUNCTION NUMVAL(FUNCTION TRIM(MANT-VALOR))
                    MOVE WS-RUN-DATE TO PAY-DATA-YYYYMMDD
                    MOVE SPACES TO PAY-BANCO
                    MOVE SPACE TO PAY-ORDEM
                    MOVE ZEROS TO PAY-DATA-EXTRACAO
                    MOVE SPACES TO PAY-CANC-MOTIVO
                    MOVE SPACES TO PAY-CANC-OPERADOR
                    MOVE ZEROS TO PAY-CANC-DATA
                    MOVE ZEROS TO PAY-DATA-ESTORNO
                    SET PAY-ESTORNO-PENDENTE TO TRUE
                    MOVE SPACE TO PAY-DEVOLUCAO
                    MOVE ZEROS TO PAY-DATA-DEVOLUCAO
                    MOVE SPACE TO PAY-PAGTO-PRE-DEVOLUCAO
                    SET PAY-SEM-DESCONTO TO TRUE
                    MOVE ZEROS TO PAY-DESC-DATA-LIMITE
                    MOVE ZEROS TO PAY-DESC-VALOR
                    MOVE ZEROS TO PAY-VALOR-ENCARGOS
                    MOVE ZEROS TO PAY-DATA-ENCARGOS
                    MOVE SPACES TO PAY-OPER-LIBERACAO
                    MOVE ZEROS TO PAY-DATA-LIBERACAO
                    MOVE ZEROS TO PAY-VALOR-CREDITO
      * the vendor record is still current from the validation read.
                    IF MANT-FORNECEDOR NOT = SPACES
                        AND WS-TEM-VENDMAST
                    WRITE PAY-MASTER-RECORD
                        INVALID KEY
                            MOVE "02" TO WS-MOTIVO-REJEICAO
                        NOT INVALID KEY
                            MOVE "I" TO WS-JRN-OPERACAO
                            PERFORM GRAVA-DIARIO
                    END-WRITE
                END-IF
            END-IF.
                MOVE "03" TO WS-MOTIVO-REJEICAO
            ELSE
                MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
                IF PAY-CANCELADO
                    MOVE "10" TO WS-MOTIVO-REJEICAO
                END-IF
                IF WS-REGISTRO-VALIDO
                    MOVE PAY-DATA-YYYYMMDD(1:6) TO WS-MES-VERIFICAR
                    PERFORM VERIFICA-PERIODO-FECHADO
                END-IF
                IF WS-REGISTRO-VALIDO
                    AND MANT-VALOR NOT = SPACE
                    PERFORM VALIDA-VALOR
                    AND MANT-FORNECEDOR NOT = SPACES
                    PERFORM VALIDA-FORNECEDOR
                END-IF
                IF WS-REGISTRO-VALIDO
                    AND MANT-CENTRO-CUSTO NOT = SPACES
                    PERFORM VALIDA-CENTRO-CUSTO
                END-IF
                IF WS-REGISTRO-VALIDO
                    IF MANT-FORNECEDOR NOT = SPACES
                        MOVE MANT-FORNECEDOR TO PAY-FORNECEDOR
                    END-IF
                    IF MANT-CENTRO-CUSTO NOT = SPACES
                        MOVE MANT-CENTRO-CUSTO TO PAY-CENTRO-CUSTO
                    END-IF
                    IF MANT-VALOR NOT = SPACE
                        COMPUTE PAY-VALOR =
                            FUNCTION NUMVAL
                    REWRITE PAY-MASTER-RECORD
                        INVALID KEY
                            MOVE "03" TO WS-MOTIVO-REJEICAO
                        NOT INVALID KEY
                            MOVE "A" TO WS-JRN-OPERACAO
                            PERFORM GRAVA-DIARIO
                    END-REWRITE
                END-IF
            END-IF.
                MOVE "03" TO WS-MOTIVO-REJEICAO
            ELSE
                MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
                IF PAY-CANCELADO
                    MOVE "10" TO WS-MOTIVO-REJEICAO
                END-IF
                IF WS-REGISTRO-VALIDO
                    MOVE PAY-DATA-YYYYMMDD(1:6) TO WS-MES-VERIFICAR
                    PERFORM VERIFICA-PERIODO-FECHADO
                END-IF
                IF WS-REGISTRO-VALIDO
                    IF PAY-CONFIRM OR PAY-POSTADO
                        OR PAY-DATA-EXTRACAO NOT = ZEROS
                        OR PAY-DEVOLVIDO
                        OR PAY-VALOR-LIQUIDADO > ZEROS
                        PERFORM CANCELA-PAGAMENTO
                    ELSE
                        MOVE "EXCLUSAO DE PAGAMENTO" TO WS-MOTIVO
                        DELETE PAY-MASTER-FILE RECORD
                            INVALID KEY
                                MOVE "03" TO WS-MOTIVO-REJEICAO
                            NOT INVALID KEY
                                MOVE "E" TO WS-JRN-OPERACAO
                                PERFORM GRAVA-DIARIO
                        END-DELETE
                        IF WS-REGISTRO-VALIDO
                            MOVE SPACE TO PAY-PAGTO
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * a settled, extracted or returned payment is cancelled, never
      * deleted - see DEMOMANT.
       CANCELA-PAGAMENTO.
            SET PAY-CANCELADO TO TRUE
            MOVE "CANCELAMENTO EM LOTE MANTTRAN" TO PAY-CANC-MOTIVO
            MOVE "DEMOMNTB" TO PAY-CANC-OPERADOR
            MOVE WS-RUN-DATE TO PAY-CANC-DATA
            MOVE ZEROS TO PAY-DATA-ESTORNO
            SET PAY-ESTORNO-PENDENTE TO TRUE
            MOVE "CANCELAMENTO DE PAGAMENTO" TO WS-MOTIVO
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    MOVE "03" TO WS-MOTIVO-REJEICAO
                NOT INVALID KEY
                    MOVE "A" TO WS-JRN-OPERACAO
                    PERFORM GRAVA-DIARIO
            END-REWRITE.

       VALIDA-VALOR.
            MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(MANT-VALOR))
                TO WS-VALOR-POS-INVALIDA
                END-READ
            END-IF.

       VALIDA-CENTRO-CUSTO.
            SET WS-CC-IDX TO 1
            SEARCH WS-CENTRO-CODIGO
                AT END
                    MOVE "11" TO WS-MOTIVO-REJEICAO
                WHEN WS-CC-IDX > WS-QTD-CENTROS
                    MOVE "11" TO WS-MOTIVO-REJEICAO
                WHEN WS-CENTRO-CODIGO(WS-CC-IDX) = MANT-CENTRO-CUSTO
                    CONTINUE
            END-SEARCH.

       CARREGA-CENTROS-CUSTO.
            OPEN INPUT CCUSTO-FILE
            IF WS-CC-STATUS NOT = "00"
                DISPLAY "AVISO: CCUSTMST NAO ENCONTRADO - "
                    "MANUTENCOES COM CENTRO DE CUSTO SERAO REJEITADAS"
            ELSE
                PERFORM UNTIL WS-FIM-CC
                    READ CCUSTO-FILE
                        AT END
                            SET WS-FIM-CC TO TRUE
                        NOT AT END
                            PERFORM GUARDA-CENTRO-CUSTO
                    END-READ
                END-PERFORM
                CLOSE CCUSTO-FILE
            END-IF.

       GUARDA-CENTRO-CUSTO.
            IF WS-QTD-CENTROS >= 500
                DISPLAY "ERRO: LIMITE DE 500 CENTROS DE CUSTO "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-CENTROS
            MOVE CC-CODIGO TO WS-CENTRO-CODIGO(WS-QTD-CENTROS).

       ABRE-VENDMAST.
            OPEN INPUT VENDOR-FILE
            IF WS-VEND-STATUS = "00"
                END-READ
                CLOSE PARM-FILE
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
       END PROGRAM DEMOMNTB.
