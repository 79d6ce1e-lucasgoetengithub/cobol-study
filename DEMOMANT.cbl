      *          applies an add (A), change (C) or delete (D) action
      *          against PAYMASTF, instead of every run acting on the
      *          one hardcoded record DEMONSTRA4 uses for its
      *          confirm/reverse batch step. A delete of a settled
      *          payment (confirmado or postado), or of one already
      *          extracted to the GL, returned by the bank or partly
      *          paid, is a cancelamento,
      *          not a physical delete: the record stays on the
      *          master as cancelado with the reason keyed by the
      *          operator and the operator ID, and DEMOGL sends the
      *          reversing postings to the GL. A cancelled payment
      *          can no longer be altered or deleted. The vendor and
      *          the cost center keyed must be registered in VENDMAST
      *          and CCUSTMST.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY OPERREC.
       FD  PERIODO-FILE.
       COPY PERREC.
       FD  CCUSTO-FILE.
       COPY CCUSTO.
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMOMANT".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CC-STATUS            PIC X(02) VALUE "00".
       77 WS-EOF-CC               PIC X(01) VALUE "N".
          88 WS-FIM-CC            VALUE "Y".
       77 WS-CENTRO-ENTRADA       PIC X(05) VALUE SPACE.
       77 WS-PER-STATUS           PIC X(02) VALUE "00".
       77 WS-MES-VERIFICAR        PIC 9(06) VALUE ZEROS.
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-MOTIVO               PIC X(30) VALUE SPACE.
       77 WS-REGISTRO-ENCONTRADO  PIC X(01) VALUE "N".
          88 WS-JA-EXISTE         VALUE "Y" FALSE "N".
       77 WS-OPERACAO-PAY         PIC X(18) VALUE SPACE.
       77 WS-VALOR-ENTRADA        PIC X(12) VALUE SPACE.
       77 WS-VALOR-POS-INVALIDA   PIC 9(04) VALUE ZEROS.
       77 WS-SITUACAO-ENTRADA     PIC X(01) VALUE SPACE.
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-FORNECEDOR-ENTRADA   PIC X(06) VALUE SPACE.
       77 WS-MOTIVO-CANCELAMENTO  PIC X(30) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR
                    SET WS-JA-EXISTE TO FALSE
                NOT INVALID KEY
                    SET WS-JA-EXISTE TO TRUE
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                    DISPLAY "SITUACAO DO PAGTO ATUAL: " PAY-PAGTO
            END-READ

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
            MOVE WS-RUN-DATE TO PAY-VENCIMENTO-YYYYMMDD
            SET PAY-APROV-NAO-EXIGIDA TO TRUE
            IF WS-LIMITE-APROVACAO > ZEROS
            END-IF
            MOVE WS-FORNECEDOR-ENTRADA TO PAY-FORNECEDOR

            DISPLAY "CENTRO DE CUSTO (ENTER P/ NENHUM): "
            MOVE SPACE TO WS-CENTRO-ENTRADA
            ACCEPT WS-CENTRO-ENTRADA
            IF WS-CENTRO-ENTRADA NOT = SPACES
                PERFORM VALIDA-CENTRO-CUSTO
            END-IF
            MOVE WS-CENTRO-ENTRADA TO PAY-CENTRO-CUSTO
            MOVE SPACES TO PAY-PEDIDO
            MOVE SPACES TO PAY-PENHORA-PROCESSO
            SET PAY-SEM-PENHORA TO TRUE
            MOVE ZEROS TO PAY-VALOR-PENHORA
            MOVE SPACES TO PAY-PENHORA-VINCULO
            SET PAY-POR-TRANSFERENCIA TO TRUE
            MOVE SPACES TO PAY-LINHA-DIGITAVEL

      * the vendor record is still current from the validation read.
            IF WS-FORNECEDOR-ENTRADA NOT = SPACES
                AND VEND-RETEM-IRF
                    MOVE "INCLUIR PAGAMENTO" TO WS-OPERACAO-PAY
                    PERFORM ERRO-GRAVACAO-PAY
            END-WRITE
            MOVE "I" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO

            DISPLAY "NOVA SITUACAO DO PAGTO: " PAY-PAGTO.

                PERFORM ERRO-NAO-ENCONTRADO
            END-IF

            IF PAY-CANCELADO
                PERFORM ERRO-PAGAMENTO-CANCELADO
            END-IF

            MOVE PAY-DATA-YYYYMMDD(1:6) TO WS-MES-VERIFICAR
            PERFORM VERIFICA-PERIODO-FECHADO

                MOVE WS-FORNECEDOR-ENTRADA TO PAY-FORNECEDOR
            END-IF

            DISPLAY "CENTRO DE CUSTO (ENTER P/ MANTER): "
            MOVE SPACE TO WS-CENTRO-ENTRADA
            ACCEPT WS-CENTRO-ENTRADA
            IF WS-CENTRO-ENTRADA NOT = SPACES
                PERFORM VALIDA-CENTRO-CUSTO
                MOVE WS-CENTRO-ENTRADA TO PAY-CENTRO-CUSTO
            END-IF

            MOVE "ALTERACAO DE PAGAMENTO" TO WS-MOTIVO

            REWRITE PAY-MASTER-RECORD
                    MOVE "ALTERAR PAGAMENTO" TO WS-OPERACAO-PAY
                    PERFORM ERRO-GRAVACAO-PAY
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO

            DISPLAY "NOVA SITUACAO DO PAGTO: " PAY-PAGTO.

                PERFORM ERRO-NAO-ENCONTRADO
            END-IF

            IF PAY-CANCELADO
                PERFORM ERRO-PAGAMENTO-CANCELADO
            END-IF

            MOVE PAY-DATA-YYYYMMDD(1:6) TO WS-MES-VERIFICAR
            PERFORM VERIFICA-PERIODO-FECHADO

            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR

            IF PAY-CONFIRM OR PAY-POSTADO
                OR PAY-DATA-EXTRACAO NOT = ZEROS
                OR PAY-DEVOLVIDO
                OR PAY-VALOR-LIQUIDADO > ZEROS
                PERFORM CANCELA-PAGAMENTO
            ELSE
                MOVE "EXCLUSAO DE PAGAMENTO" TO WS-MOTIVO

                DELETE PAY-MASTER-FILE RECORD
                    INVALID KEY
                        MOVE "EXCLUIR PAGAMENTO" TO WS-OPERACAO-PAY
                        PERFORM ERRO-GRAVACAO-PAY
                END-DELETE
                MOVE "E" TO WS-JRN-OPERACAO
                PERFORM GRAVA-DIARIO

                MOVE SPACE TO PAY-PAGTO
                DISPLAY "PAGAMENTO " PAY-ID " EXCLUIDO"
            END-IF.

      * a settled payment already left the bank and, once DEMOGL ran,
      * the GL too - deleting it would leave the ledger holding an
      * expense the master no longer knows. It is cancelled instead:
      * kept with the reason and the operator, and DEMOGL reverses
      * whatever it had posted for it. The same holds for a payment
      * DEMODEVL reopened - back at nao confirmado, but still
      * extracted to the GL - and for any payment with money already
      * settled: only a payment that never reached the bank or the
      * GL is physically deleted.
       CANCELA-PAGAMENTO.
            DISPLAY "PAGAMENTO JA LIQUIDADO OU LANCADO NO GL - "
                "SERA CANCELADO, NAO EXCLUIDO"
            DISPLAY "MOTIVO DO CANCELAMENTO: "
            MOVE SPACES TO WS-MOTIVO-CANCELAMENTO
            ACCEPT WS-MOTIVO-CANCELAMENTO
            IF WS-MOTIVO-CANCELAMENTO = SPACES
                DISPLAY "ERRO: MOTIVO DO CANCELAMENTO EM BRANCO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            SET PAY-CANCELADO TO TRUE
            MOVE WS-MOTIVO-CANCELAMENTO TO PAY-CANC-MOTIVO
            MOVE WS-OPERADOR TO PAY-CANC-OPERADOR
            MOVE WS-RUN-DATE TO PAY-CANC-DATA
            MOVE ZEROS TO PAY-DATA-ESTORNO
            SET PAY-ESTORNO-PENDENTE TO TRUE
            MOVE "CANCELAMENTO DE PAGAMENTO" TO WS-MOTIVO

            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    MOVE "CANCELAR PAGAMENTO" TO WS-OPERACAO-PAY
                    PERFORM ERRO-GRAVACAO-PAY
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO

            IF PAY-DATA-EXTRACAO NOT = ZEROS
                DISPLAY "PAGAMENTO " PAY-ID " CANCELADO - ESTORNO "
                    "DO GL NA PROXIMA EXTRACAO (DEMOGL)"
            ELSE
                DISPLAY "PAGAMENTO " PAY-ID " CANCELADO"
            END-IF.

       CAPTURA-VALOR-PAGAMENTO.
            MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-VALOR-ENTRADA))
            END-READ
            CLOSE VENDOR-FILE.

       VALIDA-CENTRO-CUSTO.
            OPEN INPUT CCUSTO-FILE
            IF WS-CC-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR CCUSTMST - STATUS "
                    WS-CC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-CC
            MOVE SPACES TO CC-CODIGO
            PERFORM UNTIL WS-FIM-CC
                OR CC-CODIGO = WS-CENTRO-ENTRADA
                READ CCUSTO-FILE
                    AT END
                        SET WS-FIM-CC TO TRUE
                END-READ
            END-PERFORM
            CLOSE CCUSTO-FILE
            IF WS-FIM-CC
                DISPLAY "ERRO: CENTRO DE CUSTO "
                    WS-CENTRO-ENTRADA " NAO CADASTRADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ABRE-PAYMASTF.
            OPEN I-O PAY-MASTER-FILE
            IF WS-PAY-STATUS = "05" OR WS-PAY-STATUS = "35"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-PAGAMENTO-CANCELADO.
            DISPLAY "ERRO: PAGAMENTO " PAY-ID " CANCELADO EM "
                PAY-CANC-DATA " POR " PAY-CANC-OPERADOR
                " - MANUTENCAO RECUSADA"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       ERRO-SITUACAO-INVALIDA.
            DISPLAY "ERRO: SITUACAO DO PAGTO INVALIDA - "
                WS-SITUACAO-ENTRADA
                " - STATUS " WS-PAY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

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
       END PROGRAM DEMOMANT.
