      *          assim, D = descartar como duplicata. ENTER on the
      *          transaction ID just screens and lists, which is how
      *          the step runs inside DEMOBATCH (same discipline as
      *          DEMODISC). The same list and decision serve the
      *          over-budget holds DEMOLOAD writes to TRANSUSP
      *          (motivo O): L = liberar acima do orcamento, D =
      *          recusar, and only the cost center's CC-RESPONSAVEL
      *          in CCUSTMST may decide one. Those holds are listed
      *          and decided even with the duplicate screen switched
      *          off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRAN-ID
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY PARMREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  CCUSTO-FILE.
       COPY CCUSTO.
       WORKING-STORAGE SECTION.
       77 WS-CC-STATUS            PIC X(02) VALUE "00".
       77 WS-EOF-CC               PIC X(01) VALUE "N".
          88 WS-FIM-CC            VALUE "Y".
       77 WS-OPER-STATUS          PIC X(02) VALUE "00".
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
            PERFORM CARREGA-DATA-CONTROLE
            PERFORM CARREGA-PARAMETROS

            PERFORM ABRE-TRANSUSP
            IF WS-DIAS-JANELA = ZEROS
                DISPLAY "JANELA DE DUPLICIDADE ZERADA NO PARMFILE "
                    "- TRIAGEM DESLIGADA"
            ELSE
                PERFORM CALCULA-DATA-CORTE
                PERFORM CARREGA-PAGAMENTOS-RECENTES
                PERFORM TRIA-TRANSACOES
                DISPLAY "TRANSACOES SUSPENSAS NESTA TRIAGEM: "
                    WS-QTD-SUSPEITAS
            END-IF
            PERFORM LISTA-PENDENTES
            DISPLAY "SUSPENSAS AGUARDANDO DECISAO: "
                WS-QTD-PENDENTES
            PERFORM DECIDE-SUSPENSA
            CLOSE SUSPENSE-FILE

            STOP RUN.

                    MOVE TRAN-AMOUNT TO SUSP-VALOR
                    MOVE WS-RECENTE-PAY-ID(WS-IDX) TO SUSP-PAY-ID
                    SET SUSP-PENDENTE TO TRUE
                    MOVE "D" TO SUSP-MOTIVO
                    MOVE TRAN-CENTRO-CUSTO TO SUSP-CENTRO-CUSTO
                    WRITE SUSPENSE-RECORD
                        INVALID KEY
                            DISPLAY "ERRO AO GRAVAR TRANSUSP - "
                        SET WS-FIM-SUSP TO TRUE
                    NOT AT END
                        IF SUSP-PENDENTE
                            PERFORM LISTA-PENDENTE
                        END-IF
                END-READ
            END-PERFORM.

       LISTA-PENDENTE.
            ADD 1 TO WS-QTD-PENDENTES
            MOVE SUSP-VALOR TO WS-VALOR-EDIT
            IF SUSP-MOTIVO-ORCAMENTO
                DISPLAY "PENDENTE: " SUSP-TRAN-ID
                    " " WS-VALOR-EDIT " FORNECEDOR "
                    SUSP-FORNECEDOR " ACIMA DO ORCAMENTO DO "
                    "CENTRO DE CUSTO " SUSP-CENTRO-CUSTO
            ELSE
                DISPLAY "PENDENTE: " SUSP-TRAN-ID
                    " " WS-VALOR-EDIT " FORNECEDOR "
                    SUSP-FORNECEDOR " = PAGAMENTO "
                    SUSP-PAY-ID
            END-IF.

       DECIDE-SUSPENSA.
            DISPLAY "TRANSACAO A DECIDIR (ENTER P/ APENAS LISTAR): "
            ACCEPT WS-TRAN-ID-DECIDIR
                STOP RUN
            END-IF

            IF SUSP-MOTIVO-ORCAMENTO
                PERFORM VERIFICA-RESPONSAVEL-CENTRO
                DISPLAY "DECISAO (L=LIBERAR ACIMA DO ORCAMENTO, "
                    "D=RECUSAR): "
            ELSE
                DISPLAY "DECISAO (L=PAGAR MESMO ASSIM, D=DUPLICATA): "
            END-IF
            ACCEPT WS-DECISAO

            IF NOT WS-DECISAO-LIBERAR AND NOT WS-DECISAO-DESCARTAR
            DISPLAY "TRANSACAO " SUSP-TRAN-ID " MARCADA COMO '"
                SUSP-SITUACAO "'".

      * an over-budget hold is the cost center manager's call: the
      * operator signed on must be the CC-RESPONSAVEL of the hold's
      * cost center, unless the cost center names none. A cost
      * center no longer in CCUSTMST (or no CCUSTMST at all) leaves
      * nobody entitled, so the hold cannot be decided here.
       VERIFICA-RESPONSAVEL-CENTRO.
            OPEN INPUT CCUSTO-FILE
            IF WS-CC-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR CCUSTMST - STATUS "
                    WS-CC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO CC-CODIGO
            PERFORM UNTIL WS-FIM-CC
                OR CC-CODIGO = SUSP-CENTRO-CUSTO
                READ CCUSTO-FILE
                    AT END
                        SET WS-FIM-CC TO TRUE
                END-READ
            END-PERFORM
            CLOSE CCUSTO-FILE
            IF WS-FIM-CC
                DISPLAY "ERRO: CENTRO DE CUSTO " SUSP-CENTRO-CUSTO
                    " NAO CADASTRADO NO CCUSTMST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF CC-RESPONSAVEL NOT = SPACES
                AND CC-RESPONSAVEL NOT = WS-OPERADOR
                DISPLAY "ERRO: SUSPENSAO DO CENTRO DE CUSTO "
                    CC-CODIGO " SO PODE SER DECIDIDA POR "
                    CC-RESPONSAVEL
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ABRE-TRANSUSP.
            OPEN I-O SUSPENSE-FILE
            IF WS-SUSP-STATUS = "05" OR WS-SUSP-STATUS = "35"
