      ******************************************************************
      * Author:
      * Date:
      * Purpose: comparison report of a DEMOBATCH simulation - the
      *          last step of a lote run inside SIMULA/ against
      *          copies of the masters. It reads what the simulated
      *          steps left behind and prints on SIMRPT what the real
      *          lote would have done with the same inputs:
      *            - received (TRANSACF + TRANGERF trailers),
      *              accepted (TRANACCP trailer) and rejected
      *              (TRANREJ records) transactions
      *            - the DEMOLOAD split of the accepted ones (LOADTOT):
      *              loaded, already on the master, suspended in
      *              TRANSUSP, discarded duplicates, unregistered
      *              vendor, credit notes, refused against the
      *              purchase order, court deposits
      *            - the payment orders cut (PAYORDF trailer, per
      *              forma de pagamento) and the PAYOEXC exceptions
      *            - the GL postings (GLEXTRF trailer, debits and
      *              credits)
      *            - the payment master before and after: PAYBKP,
      *              the copy DEMOCHK modo B took as the simulation
      *              started, is matched by PAY-ID against the
      *              simulated PAYMASTF, every payment included,
      *              deleted, changed in situacao or otherwise
      *              changed is listed, with the counts and totals
      *              on both sides
      *            - the AUDITLOG entries the simulation marked.
      *          It refuses to run on a CTRLFILE that is not marked
      *          as simulacao, so the report is never taken from the
      *          real files. Nothing but SIMRPT is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOSIMR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANSACF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT GERADO-FILE ASSIGN TO "TRANGERF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GER-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO "TRANACCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCP-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT LOAD-TOTAL-FILE ASSIGN TO "LOADTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT ORDEM-FILE ASSIGN TO "PAYORDF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT ORDEM-EXC-FILE ASSIGN TO "PAYOEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OEX-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "PAYBKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT PAY-MASTER-FILE ASSIGN TO "PAYMASTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID OF PAY-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   PAY-DATA-YYYYMMDD OF PAY-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  TRAN-FILE.
       01 TRAN-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==TRH==
                              LEADING ==TRL== BY ==TRT==.
       FD  GERADO-FILE.
       01 GERADO-RECORD-IMAGEM    PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==GNH==
                              LEADING ==TRL== BY ==GNT==.
       FD  ACCEPTED-FILE.
       01 ACCP-RECORD-IMAGEM      PIC X(97).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==ACH==
                              LEADING ==TRL== BY ==ACT==.
       FD  REJECT-FILE.
       COPY TRANREJ.
       FD  LOAD-TOTAL-FILE.
       COPY LOADTOT.
       FD  ORDEM-FILE.
       COPY PAYORD.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==POH==
                              LEADING ==TRL== BY ==POT==.
       FD  ORDEM-EXC-FILE.
       01 ORDEM-EXCECAO-IMAGEM    PIC X(80).
       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==GLH==
                              LEADING ==TRL== BY ==GLT==.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  BACKUP-FILE.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY BKP-PAY-RECORD.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-TRAN-STATUS          PIC X(02) VALUE "00".
       77 WS-GER-STATUS           PIC X(02) VALUE "00".
       77 WS-ACCP-STATUS          PIC X(02) VALUE "00".
       77 WS-REJ-STATUS           PIC X(02) VALUE "00".
       77 WS-LT-STATUS            PIC X(02) VALUE "00".
       77 WS-ORD-STATUS           PIC X(02) VALUE "00".
       77 WS-OEX-STATUS           PIC X(02) VALUE "00".
       77 WS-GL-STATUS            PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-BKP-STATUS           PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-CTRL-SIMULACAO       PIC X(01) VALUE SPACE.
          88 WS-CTRL-SIMULADO     VALUE "S".
       77 WS-EOF                  PIC X(01) VALUE "N".
          88 WS-END-OF-FILE       VALUE "Y".
       77 WS-QTD-ENTRADA          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ACEITOS          PIC 9(07) VALUE ZEROS.
       77 WS-HASH-ACEITOS         PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-REJEITADOS       PIC 9(07) VALUE ZEROS.
      * the LOADTOT counters, one record per cycle summed.
       77 WS-LT-GRAVADOS          PIC 9(07) VALUE ZEROS.
       77 WS-LT-JA-EXISTENTES     PIC 9(07) VALUE ZEROS.
       77 WS-LT-IGNORADOS         PIC 9(07) VALUE ZEROS.
       77 WS-LT-SUSPENSOS         PIC 9(07) VALUE ZEROS.
       77 WS-LT-DUPLICADOS        PIC 9(07) VALUE ZEROS.
       77 WS-LT-CREDITOS          PIC 9(07) VALUE ZEROS.
       77 WS-LT-RECUSADOS-PEDIDO  PIC 9(07) VALUE ZEROS.
       77 WS-LT-DEPOSITOS-JUDIC   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ORDENS           PIC 9(07) VALUE ZEROS.
       77 WS-HASH-ORDENS          PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-ORD-TRANSF       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ORD-BOLETO       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ORD-PIX          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCECOES         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GL-LINHAS        PIC 9(07) VALUE ZEROS.
       77 WS-HASH-GL              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-DEBITOS        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-CREDITOS       PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-AUDIT-SIMULADOS  PIC 9(07) VALUE ZEROS.
      * the before (PAYBKP) and after (PAYMASTF) sides of the master
      * comparison; HIGH-VALUES in a key marks that side exhausted.
       77 WS-CHAVE-ANTES          PIC X(10) VALUE SPACE.
       77 WS-CHAVE-DEPOIS         PIC X(10) VALUE SPACE.
       77 WS-TEM-PAYBKP           PIC X(01) VALUE "N".
          88 WS-PAYBKP-ABERTO     VALUE "Y".
       77 WS-TEM-PAYMASTF         PIC X(01) VALUE "N".
          88 WS-PAYMASTF-ABERTO   VALUE "Y".
       77 WS-QTD-ANTES            PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ANTES          PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-DEPOIS           PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-DEPOIS         PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-INCLUIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SITUACAO         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ALTERADOS        PIC 9(07) VALUE ZEROS.
       77 WS-OCORRENCIA           PIC X(20) VALUE SPACE.
       77 WS-TITULO               PIC X(44) VALUE SPACE.
       77 WS-QTD-LINHA            PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-LINHA          PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-EDIT             PIC Z(06)9 VALUE ZEROS.
       77 WS-VALOR-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-PAGTO-EDIT           PIC Z(06)9.99- VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            IF NOT WS-CTRL-SIMULADO
                DISPLAY "ERRO: CTRLFILE NAO ESTA MARCADO COMO "
                    "SIMULACAO - DEMOSIMR SO RODA NA AREA SIMULA/ "
                    "DO DEMOBATCH"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "DATA DO LOTE SIMULADO (CTRLFILE): " WS-RUN-DATE

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR SIMRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO PRINT-LINE
            STRING "SIMULACAO DO LOTE DIARIO - DATA " WS-RUN-DATE
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "RESULTADOS EM SIMULA/ - ARQUIVOS REAIS NAO ALTERADOS"
                TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            PERFORM APURA-ENTRADA
            PERFORM APURA-ACEITOS
            PERFORM APURA-REJEITADOS
            PERFORM APURA-LOAD-TOTAL
            PERFORM APURA-ORDENS
            PERFORM APURA-EXCECOES-ORDEM
            PERFORM APURA-EXTRATO-GL
            PERFORM APURA-AUDITORIA

            PERFORM IMPRIME-ENTRADA
            PERFORM IMPRIME-CARGA
            PERFORM IMPRIME-ORDENS
            PERFORM IMPRIME-CONTABIL

            PERFORM COMPARA-MASTER
            PERFORM IMPRIME-MASTER

            CLOSE PRINT-FILE

            DISPLAY "RELATORIO DA SIMULACAO GRAVADO EM SIMRPT"
            DISPLAY "PAGAMENTOS INCLUIDOS: " WS-QTD-INCLUIDOS
            DISPLAY "PAGAMENTOS EXCLUIDOS: " WS-QTD-EXCLUIDOS
            DISPLAY "SITUACOES ALTERADAS: " WS-QTD-SITUACAO

            STOP RUN.

      * every detail the day received, from the keyed TRANSACF
      * trailer plus the DEMOGEN trailer - one trailer per cycle.
       APURA-ENTRADA.
            OPEN INPUT TRAN-FILE
            IF WS-TRAN-STATUS NOT = "00"
                DISPLAY "AVISO: TRANSACF NAO ENCONTRADO NA SIMULACAO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ TRAN-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF TRAN-RECORD-IMAGEM(1:1) = "9"
                                AND TRAN-RECORD-IMAGEM(2:7) IS NUMERIC
                                ADD TRT-QTD TO WS-QTD-ENTRADA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRAN-FILE
                MOVE "N" TO WS-EOF
            END-IF

            OPEN INPUT GERADO-FILE
            IF WS-GER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GERADO-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GERADO-RECORD-IMAGEM(1:1) = "9"
                                AND GERADO-RECORD-IMAGEM(2:7)
                                    IS NUMERIC
                                ADD GNT-QTD TO WS-QTD-ENTRADA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GERADO-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       APURA-ACEITOS.
            OPEN INPUT ACCEPTED-FILE
            IF WS-ACCP-STATUS NOT = "00"
                DISPLAY "AVISO: TRANACCP NAO ENCONTRADO NA SIMULACAO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ ACCEPTED-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF ACCP-RECORD-IMAGEM(1:1) = "9"
                                ADD ACT-QTD TO WS-QTD-ACEITOS
                                ADD ACT-HASH TO WS-HASH-ACEITOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCEPTED-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       APURA-REJEITADOS.
            OPEN INPUT REJECT-FILE
            IF WS-REJ-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ REJECT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-QTD-REJEITADOS
                    END-READ
                END-PERFORM
                CLOSE REJECT-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       APURA-LOAD-TOTAL.
            OPEN INPUT LOAD-TOTAL-FILE
            IF WS-LT-STATUS NOT = "00"
                DISPLAY "AVISO: LOADTOT NAO ENCONTRADO NA SIMULACAO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ LOAD-TOTAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM SOMA-LOAD-TOTAL
                    END-READ
                END-PERFORM
                CLOSE LOAD-TOTAL-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       SOMA-LOAD-TOTAL.
            ADD LT-QTD-GRAVADOS TO WS-LT-GRAVADOS
            ADD LT-QTD-JA-EXISTENTES TO WS-LT-JA-EXISTENTES
            ADD LT-QTD-IGNORADOS TO WS-LT-IGNORADOS
            ADD LT-QTD-SUSPENSOS TO WS-LT-SUSPENSOS
            ADD LT-QTD-DUPLICADOS TO WS-LT-DUPLICADOS
            ADD LT-QTD-CREDITOS TO WS-LT-CREDITOS
            ADD LT-QTD-RECUSADOS-PEDIDO TO WS-LT-RECUSADOS-PEDIDO
            ADD LT-QTD-DEPOSITOS-JUDICIAIS TO WS-LT-DEPOSITOS-JUDIC.

      * the order count and amount are the trailer's, the figures
      * the bank would have been sent; the details are only split
      * by forma de pagamento.
       APURA-ORDENS.
            OPEN INPUT ORDEM-FILE
            IF WS-ORD-STATUS NOT = "00"
                DISPLAY "AVISO: PAYORDF NAO ENCONTRADO NA SIMULACAO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ ORDEM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CLASSIFICA-ORDEM
                    END-READ
                END-PERFORM
                CLOSE ORDEM-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       CLASSIFICA-ORDEM.
            EVALUATE TRUE
                WHEN POT-REGISTRO
                    ADD POT-QTD TO WS-QTD-ORDENS
                    ADD POT-HASH TO WS-HASH-ORDENS
                WHEN ORD-REG-TRANSFERENCIA
                    ADD 1 TO WS-QTD-ORD-TRANSF
                WHEN OBL-REG-BOLETO
                    ADD 1 TO WS-QTD-ORD-BOLETO
                WHEN OPX-REG-PIX
                    ADD 1 TO WS-QTD-ORD-PIX
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       APURA-EXCECOES-ORDEM.
            OPEN INPUT ORDEM-EXC-FILE
            IF WS-OEX-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ ORDEM-EXC-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-QTD-EXCECOES
                    END-READ
                END-PERFORM
                CLOSE ORDEM-EXC-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       APURA-EXTRATO-GL.
            OPEN INPUT GL-EXTRACT-FILE
            IF WS-GL-STATUS NOT = "00"
                DISPLAY "AVISO: GLEXTRF NAO ENCONTRADO NA SIMULACAO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-EXTRACT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CLASSIFICA-LINHA-GL
                    END-READ
                END-PERFORM
                CLOSE GL-EXTRACT-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       CLASSIFICA-LINHA-GL.
            EVALUATE TRUE
                WHEN GL-PAY-ID(1:1) = "1"
                    CONTINUE
                WHEN GL-PAY-ID(1:1) = "9"
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-QTD-GL-LINHAS
                    ADD GL-VALOR TO WS-HASH-GL
                    IF GL-LANCTO-DEBITO
                        ADD GL-VALOR TO WS-TOTAL-DEBITOS
                    ELSE
                        ADD GL-VALOR TO WS-TOTAL-CREDITOS
                    END-IF
            END-EVALUATE.

      * the copied AUDITLOG holds the real entries too; only the ones
      * the simulated steps wrote carry the simulacao mark.
       APURA-AUDITORIA.
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ AUDIT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF AUD-SIMULACAO
                                ADD 1 TO WS-QTD-AUDIT-SIMULADOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       IMPRIME-ENTRADA.
            PERFORM IMPRIME-LINHA-BRANCO
            MOVE "TRANSACOES" TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "  RECEBIDAS (TRANSACF + TRANGERF)" TO WS-TITULO
            MOVE WS-QTD-ENTRADA TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  ACEITAS (TRANACCP)" TO WS-TITULO
            MOVE WS-QTD-ACEITOS TO WS-QTD-LINHA
            MOVE WS-HASH-ACEITOS TO WS-VALOR-LINHA
            PERFORM IMPRIME-CONTAGEM-VALOR
            MOVE "  REJEITADAS (TRANREJ)" TO WS-TITULO
            MOVE WS-QTD-REJEITADOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM.

       IMPRIME-CARGA.
            PERFORM IMPRIME-LINHA-BRANCO
            MOVE "CARGA DO PAYMASTF (LOADTOT)" TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "  CARREGADAS" TO WS-TITULO
            MOVE WS-LT-GRAVADOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  JA EXISTENTES NO MASTER" TO WS-TITULO
            MOVE WS-LT-JA-EXISTENTES TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  SUSPENSAS (TRANSUSP)" TO WS-TITULO
            MOVE WS-LT-SUSPENSOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  DUPLICADAS OU RECUSADAS POR ORCAMENTO"
                TO WS-TITULO
            MOVE WS-LT-DUPLICADOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  FORNECEDOR NAO CADASTRADO" TO WS-TITULO
            MOVE WS-LT-IGNORADOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  NOTAS DE CREDITO" TO WS-TITULO
            MOVE WS-LT-CREDITOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  RECUSADAS PELO PEDIDO DE COMPRA" TO WS-TITULO
            MOVE WS-LT-RECUSADOS-PEDIDO TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  DEPOSITOS JUDICIAIS GERADOS" TO WS-TITULO
            MOVE WS-LT-DEPOSITOS-JUDIC TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM.

       IMPRIME-ORDENS.
            PERFORM IMPRIME-LINHA-BRANCO
            MOVE "ORDENS DE PAGAMENTO (PAYORDF)" TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "  ORDENS EMITIDAS" TO WS-TITULO
            MOVE WS-QTD-ORDENS TO WS-QTD-LINHA
            MOVE WS-HASH-ORDENS TO WS-VALOR-LINHA
            PERFORM IMPRIME-CONTAGEM-VALOR
            MOVE "    POR TRANSFERENCIA" TO WS-TITULO
            MOVE WS-QTD-ORD-TRANSF TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "    POR BOLETO" TO WS-TITULO
            MOVE WS-QTD-ORD-BOLETO TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "    POR PIX" TO WS-TITULO
            MOVE WS-QTD-ORD-PIX TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  PAGAMENTOS EM EXCECAO (PAYOEXC)" TO WS-TITULO
            MOVE WS-QTD-EXCECOES TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM.

       IMPRIME-CONTABIL.
            PERFORM IMPRIME-LINHA-BRANCO
            MOVE "LANCAMENTOS CONTABEIS (GLEXTRF)" TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "  LINHAS DE LANCAMENTO" TO WS-TITULO
            MOVE WS-QTD-GL-LINHAS TO WS-QTD-LINHA
            MOVE WS-HASH-GL TO WS-VALOR-LINHA
            PERFORM IMPRIME-CONTAGEM-VALOR
            MOVE "  TOTAL A DEBITO" TO WS-TITULO
            MOVE WS-TOTAL-DEBITOS TO WS-VALOR-LINHA
            PERFORM IMPRIME-VALOR
            MOVE "  TOTAL A CREDITO" TO WS-TITULO
            MOVE WS-TOTAL-CREDITOS TO WS-VALOR-LINHA
            PERFORM IMPRIME-VALOR
            MOVE "  REGISTROS DE AUDITORIA SIMULADOS" TO WS-TITULO
            MOVE WS-QTD-AUDIT-SIMULADOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM.

      * PAYBKP was written by DEMOCHK modo B reading the master in
      * PAY-ID order, and PAYMASTF is read the same way, so one
      * match-merge pass finds every difference. The detail lines
      * are written as they are found, the totals after.
       COMPARA-MASTER.
            PERFORM IMPRIME-LINHA-BRANCO
            MOVE "MOVIMENTO DO PAYMASTF (PAYBKP X PAYMASTF SIMULADO)"
                TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            OPEN INPUT BACKUP-FILE
            IF WS-BKP-STATUS = "00"
                SET WS-PAYBKP-ABERTO TO TRUE
            ELSE
                DISPLAY "AVISO: PAYBKP NAO ENCONTRADO - MASTER "
                    "ANTERIOR TRATADO COMO VAZIO"
            END-IF
            OPEN INPUT PAY-MASTER-FILE
            IF WS-PAY-STATUS = "00"
                SET WS-PAYMASTF-ABERTO TO TRUE
            ELSE
                DISPLAY "AVISO: PAYMASTF NAO ENCONTRADO - MASTER "
                    "POSTERIOR TRATADO COMO VAZIO"
            END-IF

            PERFORM LE-MASTER-ANTES
            PERFORM LE-MASTER-DEPOIS
            PERFORM UNTIL WS-CHAVE-ANTES = HIGH-VALUES
                AND WS-CHAVE-DEPOIS = HIGH-VALUES
                PERFORM COMPARA-PAGAMENTO
            END-PERFORM

            IF WS-PAYBKP-ABERTO
                CLOSE BACKUP-FILE
            END-IF
            IF WS-PAYMASTF-ABERTO
                CLOSE PAY-MASTER-FILE
            END-IF.

       COMPARA-PAGAMENTO.
            EVALUATE TRUE
                WHEN WS-CHAVE-ANTES < WS-CHAVE-DEPOIS
                    ADD 1 TO WS-QTD-EXCLUIDOS
                    MOVE "EXCLUIDO" TO WS-OCORRENCIA
                    MOVE PAY-VALOR OF BKP-PAY-RECORD TO WS-PAGTO-EDIT
                    PERFORM IMPRIME-DIFERENCA-ANTES
                    PERFORM LE-MASTER-ANTES
                WHEN WS-CHAVE-ANTES > WS-CHAVE-DEPOIS
                    ADD 1 TO WS-QTD-INCLUIDOS
                    MOVE "INCLUIDO" TO WS-OCORRENCIA
                    MOVE PAY-VALOR OF PAY-MASTER-RECORD
                        TO WS-PAGTO-EDIT
                    PERFORM IMPRIME-DIFERENCA-DEPOIS
                    PERFORM LE-MASTER-DEPOIS
                WHEN OTHER
                    PERFORM COMPARA-MESMO-PAGAMENTO
                    PERFORM LE-MASTER-ANTES
                    PERFORM LE-MASTER-DEPOIS
            END-EVALUATE.

       COMPARA-MESMO-PAGAMENTO.
            IF BKP-PAY-RECORD NOT = PAY-MASTER-RECORD
                MOVE PAY-VALOR OF PAY-MASTER-RECORD TO WS-PAGTO-EDIT
                IF PAY-PAGTO OF BKP-PAY-RECORD
                    NOT = PAY-PAGTO OF PAY-MASTER-RECORD
                    ADD 1 TO WS-QTD-SITUACAO
                    MOVE SPACES TO WS-OCORRENCIA
                    STRING "SITUACAO " PAY-PAGTO OF BKP-PAY-RECORD
                        " -> " PAY-PAGTO OF PAY-MASTER-RECORD
                        DELIMITED BY SIZE INTO WS-OCORRENCIA
                ELSE
                    ADD 1 TO WS-QTD-ALTERADOS
                    MOVE "ALTERADO" TO WS-OCORRENCIA
                END-IF
                PERFORM IMPRIME-DIFERENCA-DEPOIS
            END-IF.

       LE-MASTER-ANTES.
            IF NOT WS-PAYBKP-ABERTO
                MOVE HIGH-VALUES TO WS-CHAVE-ANTES
            ELSE
                READ BACKUP-FILE
                    AT END
                        MOVE HIGH-VALUES TO WS-CHAVE-ANTES
                    NOT AT END
                        MOVE PAY-ID OF BKP-PAY-RECORD TO WS-CHAVE-ANTES
                        ADD 1 TO WS-QTD-ANTES
                        ADD PAY-VALOR OF BKP-PAY-RECORD
                            TO WS-VALOR-ANTES
                END-READ
            END-IF.

       LE-MASTER-DEPOIS.
            IF NOT WS-PAYMASTF-ABERTO
                MOVE HIGH-VALUES TO WS-CHAVE-DEPOIS
            ELSE
                READ PAY-MASTER-FILE NEXT RECORD
                    AT END
                        MOVE HIGH-VALUES TO WS-CHAVE-DEPOIS
                    NOT AT END
                        MOVE PAY-ID OF PAY-MASTER-RECORD
                            TO WS-CHAVE-DEPOIS
                        ADD 1 TO WS-QTD-DEPOIS
                        ADD PAY-VALOR OF PAY-MASTER-RECORD
                            TO WS-VALOR-DEPOIS
                END-READ
            END-IF.

       IMPRIME-DIFERENCA-ANTES.
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-CHAVE-ANTES "  " WS-OCORRENCIA
                "  FORN " PAY-FORNECEDOR OF BKP-PAY-RECORD
                "  VALOR " WS-PAGTO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-DIFERENCA-DEPOIS.
            MOVE SPACES TO PRINT-LINE
            STRING "  " WS-CHAVE-DEPOIS "  " WS-OCORRENCIA
                "  FORN " PAY-FORNECEDOR OF PAY-MASTER-RECORD
                "  VALOR " WS-PAGTO-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-MASTER.
            PERFORM IMPRIME-LINHA-BRANCO
            MOVE "PAYMASTF ANTES X DEPOIS" TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE "  PAGAMENTOS ANTES (PAYBKP)" TO WS-TITULO
            MOVE WS-QTD-ANTES TO WS-QTD-LINHA
            MOVE WS-VALOR-ANTES TO WS-VALOR-LINHA
            PERFORM IMPRIME-CONTAGEM-VALOR
            MOVE "  PAGAMENTOS DEPOIS (PAYMASTF)" TO WS-TITULO
            MOVE WS-QTD-DEPOIS TO WS-QTD-LINHA
            MOVE WS-VALOR-DEPOIS TO WS-VALOR-LINHA
            PERFORM IMPRIME-CONTAGEM-VALOR
            MOVE "  INCLUIDOS" TO WS-TITULO
            MOVE WS-QTD-INCLUIDOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  EXCLUIDOS" TO WS-TITULO
            MOVE WS-QTD-EXCLUIDOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  COM SITUACAO ALTERADA" TO WS-TITULO
            MOVE WS-QTD-SITUACAO TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM
            MOVE "  COM OUTRAS ALTERACOES" TO WS-TITULO
            MOVE WS-QTD-ALTERADOS TO WS-QTD-LINHA
            PERFORM IMPRIME-CONTAGEM.

       IMPRIME-CONTAGEM.
            MOVE WS-QTD-LINHA TO WS-QTD-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING WS-TITULO " " WS-QTD-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CONTAGEM-VALOR.
            MOVE WS-QTD-LINHA TO WS-QTD-EDIT
            MOVE WS-VALOR-LINHA TO WS-VALOR-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING WS-TITULO " " WS-QTD-EDIT "  " WS-VALOR-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-VALOR.
            MOVE WS-VALOR-LINHA TO WS-VALOR-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING WS-TITULO "         " WS-VALOR-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-LINHA-BRANCO.
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR SIMRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CARREGA-DATA-CONTROLE.
            OPEN INPUT CTRL-FILE
            IF WS-CTRL-STATUS NOT = "00"
                DISPLAY "AVISO: CTRLFILE NAO ENCONTRADO"
            ELSE
                READ CTRL-FILE
                    AT END
                        DISPLAY "AVISO: CTRLFILE VAZIO"
                    NOT AT END
                        MOVE CTRL-RUN-DATE TO WS-RUN-DATE
                        MOVE CTRL-SIMULACAO TO WS-CTRL-SIMULACAO
                END-READ
                CLOSE CTRL-FILE
            END-IF.
       END PROGRAM DEMOSIMR.
