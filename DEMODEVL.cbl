      ******************************************************************
      * Author:
      * Date:
      * Purpose: bank returned-payment (devolucao) step - reads the
      *          BANKRET file the settling bank sends when money it
      *          had already paid out on a PAYORDF order comes back
      *          (account closed, branch invalid, holder name not
      *          matching) and undoes the settlement on the payment
      *          master: the order mark is cleared, the returned
      *          amount moves from PAY-VALOR-LIQUIDADO back into
      *          PAY-SALDO-ABERTO and a confirmado or postado goes
      *          back to nao confirmado, with the AUDITLOG entry
      *          DEMOCONF writes for its own estornos - so the
      *          vendor still gets paid instead of the confirmation
      *          standing on money that never arrived. The vendor's
      *          VEND-BANCO/AGENCIA/CONTA are marked suspect in
      *          VENDMAST (audited under the vendor code), which
      *          makes DEMOPAYO send that vendor's payments to
      *          PAYOEXC instead of ordering them to the same bad
      *          account, until DEMOVEND records corrected details.
      *          The file follows the FILEHDR discipline and is
      *          proven whole - header, detail count and hash
      *          against the trailer - before a single payment is
      *          touched; it is checked against and recorded in the
      *          XMITREG register (REGXMIT) under its header date, so
      *          a re-sent return file is refused. A payment already
      *          reopened by this same return date is skipped, so the
      *          rerun of a crashed run applies nothing twice.
      *          Returns that cannot be applied - unknown payment, no
      *          order on record, cancelled payment, amount beyond
      *          what was settled - are listed on DEVLRPT for manual
      *          follow-up. No BANKRET on a given day is the normal
      *          case: the step ends clean with nothing to do.
      *          Every PAYMASTF change is also appended, before and
      *          after image, to the PAYJRNL recovery journal
      *          (REGJRNL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMODEVL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT DEVOLUCAO-FILE ASSIGN TO "BANKRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT PAY-MASTER-FILE ASSIGN TO "PAYMASTF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               ALTERNATE RECORD KEY IS PAY-DATA-YYYYMMDD
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WS-VEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DEVLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  DEVOLUCAO-FILE.
       COPY BANKRET.
       01 RET-RECORD-IMAGEM       PIC X(22).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==RTH==
                              LEADING ==TRL== BY ==RTT==.
       FD  PAY-MASTER-FILE.
       COPY PAYMAST.
       FD  VENDOR-FILE.
       COPY VENDMAST.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-JRN-PROGRAMA         PIC X(10) VALUE "DEMODEVL".
       77 WS-JRN-OPERACAO         PIC X(01) VALUE SPACE.
       77 WS-JRN-RESULTADO        PIC X(01) VALUE "0".
          88 WS-JRN-ERRO          VALUE "E".
       01 WS-IMAGEM-ANTES         PIC X(351) VALUE SPACES.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-RET-STATUS           PIC X(02) VALUE "00".
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EOF-RET              PIC X(01) VALUE "N".
          88 WS-FIM-RET           VALUE "Y".
       77 WS-VENDMAST-ABERTO      PIC X(01) VALUE "N".
          88 WS-TEM-VENDMAST      VALUE "Y".
       77 WS-SITUACAO-ARQUIVO     PIC X(01) VALUE "I".
          88 WS-AGUARDA-CABECALHO VALUE "I".
          88 WS-EM-DETALHES       VALUE "D".
          88 WS-APOS-TRAILER      VALUE "T".
       77 WS-DATA-ARQUIVO         PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DETALHES         PIC 9(07) VALUE ZEROS.
       77 WS-HASH-ENTRADA         PIC S9(11)V99 VALUE ZEROS.
       77 WS-REG-FUNCAO           PIC X(01) VALUE SPACE.
       77 WS-REG-ARQUIVO          PIC X(08) VALUE SPACE.
       77 WS-REG-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-REG-CICLO            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ORIGEM           PIC X(08) VALUE SPACE.
       77 WS-REG-SENTIDO          PIC X(01) VALUE SPACE.
       77 WS-REG-QTD              PIC 9(07) VALUE ZEROS.
       77 WS-REG-HASH             PIC S9(11)V99 VALUE ZEROS.
       77 WS-REG-RESULTADO        PIC X(01) VALUE "0".
          88 WS-REG-DUPLICADO     VALUE "D".
          88 WS-REG-ERRO          VALUE "E".
       77 WS-VALOR-ANTERIOR       PIC X(01) VALUE SPACE.
       77 WS-MOTIVO               PIC X(30) VALUE SPACE.
       77 WS-VALOR-EDIT           PIC Z(06)9.99- VALUE ZEROS.
       77 WS-LIQUIDADO-EDIT       PIC Z(06)9.99- VALUE ZEROS.
       77 WS-TOTAL-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-TOTAL-REABERTO       PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-REABERTOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JA-APLICADAS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORN-MARCADOS    PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            DISPLAY "DATA DO LOTE (CTRLFILE): " WS-RUN-DATE

            OPEN INPUT DEVOLUCAO-FILE
            IF WS-RET-STATUS = "05" OR WS-RET-STATUS = "35"
                DISPLAY "AVISO: BANKRET NAO RECEBIDO - NENHUMA "
                    "DEVOLUCAO A PROCESSAR"
                STOP RUN
            END-IF
            IF WS-RET-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR BANKRET - STATUS "
                    WS-RET-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CONFERE-CONTROLES-ARQUIVO
            CLOSE DEVOLUCAO-FILE

            PERFORM CONSULTA-TRANSMISSAO

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR DEVLRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM ABRE-PAYMASTF
            PERFORM ABRE-VENDMAST
            PERFORM ABRE-AUDITLOG

            MOVE SPACES TO PRINT-LINE
            STRING "DEVOLUCOES BANCARIAS - BANKRET DE "
                WS-DATA-ARQUIVO " ORIGEM " WS-REG-ORIGEM
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            OPEN INPUT DEVOLUCAO-FILE
            IF WS-RET-STATUS NOT = "00"
                DISPLAY "ERRO AO REABRIR BANKRET - STATUS "
                    WS-RET-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-RET
            PERFORM UNTIL WS-FIM-RET
                READ DEVOLUCAO-FILE
                    AT END
                        SET WS-FIM-RET TO TRUE
                    NOT AT END
      * the controls were proven on the first pass: only the
      * header and the trailer carry a leading "1" or "9".
                        IF RET-RECORD-IMAGEM(1:1) NOT = "1"
                            AND RET-RECORD-IMAGEM(1:1) NOT = "9"
                            PERFORM TRATA-DEVOLUCAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEVOLUCAO-FILE

            PERFORM IMPRIME-TOTAIS

            CLOSE PAY-MASTER-FILE
            IF WS-TEM-VENDMAST
                CLOSE VENDOR-FILE
            END-IF
            IF WS-AUDIT-STATUS = "00"
                CLOSE AUDIT-FILE
            END-IF
            CLOSE PRINT-FILE

      * registered only after the whole file was applied, so a
      * failed run can be rerun without tripping its own entry.
            IF WS-SIMULANDO
                DISPLAY "SIMULACAO: BANKRET NAO REGISTRADO NO "
                    "XMITREG"
            ELSE
                PERFORM REGISTRA-TRANSMISSAO
            END-IF

            DISPLAY "DEVOLUCOES LIDAS: " WS-QTD-DETALHES
            DISPLAY "PAGAMENTOS REABERTOS: " WS-QTD-REABERTOS
            DISPLAY "DEVOLUCOES JA APLICADAS (IGNORADAS): "
                WS-QTD-JA-APLICADAS
            DISPLAY "DEVOLUCOES RECUSADAS (VER DEVLRPT): "
                WS-QTD-RECUSADAS
            DISPLAY "FORNECEDORES COM DADOS BANCARIOS SUSPEITOS: "
                WS-QTD-FORN-MARCADOS

            STOP RUN.

      * first pass: the payment master is only touched once the
      * whole file is proven complete - a truncated transmission
      * must never reopen half of the bank's returns.
       CONFERE-CONTROLES-ARQUIVO.
            PERFORM UNTIL WS-FIM-RET
                READ DEVOLUCAO-FILE
                    AT END
                        SET WS-FIM-RET TO TRUE
                    NOT AT END
                        PERFORM CLASSIFICA-REGISTRO-ARQUIVO
                END-READ
            END-PERFORM
            IF NOT WS-APOS-TRAILER
                DISPLAY "ERRO: BANKRET SEM TRAILER DE CONTROLE - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CLASSIFICA-REGISTRO-ARQUIVO.
            EVALUATE TRUE
                WHEN WS-AGUARDA-CABECALHO
                    PERFORM TRATA-CABECALHO
                WHEN RET-RECORD-IMAGEM(1:1) = "9"
                    AND RET-RECORD-IMAGEM(2:7) IS NUMERIC
                    AND RET-RECORD-IMAGEM(9:13) IS NUMERIC
                    PERFORM TRATA-TRAILER
                WHEN OTHER
                    PERFORM CONFERE-DETALHE
            END-EVALUATE.

       TRATA-CABECALHO.
            IF RET-RECORD-IMAGEM(1:1) NOT = "1"
                OR RET-RECORD-IMAGEM(2:8) IS NOT NUMERIC
                DISPLAY "ERRO: BANKRET SEM CABECALHO DE CONTROLE - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RTH-DATA TO WS-DATA-ARQUIVO
            MOVE RTH-ORIGEM TO WS-REG-ORIGEM
            SET WS-EM-DETALHES TO TRUE.

       TRATA-TRAILER.
            IF NOT WS-EM-DETALHES
                DISPLAY "ERRO: TRAILER FORA DE POSICAO NO BANKRET - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF RTT-QTD NOT = WS-QTD-DETALHES
                DISPLAY "ERRO: CONTAGEM DO TRAILER (" RTT-QTD
                    ") DIVERGE DOS DETALHES LIDOS ("
                    WS-QTD-DETALHES ") - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF RTT-HASH NOT = WS-HASH-ENTRADA
                DISPLAY "ERRO: TOTAL DE CONTROLE DO TRAILER "
                    "DIVERGE DO CONTEUDO - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RTT-QTD TO WS-REG-QTD
            MOVE RTT-HASH TO WS-REG-HASH
            SET WS-APOS-TRAILER TO TRUE.

      * a detail whose PAY-ID begins with a reserved control byte, or
      * whose amount is not numeric, means the bank built the file
      * wrong - nothing in it is applied.
       CONFERE-DETALHE.
            IF WS-APOS-TRAILER
                DISPLAY "ERRO: REGISTRO APOS O TRAILER NO BANKRET - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF RET-RECORD-IMAGEM(1:1) = "1"
                OR RET-RECORD-IMAGEM(1:1) = "9"
                OR RET-RECORD-IMAGEM(11:9) IS NOT NUMERIC
                DISPLAY "ERRO: DETALHE INVALIDO NO BANKRET - "
                    RET-RECORD-IMAGEM " - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-DETALHES
            ADD RET-VALOR TO WS-HASH-ENTRADA.

       TRATA-DEVOLUCAO.
            MOVE RET-PAY-ID TO PAY-ID
            READ PAY-MASTER-FILE
                INVALID KEY
                    MOVE SPACES TO PRINT-LINE
                    STRING "DESCONHECIDO: " RET-PAY-ID
                        " NAO EXISTE NO PAYMASTF"
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-RECUSA
                NOT INVALID KEY
                    MOVE PAY-MASTER-RECORD TO WS-IMAGEM-ANTES
                    PERFORM APLICA-DEVOLUCAO
            END-READ.

      * only money that went out on an order and was settled can come
      * back: a payment without an emitted order, a cancelled one or
      * a return larger than what was settled is for manual
      * follow-up, never a silent adjustment.
       APLICA-DEVOLUCAO.
            EVALUATE TRUE
                WHEN PAY-DEVOLVIDO
                    AND PAY-DATA-DEVOLUCAO = WS-DATA-ARQUIVO
                    ADD 1 TO WS-QTD-JA-APLICADAS
                WHEN PAY-CANCELADO
                    MOVE SPACES TO PRINT-LINE
                    STRING "CANCELADO: " RET-PAY-ID
                        " - DEVOLUCAO REQUER ACERTO MANUAL"
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-RECUSA
                WHEN NOT PAY-ORDEM-EMITIDA
                    MOVE SPACES TO PRINT-LINE
                    STRING "SEM ORDEM: " RET-PAY-ID
                        " - NENHUMA ORDEM EMITIDA EM ABERTO"
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-RECUSA
                WHEN RET-VALOR NOT > ZEROS
                    OR RET-VALOR > PAY-VALOR-LIQUIDADO
                    MOVE RET-VALOR TO WS-VALOR-EDIT
                    MOVE PAY-VALOR-LIQUIDADO TO WS-LIQUIDADO-EDIT
                    MOVE SPACES TO PRINT-LINE
                    STRING "DIVERGENTE: " RET-PAY-ID
                        " DEVOLVIDO " WS-VALOR-EDIT
                        " LIQUIDADO " WS-LIQUIDADO-EDIT
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-RECUSA
                WHEN OTHER
                    PERFORM MARCA-FORNECEDOR-SUSPEITO
                    PERFORM REABRE-PAGAMENTO
            END-EVALUATE.

      * the vendor is marked before the payment is reopened: the
      * reopened payment is what a rerun recognizes as already
      * applied, so it must be the last thing written.
       REABRE-PAGAMENTO.
            MOVE PAY-PAGTO TO WS-VALOR-ANTERIOR
            MOVE PAY-PAGTO TO PAY-PAGTO-PRE-DEVOLUCAO
            SUBTRACT RET-VALOR FROM PAY-VALOR-LIQUIDADO
            ADD RET-VALOR TO PAY-SALDO-ABERTO
      * a discounted settlement that comes back reopens the discount
      * it wrote off as well; the agreed discount stands, so the
      * reissued order goes out for the discounted amount again.
            IF PAY-DESC-TOMADO
                ADD PAY-DESC-VALOR TO PAY-SALDO-ABERTO
                SET PAY-DESC-EMITIDO TO TRUE
            END-IF
            MOVE SPACE TO PAY-ORDEM
            IF PAY-CONFIRM OR PAY-POSTADO
                SET PAY-CONFIRM TO FALSE
            END-IF
            SET PAY-DEVOLVIDO TO TRUE
            MOVE WS-DATA-ARQUIVO TO PAY-DATA-DEVOLUCAO
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PAGAMENTO " PAY-ID
                        " - STATUS " WS-PAY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "A" TO WS-JRN-OPERACAO
            PERFORM GRAVA-DIARIO
            MOVE "DEVOLUCAO BANCARIA" TO WS-MOTIVO
            PERFORM GRAVA-AUDITORIA
            ADD 1 TO WS-QTD-REABERTOS
            ADD RET-VALOR TO WS-TOTAL-REABERTO
            MOVE RET-VALOR TO WS-VALOR-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING "REABERTO: " PAY-ID " FORNECEDOR "
                PAY-FORNECEDOR " VALOR " WS-VALOR-EDIT " "
                PAY-MOEDA " MOTIVO " RET-MOTIVO " (ERA "
                WS-VALOR-ANTERIOR ")"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

       MARCA-FORNECEDOR-SUSPEITO.
            IF PAY-FORNECEDOR = SPACES
                MOVE SPACES TO PRINT-LINE
                STRING "AVISO: " RET-PAY-ID " SEM FORNECEDOR - "
                    "NENHUM DADO BANCARIO A MARCAR"
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
            ELSE
            IF NOT WS-TEM-VENDMAST
                MOVE SPACES TO PRINT-LINE
                STRING "AVISO: VENDMAST INDISPONIVEL - FORNECEDOR "
                    PAY-FORNECEDOR " NAO MARCADO"
                    DELIMITED BY SIZE INTO PRINT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
            ELSE
                MOVE PAY-FORNECEDOR TO VEND-CODIGO
                READ VENDOR-FILE
                    INVALID KEY
                        MOVE SPACES TO PRINT-LINE
                        STRING "AVISO: FORNECEDOR " PAY-FORNECEDOR
                            " NAO CADASTRADO NO VENDMAST - NAO "
                            "MARCADO"
                            DELIMITED BY SIZE INTO PRINT-LINE
                        PERFORM GRAVA-LINHA-RELATORIO
                    NOT INVALID KEY
                        PERFORM GRAVA-SUSPEITA-FORNECEDOR
                END-READ
            END-IF
            END-IF.

      * a vendor already under suspicion keeps the mark with the
      * latest return's date and reason.
       GRAVA-SUSPEITA-FORNECEDOR.
            IF NOT VEND-BANCO-SUSPEITO
                ADD 1 TO WS-QTD-FORN-MARCADOS
            END-IF
            SET VEND-BANCO-SUSPEITO TO TRUE
            MOVE WS-DATA-ARQUIVO TO VEND-DATA-SUSPEITA
            MOVE RET-MOTIVO TO VEND-MOTIVO-SUSPEITA
            REWRITE VENDOR-RECORD
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR FORNECEDOR " VEND-CODIGO
                        " - STATUS " WS-VEND-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            PERFORM GRAVA-AUDITORIA-FORNECEDOR.

       GRAVA-RECUSA.
            ADD 1 TO WS-QTD-RECUSADAS
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-TOTAIS.
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE WS-TOTAL-REABERTO TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-LINE
            STRING "PAGAMENTOS REABERTOS: " WS-QTD-REABERTOS
                "  VALOR DEVOLVIDO: " WS-TOTAL-EDIT
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "DEVOLUCOES RECUSADAS: " WS-QTD-RECUSADAS
                "  JA APLICADAS: " WS-QTD-JA-APLICADAS
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "FORNECEDORES MARCADOS COMO SUSPEITOS: "
                WS-QTD-FORN-MARCADOS
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO.

      * the register remembers which BANKRET dates were applied: the
      * same return file sent twice is refused instead of reopening
      * payments that were already ordered again.
       CONSULTA-TRANSMISSAO.
            MOVE "C" TO WS-REG-FUNCAO
            MOVE "BANKRET" TO WS-REG-ARQUIVO
            MOVE WS-DATA-ARQUIVO TO WS-REG-DATA
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                DISPLAY "ERRO: BANKRET DE " WS-DATA-ARQUIVO
                    " JA PROCESSADO SEGUNDO O XMITREG - ARQUIVO "
                    "RECUSADO COMO RETRANSMISSAO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO CONFERIDA"
            END-IF.

       REGISTRA-TRANSMISSAO.
            MOVE "R" TO WS-REG-FUNCAO
            MOVE "BANKRET" TO WS-REG-ARQUIVO
            MOVE WS-DATA-ARQUIVO TO WS-REG-DATA
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-ERRO
                DISPLAY "AVISO: XMITREG INDISPONIVEL - TRANSMISSAO "
                    "NAO REGISTRADA"
            END-IF.

       ABRE-PAYMASTF.
            OPEN I-O PAY-MASTER-FILE
            IF WS-PAY-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PAYMASTF - STATUS "
                    WS-PAY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ABRE-VENDMAST.
            OPEN I-O VENDOR-FILE
            IF WS-VEND-STATUS = "00"
                SET WS-TEM-VENDMAST TO TRUE
            ELSE
                DISPLAY "AVISO: VENDMAST NAO ENCONTRADO - DADOS "
                    "BANCARIOS NAO SERAO MARCADOS"
            END-IF.

       ABRE-AUDITLOG.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR AUDITLOG - "
                    "STATUS " WS-AUDIT-STATUS
            END-IF.

       GRAVA-AUDITORIA.
            IF WS-AUDIT-STATUS = "00"
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE PAY-ID TO AUD-PAY-ID
                MOVE WS-VALOR-ANTERIOR TO AUD-VALOR-ANTERIOR
                MOVE PAY-PAGTO TO AUD-VALOR-NOVO
                MOVE WS-MOTIVO TO AUD-MOTIVO
                MOVE "DEMODEVL" TO AUD-OPERADOR
                IF WS-SIMULANDO
                    SET AUD-SIMULACAO TO TRUE
                ELSE
                    MOVE SPACE TO AUD-REPROC
                END-IF
                WRITE AUDIT-RECORD
            END-IF.

      * vendor entries carry the vendor code in the ID field, the
      * DEMOVEND convention.
       GRAVA-AUDITORIA-FORNECEDOR.
            IF WS-AUDIT-STATUS = "00"
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE VEND-CODIGO TO AUD-PAY-ID
                MOVE SPACE TO AUD-VALOR-ANTERIOR
                MOVE SPACE TO AUD-VALOR-NOVO
                MOVE "DADOS BANCARIOS SUSPEITOS" TO AUD-MOTIVO
                MOVE "DEMODEVL" TO AUD-OPERADOR
                IF WS-SIMULANDO
                    SET AUD-SIMULACAO TO TRUE
                ELSE
                    MOVE SPACE TO AUD-REPROC
                END-IF
                WRITE AUDIT-RECORD
            END-IF.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR DEVLRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
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
                        IF CTRL-EM-SIMULACAO
                            SET WS-SIMULANDO TO TRUE
                        END-IF
                END-READ
                CLOSE CTRL-FILE
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
       END PROGRAM DEMODEVL.
