      ******************************************************************
      * Author:
      * Date:
      * Purpose: bank opening-balance load - reads the BANKSALD file
      *          the settling banks send before the day's order run
      *          and records one opening balance per BANKMST account
      *          per business date in the indexed SALDOMST balance
      *          master, which DEMOPAYO checks the day's orders
      *          against before anything is sent to the bank. The
      *          file follows the FILEHDR discipline and is proven
      *          whole - header, detail count and hash against the
      *          trailer - before a single balance is recorded; it is
      *          checked against and recorded in the XMITREG register
      *          (REGXMIT) under its header date, so a re-sent
      *          balance file is refused. A balance for a bank not
      *          registered in BANKMAST, or for an account other than
      *          the one BANKMAST holds for that bank, is not loaded
      *          and is listed on SALDRPT. Reloading a date (the rerun
      *          of a crashed run) replaces the opening balance and
      *          keeps what the order runs already consumed. No
      *          BANKSALD on a given day is not an error: the step
      *          ends clean and DEMOPAYO carries the previous balance
      *          forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOSALD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT SALDO-ENTRADA-FILE ASSIGN TO "BANKSALD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOMST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-CHAVE
               FILE STATUS IS WS-SDO-STATUS.
           SELECT BANCO-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SALDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  SALDO-ENTRADA-FILE.
       COPY BANKSALD.
       01 SAL-RECORD-IMAGEM       PIC X(28).
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SLH==
                              LEADING ==TRL== BY ==SLT==.
       FD  SALDO-FILE.
       COPY SALDREC.
       FD  BANCO-FILE.
       COPY BANKMST.
       FD  PRINT-FILE.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-EM-SIMULACAO         PIC X(01) VALUE "N".
          88 WS-SIMULANDO         VALUE "Y" FALSE "N".
       77 WS-SAL-STATUS           PIC X(02) VALUE "00".
       77 WS-SDO-STATUS           PIC X(02) VALUE "00".
       77 WS-BCO-STATUS           PIC X(02) VALUE "00".
       77 WS-PRINT-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-EOF-SAL              PIC X(01) VALUE "N".
          88 WS-FIM-SAL           VALUE "Y".
       77 WS-EOF-BCO              PIC X(01) VALUE "N".
          88 WS-FIM-BCO           VALUE "Y".
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
       77 WS-SALDO-EDIT           PIC Z(10)9.99- VALUE ZEROS.
       77 WS-QTD-CARREGADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUBSTITUIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADOS        PIC 9(05) VALUE ZEROS.
       01 WS-BANCOS.
          05 WS-QTD-BANCOS        PIC 9(03) COMP VALUE ZEROS.
          05 WS-BANCO-ITEM OCCURS 20 TIMES INDEXED BY WS-BCO-IDX.
             10 WS-BANCO-CODIGO   PIC X(03).
             10 WS-BANCO-CONTA    PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-DATA-CONTROLE
            DISPLAY "DATA DO LOTE (CTRLFILE): " WS-RUN-DATE

            OPEN INPUT SALDO-ENTRADA-FILE
            IF WS-SAL-STATUS = "05" OR WS-SAL-STATUS = "35"
                DISPLAY "AVISO: BANKSALD NAO RECEBIDO - SALDO "
                    "ANTERIOR SERA TRANSPORTADO PELO DEMOPAYO"
                STOP RUN
            END-IF
            IF WS-SAL-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR BANKSALD - STATUS "
                    WS-SAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CONFERE-CONTROLES-ARQUIVO
            CLOSE SALDO-ENTRADA-FILE

            PERFORM CONSULTA-TRANSMISSAO
            IF WS-DATA-ARQUIVO NOT = WS-RUN-DATE
                DISPLAY "AVISO: BANKSALD DE " WS-DATA-ARQUIVO
                    " DIFERE DA DATA DO LOTE " WS-RUN-DATE
                    " - SALDOS GRAVADOS NA DATA DO ARQUIVO"
            END-IF

            PERFORM CARREGA-BANCOS
            PERFORM ABRE-SALDOMST

            OPEN OUTPUT PRINT-FILE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR SALDRPT - STATUS "
                    WS-PRINT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO PRINT-LINE
            STRING "SALDOS DE ABERTURA - BANKSALD DE "
                WS-DATA-ARQUIVO " ORIGEM " WS-REG-ORIGEM
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            OPEN INPUT SALDO-ENTRADA-FILE
            IF WS-SAL-STATUS NOT = "00"
                DISPLAY "ERRO AO REABRIR BANKSALD - STATUS "
                    WS-SAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-SAL
            PERFORM UNTIL WS-FIM-SAL
                READ SALDO-ENTRADA-FILE
                    AT END
                        SET WS-FIM-SAL TO TRUE
                    NOT AT END
      * the controls were proven on the first pass: every detail
      * carries the tipo "2".
                        IF SAL-REG-DETALHE
                            PERFORM TRATA-SALDO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALDO-ENTRADA-FILE

            MOVE SPACES TO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE SPACES TO PRINT-LINE
            STRING "SALDOS CARREGADOS: " WS-QTD-CARREGADOS
                "  SUBSTITUIDOS: " WS-QTD-SUBSTITUIDOS
                "  RECUSADOS: " WS-QTD-RECUSADOS
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-LINHA-RELATORIO

            CLOSE SALDO-FILE
            CLOSE PRINT-FILE

      * registered only after the whole file was loaded, so a failed
      * run can be rerun without tripping its own entry.
            IF WS-SIMULANDO
                DISPLAY "SIMULACAO: BANKSALD NAO REGISTRADO NO "
                    "XMITREG"
            ELSE
                PERFORM REGISTRA-TRANSMISSAO
            END-IF

            DISPLAY "SALDOS LIDOS: " WS-QTD-DETALHES
            DISPLAY "SALDOS CARREGADOS: " WS-QTD-CARREGADOS
            DISPLAY "SALDOS SUBSTITUIDOS (RECARGA DA DATA): "
                WS-QTD-SUBSTITUIDOS
            DISPLAY "SALDOS RECUSADOS (VER SALDRPT): "
                WS-QTD-RECUSADOS

            STOP RUN.

      * first pass: the balance master is only touched once the
      * whole file is proven complete - half a balance file would
      * leave banks without funding control.
       CONFERE-CONTROLES-ARQUIVO.
            PERFORM UNTIL WS-FIM-SAL
                READ SALDO-ENTRADA-FILE
                    AT END
                        SET WS-FIM-SAL TO TRUE
                    NOT AT END
                        PERFORM CLASSIFICA-REGISTRO-ARQUIVO
                END-READ
            END-PERFORM
            IF NOT WS-APOS-TRAILER
                DISPLAY "ERRO: BANKSALD SEM TRAILER DE CONTROLE - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CLASSIFICA-REGISTRO-ARQUIVO.
            EVALUATE TRUE
                WHEN WS-AGUARDA-CABECALHO
                    PERFORM TRATA-CABECALHO
                WHEN SAL-RECORD-IMAGEM(1:1) = "9"
                    AND SAL-RECORD-IMAGEM(2:7) IS NUMERIC
                    AND SAL-RECORD-IMAGEM(9:13) IS NUMERIC
                    PERFORM TRATA-TRAILER
                WHEN OTHER
                    PERFORM CONFERE-DETALHE
            END-EVALUATE.

       TRATA-CABECALHO.
            IF SAL-RECORD-IMAGEM(1:1) NOT = "1"
                OR SAL-RECORD-IMAGEM(2:8) IS NOT NUMERIC
                DISPLAY "ERRO: BANKSALD SEM CABECALHO DE CONTROLE - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SLH-DATA TO WS-DATA-ARQUIVO
            MOVE SLH-ORIGEM TO WS-REG-ORIGEM
            SET WS-EM-DETALHES TO TRUE.

       TRATA-TRAILER.
            IF NOT WS-EM-DETALHES
                DISPLAY "ERRO: TRAILER FORA DE POSICAO NO BANKSALD - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF SLT-QTD NOT = WS-QTD-DETALHES
                DISPLAY "ERRO: CONTAGEM DO TRAILER (" SLT-QTD
                    ") DIVERGE DOS DETALHES LIDOS ("
                    WS-QTD-DETALHES ") - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF SLT-HASH NOT = WS-HASH-ENTRADA
                DISPLAY "ERRO: TOTAL DE CONTROLE DO TRAILER "
                    "DIVERGE DO CONTEUDO - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SLT-QTD TO WS-REG-QTD
            MOVE SLT-HASH TO WS-REG-HASH
            SET WS-APOS-TRAILER TO TRUE.

      * a detail without the tipo "2", or whose balance is not
      * numeric, means the bank built the file wrong - nothing in it
      * is loaded.
       CONFERE-DETALHE.
            IF WS-APOS-TRAILER
                DISPLAY "ERRO: REGISTRO APOS O TRAILER NO BANKSALD - "
                    "ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT SAL-REG-DETALHE
                OR SAL-RECORD-IMAGEM(15:13) IS NOT NUMERIC
                DISPLAY "ERRO: DETALHE INVALIDO NO BANKSALD - "
                    SAL-RECORD-IMAGEM " - ARQUIVO RECUSADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-DETALHES
            ADD SAL-SALDO TO WS-HASH-ENTRADA.

      * without BANKMAST the shop is single-bank and every balance
      * line is taken as sent.
       TRATA-SALDO.
            MOVE SAL-SALDO TO WS-SALDO-EDIT
            IF WS-QTD-BANCOS = ZEROS
                PERFORM GRAVA-SALDO
            ELSE
                SET WS-BCO-IDX TO 1
                SEARCH WS-BANCO-ITEM
                    AT END
                        PERFORM RECUSA-BANCO-DESCONHECIDO
                    WHEN WS-BCO-IDX > WS-QTD-BANCOS
                        PERFORM RECUSA-BANCO-DESCONHECIDO
                    WHEN WS-BANCO-CODIGO(WS-BCO-IDX) = SAL-BANCO
                        IF WS-BANCO-CONTA(WS-BCO-IDX) = SAL-CONTA
                            PERFORM GRAVA-SALDO
                        ELSE
                            MOVE SPACES TO PRINT-LINE
                            STRING "RECUSADO: BANCO " SAL-BANCO
                                " CONTA " SAL-CONTA
                                " DIFERE DA CONTA DO BANKMAST "
                                WS-BANCO-CONTA(WS-BCO-IDX)
                                DELIMITED BY SIZE INTO PRINT-LINE
                            PERFORM GRAVA-RECUSA
                        END-IF
                END-SEARCH
            END-IF.

       RECUSA-BANCO-DESCONHECIDO.
            MOVE SPACES TO PRINT-LINE
            STRING "RECUSADO: BANCO " SAL-BANCO " CONTA " SAL-CONTA
                " NAO CADASTRADO NO BANKMAST"
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM GRAVA-RECUSA.

      * a reload of the same date replaces the opening balance the
      * bank reported but keeps what the order runs already spent.
       GRAVA-SALDO.
            MOVE SAL-BANCO TO SDO-BANCO
            MOVE WS-DATA-ARQUIVO TO SDO-DATA
            READ SALDO-FILE
                INVALID KEY
                    MOVE SAL-CONTA TO SDO-CONTA
                    MOVE SAL-SALDO TO SDO-ABERTURA
                    MOVE ZEROS TO SDO-CONSUMIDO
                    SET SDO-DO-BANCO TO TRUE
                    WRITE SALDO-CONTA-RECORD
                        INVALID KEY
                            PERFORM ERRO-GRAVACAO-SALDO
                    END-WRITE
                    ADD 1 TO WS-QTD-CARREGADOS
                    MOVE SPACES TO PRINT-LINE
                    STRING "CARREGADO: BANCO " SAL-BANCO " CONTA "
                        SAL-CONTA " SALDO " WS-SALDO-EDIT
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
                NOT INVALID KEY
                    MOVE SAL-CONTA TO SDO-CONTA
                    MOVE SAL-SALDO TO SDO-ABERTURA
                    SET SDO-DO-BANCO TO TRUE
                    REWRITE SALDO-CONTA-RECORD
                        INVALID KEY
                            PERFORM ERRO-GRAVACAO-SALDO
                    END-REWRITE
                    ADD 1 TO WS-QTD-SUBSTITUIDOS
                    MOVE SPACES TO PRINT-LINE
                    STRING "SUBSTITUIDO: BANCO " SAL-BANCO " CONTA "
                        SAL-CONTA " SALDO " WS-SALDO-EDIT
                        DELIMITED BY SIZE INTO PRINT-LINE
                    PERFORM GRAVA-LINHA-RELATORIO
            END-READ.

       GRAVA-RECUSA.
            ADD 1 TO WS-QTD-RECUSADOS
            PERFORM GRAVA-LINHA-RELATORIO.

       ERRO-GRAVACAO-SALDO.
            DISPLAY "ERRO AO GRAVAR SALDOMST - BANCO " SDO-BANCO
                " DATA " SDO-DATA " - STATUS " WS-SDO-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      * the register remembers which BANKSALD dates were loaded: the
      * same balance file sent twice is refused.
       CONSULTA-TRANSMISSAO.
            MOVE "C" TO WS-REG-FUNCAO
            MOVE "BANKSALD" TO WS-REG-ARQUIVO
            MOVE WS-DATA-ARQUIVO TO WS-REG-DATA
            MOVE "E" TO WS-REG-SENTIDO
            CALL "REGXMIT" USING WS-REG-FUNCAO WS-REG-ARQUIVO
                WS-REG-DATA WS-REG-CICLO WS-REG-ORIGEM
                WS-REG-SENTIDO WS-REG-QTD WS-REG-HASH
                WS-REG-RESULTADO
            IF WS-REG-DUPLICADO
                DISPLAY "ERRO: BANKSALD DE " WS-DATA-ARQUIVO
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
            MOVE "BANKSALD" TO WS-REG-ARQUIVO
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

       CARREGA-BANCOS.
            OPEN INPUT BANCO-FILE
            IF WS-BCO-STATUS = "05" OR WS-BCO-STATUS = "35"
                DISPLAY "AVISO: BANKMAST NAO ENCONTRADO - SALDOS "
                    "ACEITOS SEM CONFERENCIA DE CONTA"
            ELSE
                IF WS-BCO-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR BANKMAST - STATUS "
                        WS-BCO-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-FIM-BCO
                    READ BANCO-FILE
                        AT END
                            SET WS-FIM-BCO TO TRUE
                        NOT AT END
                            PERFORM GUARDA-BANCO
                    END-READ
                END-PERFORM
                CLOSE BANCO-FILE
            END-IF.

       GUARDA-BANCO.
            IF WS-QTD-BANCOS >= 20
                DISPLAY "ERRO: LIMITE DE 20 BANCOS NO BANKMAST "
                    "EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-QTD-BANCOS
            MOVE BCO-CODIGO TO WS-BANCO-CODIGO(WS-QTD-BANCOS)
            MOVE BCO-CONTA TO WS-BANCO-CONTA(WS-QTD-BANCOS).

       ABRE-SALDOMST.
            OPEN I-O SALDO-FILE
            IF WS-SDO-STATUS = "05" OR WS-SDO-STATUS = "35"
                OPEN OUTPUT SALDO-FILE
                CLOSE SALDO-FILE
                OPEN I-O SALDO-FILE
            END-IF
            IF WS-SDO-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR SALDOMST - STATUS "
                    WS-SDO-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       GRAVA-LINHA-RELATORIO.
            WRITE PRINT-LINE
            IF WS-PRINT-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR SALDRPT - STATUS "
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
       END PROGRAM DEMOSALD.
