      *                the backup timestamp, record count and
      *                PAY-VALOR control total in CHKCTRL (runs at the
      *                start of DEMOBATCH, before anything touches the
      *                master), then starts a fresh PAYJRNL recovery
      *                journal - everything the journal will hold
      *                happened after this backup
      *            V = verify  - recounts the master and compares
      *                against the CHKCTRL figures plus the AUDITLOG
      *                activity since the backup (inclusoes e cargas
      *                no value-affecting audit movement (inclusao,
      *                carga, alteracao, exclusao) to account for it,
      *                ends with RETURN-CODE 8 (runs at the end of
      *                DEMOBATCH); the same recount must tie to the
      *                record count and PAY-VALOR total in the
      *                trailer of the day's PAYSNAPF snapshot
      *                (DEMOSNAP) - a snapshot of the CTRLFILE run
      *                date that no longer matches the master means
      *                the day's reports were cut from a position the
      *                master has since left, and also ends with
      *                RETURN-CODE 8
      *            R = restore - rebuilds PAYMASTF from the last PAYBKP
      *                when the index is corrupted
      *            F = forward recovery - restores PAYBKP as R does,
      *                then replays the PAYJRNL before and after images
      *                (JRNREC) up to an instant the operator keys
      *                (ENTER = the whole journal); every replayed
      *                change must find the master as its before-image
      *                says, and the recovered master must tie to the
      *                CHKCTRL count and PAY-VALOR total moved by the
      *                journal's own inclusoes, exclusoes and value
      *                changes - anything else ends with RETURN-CODE 8.
      *                Neither R nor F journals what it writes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT CTRL-FILE ASSIGN TO "CTRLFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-MASTER-FILE.
                                   CHARACTER.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  SNAPSHOT-FILE.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY SNP-PAY-RECORD.
       COPY SNAPREC.
       COPY FILEHDR REPLACING LEADING ==HDR== BY ==SNH==
                              LEADING ==TRL== BY ==SNT==.
       FD  CTRL-FILE.
       COPY CTRLREC.
       FD  JOURNAL-FILE.
       COPY JRNREC.
       WORKING-STORAGE SECTION.
       77 WS-PAY-STATUS           PIC X(02) VALUE "00".
       77 WS-BKP-STATUS           PIC X(02) VALUE "00".
       77 WS-QTD-INCLUSOES        PIC S9(07) VALUE ZEROS.
       77 WS-QTD-ESPERADA         PIC S9(09) VALUE ZEROS.
       77 WS-QTD-MOV-VALOR        PIC 9(07) VALUE ZEROS.
       77 WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77 WS-CTRL-STATUS          PIC X(02) VALUE "00".
       77 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SNAPSHOT         PIC 9(07) VALUE ZEROS.
       77 WS-HASH-SNAPSHOT        PIC S9(11)V99 VALUE ZEROS.
       77 WS-SNAP-DATA            PIC 9(08) VALUE ZEROS.
       77 WS-SNAP-TRAILER-QTD     PIC 9(07) VALUE ZEROS.
       77 WS-SNAP-TRAILER-HASH    PIC S9(11)V99 VALUE ZEROS.
       77 WS-TEM-TRAILER-SNAP     PIC X(01) VALUE "N".
          88 WS-TRAILER-SNAP-LIDO VALUE "Y".
       77 WS-JRN-STATUS           PIC X(02) VALUE "00".
       77 WS-TS-LIMITE            PIC X(14) VALUE SPACES.
       77 WS-FIM-DIARIO           PIC X(01) VALUE "N".
          88 WS-DIARIO-ENCERRADO  VALUE "Y".
       77 WS-QTD-JRN-APLICADAS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-INCLUSOES    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-ALTERACOES   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-EXCLUSOES    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-ANTERIORES   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-POSTERIORES  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INCONSISTENCIAS  PIC 9(07) VALUE ZEROS.
       77 WS-JRN-DELTA-QTD        PIC S9(07) VALUE ZEROS.
       77 WS-JRN-DELTA-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-ESPERADO       PIC S9(11)V99 VALUE ZEROS.
      * a journal image laid out as the master record, for the
      * PAY-VALOR of the before and after images.
       COPY PAYMAST REPLACING PAY-MASTER-RECORD BY WS-JRN-IMAGEM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "MODO (B=BACKUP, V=VERIFICAR, R=RESTAURAR, "
                "F=RECUPERAR C/ DIARIO): "
            ACCEPT WS-MODO

            EVALUATE WS-MODO
                    PERFORM EXECUTA-VERIFICACAO
                WHEN "R"
                    PERFORM EXECUTA-RESTAURACAO
                WHEN "F"
                    PERFORM EXECUTA-RECUPERACAO
                WHEN OTHER
                    DISPLAY "ERRO: MODO INVALIDO " WS-MODO
                    MOVE 16 TO RETURN-CODE
                OPEN OUTPUT BACKUP-FILE
                CLOSE BACKUP-FILE
                PERFORM GRAVA-CONTROLE
                PERFORM INICIA-DIARIO
                STOP RUN
            END-IF
            IF WS-PAY-STATUS NOT = "00"
            CLOSE PAY-MASTER-FILE

            PERFORM GRAVA-CONTROLE
            PERFORM INICIA-DIARIO

            DISPLAY "BACKUP CONCLUIDO - REGISTROS: "
                WS-QTD-REGISTROS " TOTAL: " WS-TOTAL-VALOR.
                MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM CONFERE-SNAPSHOT

            IF RETURN-CODE = ZEROS
                DISPLAY "VERIFICACAO OK - CONTAGEM E TOTAL "
                    "EXPLICADOS PELA AUDITORIA"
            END-IF.

      * the snapshot is only held to the master on its own business
      * date - one left over from an earlier date is expected to
      * differ and is merely reported.
       CONFERE-SNAPSHOT.
            PERFORM CARREGA-DATA-CONTROLE
            MOVE "N" TO WS-EOF
            OPEN INPUT SNAPSHOT-FILE
            IF WS-SNAP-STATUS NOT = "00"
                DISPLAY "AVISO: PAYSNAPF AUSENTE - SNAPSHOT NAO "
                    "CONFERIDO"
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ SNAPSHOT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CLASSIFICA-REGISTRO-SNAPSHOT
                    END-READ
                END-PERFORM
                CLOSE SNAPSHOT-FILE
                PERFORM COMPARA-SNAPSHOT
            END-IF
            MOVE "N" TO WS-EOF.

       CLASSIFICA-REGISTRO-SNAPSHOT.
            EVALUATE TRUE
                WHEN SNH-REGISTRO
                    MOVE SNH-DATA TO WS-SNAP-DATA
                WHEN SNT-REGISTRO
                    MOVE SNT-QTD TO WS-SNAP-TRAILER-QTD
                    MOVE SNT-HASH TO WS-SNAP-TRAILER-HASH
                    SET WS-TRAILER-SNAP-LIDO TO TRUE
                WHEN OTHER
                    ADD 1 TO WS-QTD-SNAPSHOT
                    ADD PAY-VALOR OF SNP-PAY-RECORD
                        TO WS-HASH-SNAPSHOT
            END-EVALUATE.

       COMPARA-SNAPSHOT.
            IF NOT WS-TRAILER-SNAP-LIDO
                OR WS-SNAP-TRAILER-QTD NOT = WS-QTD-SNAPSHOT
                OR WS-SNAP-TRAILER-HASH NOT = WS-HASH-SNAPSHOT
                DISPLAY "ERRO: PAYSNAPF INCOMPLETO OU TRAILER "
                    "DIVERGE DO CONTEUDO"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "SNAPSHOT PAYSNAPF DE " WS-SNAP-DATA
                    " - REGISTROS: " WS-SNAP-TRAILER-QTD
                    " TOTAL: " WS-SNAP-TRAILER-HASH
                IF WS-SNAP-DATA NOT = WS-RUN-DATE
                    DISPLAY "AVISO: PAYSNAPF NAO E DA DATA DO LOTE "
                        WS-RUN-DATE " - SNAPSHOT NAO CONFERIDO"
                ELSE
                    IF WS-SNAP-TRAILER-QTD NOT = WS-QTD-REGISTROS
                        OR WS-SNAP-TRAILER-HASH NOT = WS-TOTAL-VALOR
                        DISPLAY "ERRO: SNAPSHOT DO DIA NAO CONFERE "
                            "COM O MASTER - MASTER ALTERADO APOS O "
                            "DEMOSNAP"
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
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
                END-READ
                CLOSE CTRL-FILE
            END-IF.

       EXECUTA-RESTAURACAO.
            OPEN INPUT BACKUP-FILE
            IF WS-BKP-STATUS NOT = "00"
            DISPLAY "RESTAURACAO CONCLUIDA - REGISTROS: "
                WS-QTD-REGISTROS.

      * the backup is restored first and the journal replayed over
      * it; CHKCTRL says which backup that is, so without it there
      * is nothing to hold the result to.
       EXECUTA-RECUPERACAO.
            PERFORM CARREGA-CONTROLE
            IF NOT WS-CONTROLE-OK
                DISPLAY "ERRO: CHKCTRL AUSENTE - RECUPERACAO SEM "
                    "PONTO DE PARTIDA"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY "RECUPERAR ATE (AAAAMMDDHHMMSS, ENTER = DIARIO "
                "COMPLETO): "
            ACCEPT WS-TS-LIMITE
            IF WS-TS-LIMITE = SPACES
                MOVE ALL "9" TO WS-TS-LIMITE
            END-IF
            IF WS-TS-LIMITE IS NOT NUMERIC
                DISPLAY "ERRO: INSTANTE INVALIDO " WS-TS-LIMITE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM EXECUTA-RESTAURACAO
            MOVE "N" TO WS-EOF
            MOVE ZEROS TO WS-QTD-REGISTROS

            OPEN I-O PAY-MASTER-FILE
            IF WS-PAY-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PAYMASTF - STATUS "
                    WS-PAY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN INPUT JOURNAL-FILE
            IF WS-JRN-STATUS = "05" OR WS-JRN-STATUS = "35"
                DISPLAY "AVISO: PAYJRNL INEXISTENTE - NADA A "
                    "REAPLICAR SOBRE O BACKUP"
            ELSE
                IF WS-JRN-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR PAYJRNL - STATUS "
                        WS-JRN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-DIARIO-ENCERRADO
                    READ JOURNAL-FILE
                        AT END
                            SET WS-DIARIO-ENCERRADO TO TRUE
                        NOT AT END
                            PERFORM REAPLICA-ENTRADA-DIARIO
                    END-READ
                END-PERFORM
                CLOSE JOURNAL-FILE
            END-IF

            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM CONTA-REGISTRO
                END-READ
            END-PERFORM
            CLOSE PAY-MASTER-FILE

            COMPUTE WS-QTD-ESPERADA =
                WS-QTD-ANTERIOR + WS-JRN-DELTA-QTD
            COMPUTE WS-TOTAL-ESPERADO =
                WS-TOTAL-ANTERIOR + WS-JRN-DELTA-VALOR

            DISPLAY "BACKUP DE " WS-TS-ANTERIOR " - REGISTROS: "
                WS-QTD-ANTERIOR " TOTAL: " WS-TOTAL-ANTERIOR
            DISPLAY "ENTRADAS DO DIARIO REAPLICADAS: "
                WS-QTD-JRN-APLICADAS
            DISPLAY "  INCLUSOES: " WS-QTD-JRN-INCLUSOES
                " ALTERACOES: " WS-QTD-JRN-ALTERACOES
                " EXCLUSOES: " WS-QTD-JRN-EXCLUSOES
            DISPLAY "ENTRADAS ANTERIORES AO BACKUP IGNORADAS: "
                WS-QTD-JRN-ANTERIORES
            DISPLAY "ENTRADAS POSTERIORES A " WS-TS-LIMITE
                " NAO REAPLICADAS: " WS-QTD-JRN-POSTERIORES
            DISPLAY "REGISTROS NO MASTER RECUPERADO: "
                WS-QTD-REGISTROS " TOTAL: " WS-TOTAL-VALOR
            DISPLAY "ESPERADO PELO CHKCTRL + DIARIO: "
                WS-QTD-ESPERADA " TOTAL: " WS-TOTAL-ESPERADO

            IF WS-QTD-INCONSISTENCIAS > ZEROS
                DISPLAY "ERRO: " WS-QTD-INCONSISTENCIAS
                    " ENTRADA(S) DO DIARIO NAO ENCONTRARAM O MASTER "
                    "COMO A IMAGEM ANTERIOR INDICA"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF WS-QTD-REGISTROS NOT = WS-QTD-ESPERADA
                OR WS-TOTAL-VALOR NOT = WS-TOTAL-ESPERADO
                DISPLAY "ERRO: MASTER RECUPERADO NAO CONFERE COM O "
                    "CHKCTRL E OS TOTAIS DO DIARIO"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF RETURN-CODE = ZEROS
                DISPLAY "RECUPERACAO OK - MASTER CONFERE COM O "
                    "BACKUP E O DIARIO"
            END-IF.

      * entries older than the backup are already inside it, and
      * entries past the chosen instant are counted and left out.
       REAPLICA-ENTRADA-DIARIO.
            IF JRN-TIMESTAMP(1:14) < WS-TS-ANTERIOR
                ADD 1 TO WS-QTD-JRN-ANTERIORES
            ELSE
            IF JRN-TIMESTAMP(1:14) > WS-TS-LIMITE
                ADD 1 TO WS-QTD-JRN-POSTERIORES
            ELSE
                ADD 1 TO WS-QTD-JRN-APLICADAS
                EVALUATE TRUE
                    WHEN JRN-INCLUSAO
                        PERFORM REAPLICA-INCLUSAO
                    WHEN JRN-ALTERACAO
                        PERFORM REAPLICA-ALTERACAO
                    WHEN JRN-EXCLUSAO
                        PERFORM REAPLICA-EXCLUSAO
                    WHEN OTHER
                        DISPLAY "INCONSISTENCIA: OPERACAO "
                            JRN-OPERACAO " INVALIDA NO DIARIO - "
                            JRN-PAY-ID
                        ADD 1 TO WS-QTD-INCONSISTENCIAS
                END-EVALUATE
            END-IF
            END-IF.

      * the after-image is what the master must hold once the change
      * is replayed, whatever the master held before it; a before
      * state that differs from the journal's is counted, not fixed.
       REAPLICA-INCLUSAO.
            ADD 1 TO WS-QTD-JRN-INCLUSOES
            ADD 1 TO WS-JRN-DELTA-QTD
            MOVE JRN-DEPOIS TO WS-JRN-IMAGEM
            ADD PAY-VALOR OF WS-JRN-IMAGEM TO WS-JRN-DELTA-VALOR
            MOVE JRN-DEPOIS TO PAY-MASTER-RECORD
            WRITE PAY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "INCONSISTENCIA: INCLUSAO DE "
                        JRN-PAY-ID " JA EXISTE NO MASTER"
                    ADD 1 TO WS-QTD-INCONSISTENCIAS
                    PERFORM REGRAVA-IMAGEM-POSTERIOR
            END-WRITE.

       REAPLICA-ALTERACAO.
            ADD 1 TO WS-QTD-JRN-ALTERACOES
            MOVE JRN-ANTES TO WS-JRN-IMAGEM
            SUBTRACT PAY-VALOR OF WS-JRN-IMAGEM FROM WS-JRN-DELTA-VALOR
            MOVE JRN-DEPOIS TO WS-JRN-IMAGEM
            ADD PAY-VALOR OF WS-JRN-IMAGEM TO WS-JRN-DELTA-VALOR
            MOVE JRN-PAY-ID TO PAY-ID OF PAY-MASTER-RECORD
            READ PAY-MASTER-FILE
                INVALID KEY
                    DISPLAY "INCONSISTENCIA: ALTERACAO DE "
                        JRN-PAY-ID " NAO EXISTE NO MASTER"
                    ADD 1 TO WS-QTD-INCONSISTENCIAS
                    MOVE JRN-DEPOIS TO PAY-MASTER-RECORD
                    WRITE PAY-MASTER-RECORD
                        INVALID KEY
                            PERFORM ERRO-REAPLICACAO
                    END-WRITE
                NOT INVALID KEY
                    PERFORM CONFERE-IMAGEM-ANTERIOR
                    MOVE JRN-DEPOIS TO PAY-MASTER-RECORD
                    PERFORM REGRAVA-IMAGEM-POSTERIOR
            END-READ.

       REAPLICA-EXCLUSAO.
            ADD 1 TO WS-QTD-JRN-EXCLUSOES
            SUBTRACT 1 FROM WS-JRN-DELTA-QTD
            MOVE JRN-ANTES TO WS-JRN-IMAGEM
            SUBTRACT PAY-VALOR OF WS-JRN-IMAGEM FROM WS-JRN-DELTA-VALOR
            MOVE JRN-PAY-ID TO PAY-ID OF PAY-MASTER-RECORD
            READ PAY-MASTER-FILE
                INVALID KEY
                    DISPLAY "INCONSISTENCIA: EXCLUSAO DE "
                        JRN-PAY-ID " NAO EXISTE NO MASTER"
                    ADD 1 TO WS-QTD-INCONSISTENCIAS
                NOT INVALID KEY
                    PERFORM CONFERE-IMAGEM-ANTERIOR
                    DELETE PAY-MASTER-FILE RECORD
                        INVALID KEY
                            PERFORM ERRO-REAPLICACAO
                    END-DELETE
            END-READ.

       CONFERE-IMAGEM-ANTERIOR.
            IF PAY-MASTER-RECORD NOT = JRN-ANTES
                DISPLAY "INCONSISTENCIA: " JRN-PAY-ID
                    " NO MASTER DIFERE DA IMAGEM ANTERIOR DO DIARIO ("
                    JRN-PROGRAMA " " JRN-TIMESTAMP ")"
                ADD 1 TO WS-QTD-INCONSISTENCIAS
            END-IF.

       REGRAVA-IMAGEM-POSTERIOR.
            REWRITE PAY-MASTER-RECORD
                INVALID KEY
                    PERFORM ERRO-REAPLICACAO
            END-REWRITE.

       ERRO-REAPLICACAO.
            DISPLAY "ERRO AO REAPLICAR " JRN-OPERACAO " DE "
                JRN-PAY-ID " - STATUS " WS-PAY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       CONTA-REGISTRO.
            ADD 1 TO WS-QTD-REGISTROS
            ADD PAY-VALOR OF PAY-MASTER-RECORD TO WS-TOTAL-VALOR.
            WRITE CONTROLE-RECORD
            CLOSE CONTROLE-FILE.

      * the journal only has to carry what happened since the backup
      * just taken; a journal that cannot be started leaves no
      * forward recovery for the day, so the batch stops here.
       INICIA-DIARIO.
            OPEN OUTPUT JOURNAL-FILE
            IF WS-JRN-STATUS NOT = "00"
                DISPLAY "ERRO AO INICIAR PAYJRNL - STATUS "
                    WS-JRN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE JOURNAL-FILE.

       CARREGA-CONTROLE.
            OPEN INPUT CONTROLE-FILE
            IF WS-CHK-STATUS = "00"
