      ******************************************************************
      * Author:
      * Date:
      * Purpose: reusable payment-master journal routine (the REGXMIT
      *          discipline). Called by every program that writes,
      *          rewrites or deletes a PAYMASTF record, right after
      *          the master accepted the change, with the program
      *          name, the operation (I = inclusao, A = alteracao,
      *          E = exclusao) and the record images before and
      *          after it; appends one JRNREC entry, stamped with
      *          the current instant, to the PAYJRNL recovery
      *          journal DEMOCHK modo F replays. The file is opened
      *          and closed on every call, so an entry is on disk
      *          before the caller goes on - a run that dies later
      *          still leaves every change it made in the journal.
      *          PAYJRNL is created on first use.
      *          Results: 0 = ok, E = erro de acesso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY JRNREC.
       WORKING-STORAGE SECTION.
       77 WS-JRN-STATUS           PIC X(02) VALUE "00".
       LINKAGE SECTION.
       01 LNK-PROGRAMA             PIC X(10).
       01 LNK-OPERACAO             PIC X(01).
          88 LNK-INCLUSAO          VALUE "I".
          88 LNK-ALTERACAO         VALUE "A".
          88 LNK-EXCLUSAO          VALUE "E".
       01 LNK-ANTES                PIC X(351).
       01 LNK-DEPOIS               PIC X(351).
       01 LNK-RESULTADO            PIC X(01).
          88 LNK-OK                VALUE "0".
          88 LNK-ERRO              VALUE "E".
       PROCEDURE DIVISION USING LNK-PROGRAMA LNK-OPERACAO LNK-ANTES
                                 LNK-DEPOIS LNK-RESULTADO.
       MAIN-PROCEDURE.
            SET LNK-OK TO TRUE

            OPEN EXTEND JOURNAL-FILE
            IF WS-JRN-STATUS = "05" OR WS-JRN-STATUS = "35"
                OPEN OUTPUT JOURNAL-FILE
            END-IF
            IF WS-JRN-STATUS NOT = "00"
                SET LNK-ERRO TO TRUE
                GOBACK
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:16) TO JRN-TIMESTAMP
            MOVE LNK-PROGRAMA TO JRN-PROGRAMA
            MOVE LNK-OPERACAO TO JRN-OPERACAO
      * the key comes from whichever image exists: the after-image of
      * an inclusao or alteracao, the before-image of an exclusao.
            IF LNK-EXCLUSAO
                MOVE SPACES TO JRN-DEPOIS
                MOVE LNK-ANTES TO JRN-ANTES
                MOVE LNK-ANTES(1:10) TO JRN-PAY-ID
            ELSE
                IF LNK-INCLUSAO
                    MOVE SPACES TO JRN-ANTES
                ELSE
                    MOVE LNK-ANTES TO JRN-ANTES
                END-IF
                MOVE LNK-DEPOIS TO JRN-DEPOIS
                MOVE LNK-DEPOIS(1:10) TO JRN-PAY-ID
            END-IF
            WRITE JOURNAL-RECORD
            IF WS-JRN-STATUS NOT = "00"
                SET LNK-ERRO TO TRUE
            END-IF

            CLOSE JOURNAL-FILE

            GOBACK.
       END PROGRAM REGJRNL.
