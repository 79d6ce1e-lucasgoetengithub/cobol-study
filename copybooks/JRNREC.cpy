      ******************************************************************
      * JRNREC - payment-master recovery journal record, appended to
      * the PAYJRNL file through the REGJRNL subprogram by every
      * program that writes, rewrites or deletes a PAYMASTF record,
      * right after the master accepted the change: the full record
      * as it was before (JRN-ANTES) and as it is after (JRN-DEPOIS),
      * so the master can be rebuilt - values, balances, dates and
      * all - where AUDITLOG only keeps the status byte. Operations:
      * I = inclusao (no before-image, spaces), A = alteracao,
      * E = exclusao (no after-image, spaces). JRN-TIMESTAMP is the
      * instant of the change (CURRENT-DATE to the hundredth); the
      * file is append-only, so its order is the order the changes
      * happened in. DEMOCHK modo B starts a fresh journal once the
      * new PAYBKP and CHKCTRL are written; modo F restores PAYBKP
      * and replays the journal up to a chosen instant.
      * JRN-ANTES and JRN-DEPOIS are PAYMAST record images and must
      * always be exactly as long as PAY-MASTER-RECORD.
      ******************************************************************
       01 JOURNAL-RECORD.
          05 JRN-TIMESTAMP           PIC X(16).
          05 JRN-PROGRAMA            PIC X(10).
          05 JRN-OPERACAO            PIC X(01).
             88 JRN-INCLUSAO         VALUE "I".
             88 JRN-ALTERACAO        VALUE "A".
             88 JRN-EXCLUSAO         VALUE "E".
          05 JRN-PAY-ID              PIC X(10).
          05 JRN-ANTES               PIC X(351).
          05 JRN-DEPOIS              PIC X(351).
