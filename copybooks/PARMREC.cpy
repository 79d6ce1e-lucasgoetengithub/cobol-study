      *                        digest ends with a nonzero return
      *                        code flagging the day; zero flags any
      *                        exception at all
      *   PARM-MULTA-PERCENTUAL fixed late-payment penalty (multa),
      *                        percent of the balance settled late
      *   PARM-JUROS-DIA       late-payment interest (juros), percent
      *                        of that balance per calendar day past
      *                        the due date; DEMOCONF accepts a late
      *                        settlement's excess up to multa plus
      *                        juros as a late charge - both zero
      *                        keep every excess an exception
      * A missing or invalid PARMFILE leaves each program on its
      * compiled default, with a warning.
      ******************************************************************
             88 PARM-GL-DETALHADO    VALUE "D".
             88 PARM-GL-SUMARIZADO   VALUE "S".
          05 PARM-LIMITE-EXCECOES    PIC 9(05).
          05 PARM-MULTA-PERCENTUAL   PIC 9(02)V99.
          05 PARM-JUROS-DIA          PIC 9(01)V9(04).
