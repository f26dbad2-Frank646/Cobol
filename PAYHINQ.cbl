      *verification letters, garnishment interrogatories and
      *unemployment claims that used to mean digging through a
      *drawer of printed registers. Read-only: nothing here can
      *touch the archive. A check cancelled by PayReverse lists
      *twice -- as paid, and as its negative reversal line -- and
      *the two net out of the totals.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  WS-LINE-COUNT       PIC 9(5)  VALUE 0.

        01 WS-RANGE-TOTALS.
            05  WS-TOT-HOURS        PIC S9(7)V99 VALUE 0.
            05  WS-TOT-GROSS        PIC S9(9)V99 VALUE 0.
            05  WS-TOT-FED          PIC S9(9)V99 VALUE 0.
            05  WS-TOT-STATE        PIC S9(9)V99 VALUE 0.
            05  WS-TOT-DEDUCT       PIC S9(9)V99 VALUE 0.
            05  WS-TOT-NET          PIC S9(9)V99 VALUE 0.

      *one history line formatted for the report: the run it was
      *paid under, the pay date, and the period's money columns.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-PAY-DATE      PIC 9(8).
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-HOURS         PIC --9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-GROSS         PIC -,---,--9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-FED           PIC ---,--9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-STATE         PIC ---,--9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-DEDUCT        PIC ---,--9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-NET           PIC -,---,--9.99.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  WS-DL-NOTE          PIC X(8).

        01 WS-TOTAL-LINE.
            05  FILLER              PIC X(7)  VALUE "TOTALS".
            05  FILLER              PIC X(10) VALUE SPACES.
            05  WS-TL-HOURS         PIC -----9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-GROSS         PIC --,---,--9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-FED           PIC -,---,--9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-STATE         PIC -,---,--9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-DEDUCT        PIC -,---,--9.99.
            05  FILLER              PIC X(1)  VALUE SPACES.
            05  WS-TL-NET           PIC --,---,--9.99.


        PROCEDURE DIVISION.
            MOVE PH-STATE-TAX TO WS-DL-STATE.
            MOVE PH-DEDUCT-TOTAL TO WS-DL-DEDUCT.
            MOVE PH-NET-PAY TO WS-DL-NET.
            IF PH-LINE-REVERSAL
                MOVE "REVERSAL" TO WS-DL-NOTE
            ELSE
                MOVE SPACES TO WS-DL-NOTE
            END-IF.
            MOVE WS-DETAIL-LINE TO HIST-RPT-LINE.
            WRITE HIST-RPT-LINE.
            ADD 1 TO WS-LINE-COUNT.
