      *is no wrong key that changes the record you only meant to
      *look at. The bank account shows only its last four
      *characters; an inquiry screen has no business putting the
      *whole number on somebody's monitor. The taxpayer ID is
      *masked the same way, and the home address shows only its
      *city and state.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  WS-ACCT-POS         PIC 9(2)  COMP.
            05  WS-ACCT-END-SW      PIC X.
                88 ACCT-END-FOUND   VALUE "Y".
            05  WS-TIN-MASKED       PIC X(11).

            COPY RUNHDR.

                WS-ACCT-MASKED, " / ", BANK-ACCT-TYPE,
                "  PRENOTE: ", BANK-PRENOTE-STATUS.

            MOVE "***-**-" TO WS-TIN-MASKED.
            MOVE TAXPAYER-ID (6:4) TO WS-TIN-MASKED (8:4).
            DISPLAY "TAXPAYER:   ", WS-TIN-MASKED,
                "  HOME: ", HOME-CITY, " ", HOME-STATE.

            IF NOT NOT-TERMINATED
                DISPLAY "TERMINATED: ", TERMDATE,
                    "  FINAL PAY ISSUED: ", TERM-PAID-FLAG
