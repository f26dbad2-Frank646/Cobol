            MOVE SPACE TO BANK-PRENOTE-STATUS.
            MOVE 0 TO BANK-PRENOTE-DATE.
            MOVE SPACES TO WORK-STATE-CODE.
            MOVE 0 TO TAXPAYER-ID.
            WRITE EMPDETAILS
                INVALID KEY
                    DISPLAY "DUPLICATE EMPLOYEEID ", EMPLOYEEID,
