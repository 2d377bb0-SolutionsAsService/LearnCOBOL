        FILE STATUS IS WS-TRANSFER-STATUS.
    SELECT branch-circulation-report
        ASSIGN TO 'branch-circulation-report.dat'.
    SELECT OPTIONAL circulation-history
        ASSIGN TO 'circulation-history.dat'.

DATA DIVISION.
FILE SECTION.
FD branch-circulation-report.
01 BRANCH-REPORT-LINE       PIC X(80).

FD circulation-history.
01 CIRCULATION-HISTORY-RECORD.
    05 CH-EVENT-TYPE        PIC X(8).
        88 CH-CHECKOUT      VALUE 'CHECKOUT'.
        88 CH-RENEWAL       VALUE 'RENEWAL'.
        88 CH-RETURN        VALUE 'RETURN'.
    05 CH-EVENT-DATE        PIC 9(8).
    05 CH-ITEM-ID           PIC X(10).
    05 CH-PATRON-ID         PIC X(10).
    05 CH-BRANCH            PIC X(3).
    05 CH-LOAN-DATE         PIC 9(8).
    05 CH-DUE-DATE          PIC 9(8).

FD overdue-notices.
01 OVERDUE-NOTICE.
    05 ON-PATRON-ID         PIC X(10).
    05 PM-PATRON-NAME       PIC X(30).
    05 PM-PATRON-ADDRESS    PIC X(40).
    05 PM-PATRON-EMAIL      PIC X(50).
    05 PM-EXPIRY-DATE       PIC 9(8).
    05 PM-HOME-BRANCH       PIC X(3).

FD overdue-fines.
01 FINE-RECORD.
        10 PT-PATRON-NAME        PIC X(30).
        10 PT-PATRON-ADDRESS     PIC X(40).
        10 PT-PATRON-EMAIL       PIC X(50).
        10 PT-EXPIRY-DATE        PIC 9(8).
        10 PT-HOME-BRANCH        PIC X(3).
01 WS-PATRON-FOUND          PIC X VALUE 'N'.
    88 PATRON-FOUND         VALUE 'Y'.
01 WS-CARD-PATRON-ID        PIC X(10).
01 WS-CARD-EXPIRED          PIC X VALUE 'N'.
    88 CARD-EXPIRED         VALUE 'Y'.

01 WS-LOAN-COUNT            PIC 9(4) VALUE 0.
01 LOAN-TABLE.
    OPEN INPUT loan-records returns-transactions patron-master
        OUTPUT overdue-notices overdue-fines loan-records-updated
            pickup-notices renewal-notices branch-circulation-report
    OPEN EXTEND circulation-history
    PERFORM LOAD-PATRON-MASTER
    PERFORM LOAD-HOLDS
    PERFORM LOAD-FINE-ACCOUNTS
    PERFORM WRITE-BRANCH-REPORT
    CLOSE item-catalog loan-records returns-transactions patron-master
        overdue-notices overdue-fines loan-records-updated pickup-notices
        renewal-notices branch-circulation-report circulation-history
    PERFORM LOG-RUN-END
    STOP RUN.

        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

*> Holds for patrons whose card has expired are passed over and stay
*> on the queue until the card is renewed.
FIND-OLDEST-HOLD.
    MOVE 'N' TO WS-HOLD-FOUND
    MOVE ZERO TO WS-BEST-HOLD-IDX
        IF HT-ITEM-ID(HOLD-IDX) = WS-CUR-ITEM-ID
                AND HT-FILLED(HOLD-IDX) = 'N'
                AND HT-REQUEST-TIMESTAMP(HOLD-IDX) < WS-BEST-TIMESTAMP
            MOVE HT-PATRON-ID(HOLD-IDX) TO WS-CARD-PATRON-ID
            PERFORM CHECK-CARD-EXPIRED
            IF NOT CARD-EXPIRED
                MOVE HT-REQUEST-TIMESTAMP(HOLD-IDX) TO WS-BEST-TIMESTAMP
                SET WS-BEST-HOLD-IDX TO HOLD-IDX
                MOVE 'Y' TO WS-HOLD-FOUND
            END-IF
        END-IF
    END-PERFORM.

                MOVE 'A' TO LT-LOAN-STATUS(WS-LOAN-COUNT)
            END-IF
            MOVE LR-BRANCH TO LT-BRANCH(WS-LOAN-COUNT)
            IF LR-LOAN-STATUS NOT = 'L' AND LR-LOAN-STATUS NOT = 'A'
                SET LOAN-IDX TO WS-LOAN-COUNT
                SET CH-CHECKOUT TO TRUE
                MOVE LT-LOAN-DATE(LOAN-IDX) TO CH-EVENT-DATE
                MOVE LT-BRANCH(LOAN-IDX) TO CH-BRANCH
                PERFORM WRITE-CIRCULATION-HISTORY
            END-IF
        ELSE
            DISPLAY "Loan table full - discarding " LR-ITEM-ID
        END-IF
            " by " RT-PATRON-ID
    ELSE
        MOVE 'Y' TO LT-RETURNED(LOAN-IDX)
        SET CH-RETURN TO TRUE
        MOVE RT-RETURN-DATE TO CH-EVENT-DATE
        MOVE RT-BRANCH TO CH-BRANCH
        PERFORM WRITE-CIRCULATION-HISTORY
        MOVE LT-ITEM-ID(LOAN-IDX) TO WS-CUR-ITEM-ID
        MOVE LT-PATRON-ID(LOAN-IDX) TO WS-CUR-PATRON-ID
        MOVE LT-DUE-DATE(LOAN-IDX) TO WS-CUR-DUE-DATE
            MOVE PM-PATRON-NAME TO PT-PATRON-NAME(WS-PATRON-COUNT)
            MOVE PM-PATRON-ADDRESS TO PT-PATRON-ADDRESS(WS-PATRON-COUNT)
            MOVE PM-PATRON-EMAIL TO PT-PATRON-EMAIL(WS-PATRON-COUNT)
            IF PM-EXPIRY-DATE IS NUMERIC
                MOVE PM-EXPIRY-DATE TO PT-EXPIRY-DATE(WS-PATRON-COUNT)
            ELSE
                MOVE ZERO TO PT-EXPIRY-DATE(WS-PATRON-COUNT)
            END-IF
            MOVE PM-HOME-BRANCH TO PT-HOME-BRANCH(WS-PATRON-COUNT)
        ELSE
            DISPLAY "Patron table full - discarding " PM-PATRON-ID
        END-IF
    MOVE LT-ITEM-ID(LOAN-IDX) TO WS-CUR-ITEM-ID
    PERFORM FIND-OLDEST-HOLD
    PERFORM CHECK-PATRON-BLOCKED
    MOVE RN-PATRON-ID TO WS-CARD-PATRON-ID
    PERFORM CHECK-CARD-EXPIRED
    EVALUATE TRUE
        WHEN HOLD-FOUND
            MOVE 'REFUSED' TO RW-DISPOSITION
            MOVE 'REFUSED' TO RW-DISPOSITION
            MOVE ZERO TO RW-NEW-DUE-DATE
            MOVE 'Patron is blocked for unpaid fines' TO RW-REASON
        WHEN CARD-EXPIRED
            MOVE 'REFUSED' TO RW-DISPOSITION
            MOVE ZERO TO RW-NEW-DUE-DATE
            MOVE 'Patron card has expired' TO RW-REASON
        WHEN LT-RENEWAL-COUNT(LOAN-IDX) >= WS-MAX-RENEWALS
            MOVE 'REFUSED' TO RW-DISPOSITION
            MOVE ZERO TO RW-NEW-DUE-DATE
        END-IF
    END-PERFORM.

*> A card is expired from its expiry date on. Patrons converted before
*> cards carried an expiry date (zero) and patrons missing from the
*> master are not treated as expired.
CHECK-CARD-EXPIRED.
    MOVE 'N' TO WS-CARD-EXPIRED
    PERFORM VARYING PATRON-IDX FROM 1 BY 1
            UNTIL PATRON-IDX > WS-PATRON-COUNT
        IF PT-PATRON-ID(PATRON-IDX) = WS-CARD-PATRON-ID
            IF PT-EXPIRY-DATE(PATRON-IDX) > 0
                    AND PT-EXPIRY-DATE(PATRON-IDX) <= WS-CURRENT-DATE
                SET CARD-EXPIRED TO TRUE
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.

EXTEND-LOAN-DUE-DATE.
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE LT-DUE-DATE(LOAN-IDX) TO DS-DATE-FROM
    ADD 1 TO LT-RENEWAL-COUNT(LOAN-IDX)
    MOVE 'RENEWED' TO RW-DISPOSITION
    MOVE LT-DUE-DATE(LOAN-IDX) TO RW-NEW-DUE-DATE
    MOVE SPACES TO RW-REASON
    SET CH-RENEWAL TO TRUE
    MOVE RN-REQUEST-DATE TO CH-EVENT-DATE
    MOVE LT-BRANCH(LOAN-IDX) TO CH-BRANCH
    PERFORM WRITE-CIRCULATION-HISTORY.

WRITE-CIRCULATION-HISTORY.
    MOVE LT-ITEM-ID(LOAN-IDX) TO CH-ITEM-ID
    MOVE LT-PATRON-ID(LOAN-IDX) TO CH-PATRON-ID
    MOVE LT-LOAN-DATE(LOAN-IDX) TO CH-LOAN-DATE
    MOVE LT-DUE-DATE(LOAN-IDX) TO CH-DUE-DATE
    WRITE CIRCULATION-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-RENEWAL-NOTICE.
    WRITE RENEWAL-NOTICE
