IDENTIFICATION DIVISION.
PROGRAM-ID. PatronCardRenewalNotice.
AUTHOR. Your Name.
*> Monthly card-renewal reminders. Run once a month; every patron whose
*> card expires during the following calendar month gets one notice on
*> card-renewal-notices.dat, addressed from patron-master.dat and naming
*> the home branch where the card can be renewed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT patron-master ASSIGN TO 'patron-master.dat'.
    SELECT card-renewal-notices ASSIGN TO 'card-renewal-notices.dat'.

DATA DIVISION.
FILE SECTION.
FD patron-master.
01 PATRON-RECORD.
    05 PM-PATRON-ID         PIC X(10).
    05 PM-PATRON-NAME       PIC X(30).
    05 PM-PATRON-ADDRESS    PIC X(40).
    05 PM-PATRON-EMAIL      PIC X(50).
    05 PM-EXPIRY-DATE       PIC 9(8).
    05 PM-HOME-BRANCH       PIC X(3).

FD card-renewal-notices.
01 CARD-RENEWAL-NOTICE.
    05 CN-PATRON-ID         PIC X(10).
    05 CN-PATRON-NAME       PIC X(30).
    05 CN-PATRON-ADDRESS    PIC X(40).
    05 CN-PATRON-EMAIL      PIC X(50).
    05 CN-EXPIRY-DATE       PIC 9(8).
    05 CN-HOME-BRANCH       PIC X(3).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR       PIC 9(4).
    05 WS-CURRENT-MONTH      PIC 9(2).
    05 WS-CURRENT-DAY        PIC 9(2).
01 WS-NOTICE-MONTH-START  PIC 9(8).
01 WS-NOTICE-MONTH-PARTS REDEFINES WS-NOTICE-MONTH-START.
    05 WS-NOTICE-YEAR        PIC 9(4).
    05 WS-NOTICE-MONTH       PIC 9(2).
    05 WS-NOTICE-DAY         PIC 9(2).
01 WS-NOTICE-MONTH-END    PIC 9(8).
01 WS-NOTICE-COUNT        PIC 9(5) VALUE 0.

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    05 OPS-EVENT             PIC X(5).
    05 OPS-RECORDS-READ      PIC 9(7).
    05 OPS-RECORDS-WRITTEN   PIC 9(7).
    05 OPS-COMPLETION-STATUS PIC X(10).
01 WS-OPS-RECORDS-READ       PIC 9(7) VALUE 0.
01 WS-OPS-RECORDS-WRITTEN    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM SET-NOTICE-MONTH
    OPEN INPUT patron-master
        OUTPUT card-renewal-notices
    READ patron-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF PM-EXPIRY-DATE IS NUMERIC
                AND PM-EXPIRY-DATE >= WS-NOTICE-MONTH-START
                AND PM-EXPIRY-DATE <= WS-NOTICE-MONTH-END
            PERFORM WRITE-RENEWAL-REMINDER
        END-IF
        READ patron-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE patron-master card-renewal-notices
    DISPLAY "Cards expiring " WS-NOTICE-YEAR "-" WS-NOTICE-MONTH
        ": " WS-NOTICE-COUNT " reminder notices written"
    PERFORM LOG-RUN-END
    STOP RUN.

*> The notice month is the calendar month after the run month.
SET-NOTICE-MONTH.
    MOVE WS-CURRENT-YEAR TO WS-NOTICE-YEAR
    IF WS-CURRENT-MONTH = 12
        ADD 1 TO WS-NOTICE-YEAR
        MOVE 1 TO WS-NOTICE-MONTH
    ELSE
        COMPUTE WS-NOTICE-MONTH = WS-CURRENT-MONTH + 1
    END-IF
    MOVE 31 TO WS-NOTICE-DAY
    MOVE WS-NOTICE-MONTH-START TO WS-NOTICE-MONTH-END
    MOVE 1 TO WS-NOTICE-DAY.

WRITE-RENEWAL-REMINDER.
    MOVE PM-PATRON-ID TO CN-PATRON-ID
    MOVE PM-PATRON-NAME TO CN-PATRON-NAME
    MOVE PM-PATRON-ADDRESS TO CN-PATRON-ADDRESS
    MOVE PM-PATRON-EMAIL TO CN-PATRON-EMAIL
    MOVE PM-EXPIRY-DATE TO CN-EXPIRY-DATE
    MOVE PM-HOME-BRANCH TO CN-HOME-BRANCH
    WRITE CARD-RENEWAL-NOTICE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-NOTICE-COUNT.

LOG-RUN-START.
    MOVE 'PatronCardRenewalNotice' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE ZERO TO OPS-RECORDS-READ
    MOVE ZERO TO OPS-RECORDS-WRITTEN
    MOVE 'STARTED' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

LOG-RUN-END.
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM PatronCardRenewalNotice.
