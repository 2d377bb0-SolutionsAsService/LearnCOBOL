IDENTIFICATION DIVISION.
PROGRAM-ID. FrequentFlyerStatement.
AUTHOR. Your Name.
*> Monthly frequent flyer statement for every member on
*> loyalty-members.dat. Lists the statement month's movements from
*> loyalty-activity.dat (miles earned per flown segment, award
*> redemptions and refunds, tier changes) between the opening and
*> closing balances, with the qualifying miles earned so far in the
*> year and the miles still needed for the next tier on
*> loyalty-tiers.dat. Balances are worked back from the member's
*> current balance, so a statement can be rerun for an earlier month.
*> The statement month (YYYYMM) is taken from
*> loyalty-statement-parameters.dat, or is the month before the run
*> date when none is given.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loyalty-members ASSIGN TO 'loyalty-members.dat'
        FILE STATUS IS WS-MEMBER-STATUS.
    SELECT loyalty-activity ASSIGN TO 'loyalty-activity.dat'
        FILE STATUS IS WS-ACTIVITY-STATUS.
    SELECT loyalty-tiers ASSIGN TO 'loyalty-tiers.dat'
        FILE STATUS IS WS-TIER-STATUS.
    SELECT statement-parameters
        ASSIGN TO 'loyalty-statement-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT loyalty-statements ASSIGN TO 'loyalty-statements.dat'.

DATA DIVISION.
FILE SECTION.
FD loyalty-members.
01 LOYALTY-MEMBER-RECORD.
    05 LM-CUSTOMER-ID         PIC X(10).
    05 LM-MEMBER-NAME         PIC X(30).
    05 LM-TIER                PIC X(8).
    05 LM-MILES-BALANCE       PIC 9(9).
    05 LM-QUALIFYING-MILES    PIC 9(9).
    05 LM-QUALIFYING-YEAR     PIC 9(4).
    05 LM-ENROL-DATE          PIC 9(8).
    05 LM-LIFETIME-MILES      PIC 9(9).

FD loyalty-activity.
01 LOYALTY-ACTIVITY-RECORD.
    05 LA-CUSTOMER-ID         PIC X(10).
    05 LA-ACTIVITY-DATE       PIC 9(8).
    05 LA-ACTIVITY-TYPE       PIC X(6).
    05 LA-FLIGHT-NUMBER       PIC X(6).
    05 LA-DEPARTURE-DATE      PIC 9(8).
    05 LA-FARE-CLASS          PIC X.
    05 LA-QUALIFYING-MILES    PIC 9(7).
    05 LA-MILES-CREDIT        PIC 9(7).
    05 LA-MILES-DEBIT         PIC 9(7).
    05 LA-BALANCE-AFTER       PIC 9(9).
    05 LA-TIER                PIC X(8).

FD loyalty-tiers.
01 LOYALTY-TIER-RECORD.
    05 LT-TIER                PIC X(8).
    05 LT-QUALIFYING-MILES    PIC 9(9).
    05 LT-EARN-MULTIPLIER     PIC 9V99.

FD statement-parameters.
01 STATEMENT-PARAMETER-RECORD.
    05 LSP-STATEMENT-MONTH    PIC 9(6).

FD loyalty-statements.
01 STATEMENT-LINE             PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-MEMBER-STATUS        PIC XX.
01 WS-ACTIVITY-STATUS      PIC XX.
01 WS-TIER-STATUS          PIC XX.
01 WS-PARM-STATUS          PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR     PIC 9(4).
    05 WS-CURRENT-MONTH    PIC 9(2).
    05 WS-CURRENT-DAY      PIC 9(2).
01 WS-STATEMENT-MONTH      PIC 9(6).
01 WS-STATEMENT-YEAR       PIC 9(4).
01 WS-ACTIVITY-MONTH       PIC 9(6).
01 WS-ACTIVITY-YEAR        PIC 9(4).

01 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
01 MEMBER-TABLE.
    05 MEMBER-ENTRY OCCURS 1000 TIMES INDEXED BY MEMBER-IDX.
        10 MT-CUSTOMER-ID      PIC X(10).
        10 MT-MEMBER-NAME      PIC X(30).
        10 MT-TIER             PIC X(8).
        10 MT-MILES-BALANCE    PIC 9(9).
        10 MT-LIFETIME-MILES   PIC 9(9).
        10 MT-QUALIFYING-MILES PIC 9(9).
        10 MT-QUALIFYING-YEAR  PIC 9(4).
        10 MT-LATER-NET        PIC S9(9).
        10 MT-LATER-QUALIFYING PIC 9(9).
        10 MT-PERIOD-EARNED    PIC 9(9).
        10 MT-PERIOD-REDEEMED  PIC 9(9).
        10 MT-PERIOD-REFUNDED  PIC 9(9).
        10 MT-YTD-QUALIFYING   PIC 9(9).
        10 MT-PERIOD-TIER      PIC X(8).
01 WS-MEMBER-FOUND         PIC X VALUE 'N'.
    88 MEMBER-FOUND        VALUE 'Y'.

*> The statement month's activity, in the order it was posted.
01 WS-ACTIVITY-COUNT       PIC 9(5) VALUE 0.
01 ACTIVITY-TABLE.
    05 ACTIVITY-ENTRY OCCURS 5000 TIMES INDEXED BY ACTIVITY-IDX.
        10 AT-CUSTOMER-ID      PIC X(10).
        10 AT-ACTIVITY-DATE    PIC 9(8).
        10 AT-ACTIVITY-TYPE    PIC X(6).
        10 AT-FLIGHT-NUMBER    PIC X(6).
        10 AT-DEPARTURE-DATE   PIC 9(8).
        10 AT-FARE-CLASS       PIC X.
        10 AT-MILES-CREDIT     PIC 9(7).
        10 AT-MILES-DEBIT      PIC 9(7).
        10 AT-TIER             PIC X(8).

01 WS-TIER-COUNT           PIC 9(2) VALUE 0.
01 TIER-TABLE.
    05 TIER-ENTRY OCCURS 10 TIMES INDEXED BY TIER-IDX.
        10 TT-TIER             PIC X(8).
        10 TT-QUALIFYING-MILES PIC 9(9).
01 WS-NEXT-TIER            PIC X(8).
01 WS-NEXT-THRESHOLD       PIC 9(9).

01 WS-CLOSING-BALANCE      PIC S9(9).
01 WS-OPENING-BALANCE      PIC S9(9).
01 WS-MEMBER-LINES         PIC 9(5).
01 WS-STATEMENTS-WRITTEN   PIC 9(5) VALUE 0.

01 WS-STATEMENT-HEADER.
    05 FILLER              PIC X(27) VALUE 'FREQUENT FLYER STATEMENT - '.
    05 SH-STATEMENT-MONTH  PIC 9(6).
01 WS-MEMBER-HEADER.
    05 FILLER              PIC X(8) VALUE 'MEMBER: '.
    05 MH-CUSTOMER-ID      PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 MH-MEMBER-NAME      PIC X(30).
    05 FILLER              PIC X(8) VALUE '  TIER: '.
    05 MH-TIER             PIC X(8).
01 WS-OPENING-LINE.
    05 FILLER              PIC X(20) VALUE 'OPENING BALANCE'.
    05 OL-BALANCE          PIC ZZZ,ZZZ,ZZ9-.
01 WS-ACTIVITY-HEADINGS.
    05 FILLER              PIC X(10) VALUE 'POSTED'.
    05 FILLER              PIC X(8) VALUE 'TYPE'.
    05 FILLER              PIC X(8) VALUE 'FLIGHT'.
    05 FILLER              PIC X(10) VALUE 'FLOWN'.
    05 FILLER              PIC X(6) VALUE 'CLASS'.
    05 FILLER              PIC X(12) VALUE '      EARNED'.
    05 FILLER              PIC X(12) VALUE '    REDEEMED'.
    05 FILLER              PIC X(10) VALUE '  TIER'.
01 WS-ACTIVITY-DETAIL.
    05 AD-ACTIVITY-DATE    PIC 9(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 AD-ACTIVITY-TYPE    PIC X(6).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 AD-FLIGHT-NUMBER    PIC X(6).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 AD-DEPARTURE-DATE   PIC X(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 AD-FARE-CLASS       PIC X.
    05 FILLER              PIC X(5) VALUE SPACES.
    05 AD-MILES-CREDIT     PIC Z,ZZZ,ZZZ,ZZ9.
    05 AD-MILES-DEBIT      PIC Z,ZZZ,ZZZ,ZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 AD-TIER             PIC X(8).
01 WS-NO-ACTIVITY-LINE     PIC X(40) VALUE 'NO ACTIVITY THIS PERIOD'.
01 WS-TOTAL-LINE.
    05 FILLER              PIC X(20) VALUE 'MILES EARNED'.
    05 TL-EARNED           PIC ZZZ,ZZZ,ZZ9.
    05 FILLER              PIC X(12) VALUE '  REDEEMED '.
    05 TL-REDEEMED         PIC ZZZ,ZZZ,ZZ9.
    05 FILLER              PIC X(12) VALUE '  REFUNDED '.
    05 TL-REFUNDED         PIC ZZZ,ZZZ,ZZ9.
01 WS-CLOSING-LINE.
    05 FILLER              PIC X(20) VALUE 'CLOSING BALANCE'.
    05 CL-BALANCE          PIC ZZZ,ZZZ,ZZ9-.
    05 FILLER              PIC X(18) VALUE '  LIFETIME MILES '.
    05 CL-LIFETIME         PIC ZZZ,ZZZ,ZZ9.
01 WS-QUALIFYING-LINE.
    05 FILLER              PIC X(20) VALUE 'QUALIFYING MILES YTD'.
    05 QL-YTD-QUALIFYING   PIC ZZZ,ZZZ,ZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 QL-NEXT-TIER-TEXT   PIC X(40).
01 WS-NEXT-TIER-TEXT.
    05 NT-MILES            PIC ZZZ,ZZZ,ZZ9.
    05 FILLER              PIC X(10) VALUE ' MORE FOR '.
    05 NT-TIER             PIC X(8).
01 WS-STATEMENT-SEPARATOR  PIC X(80) VALUE ALL '-'.

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
    PERFORM LOAD-STATEMENT-MONTH
    PERFORM LOAD-LOYALTY-TIERS
    PERFORM LOAD-LOYALTY-MEMBERS
    PERFORM LOAD-LOYALTY-ACTIVITY
    OPEN OUTPUT loyalty-statements
    MOVE WS-STATEMENT-MONTH TO SH-STATEMENT-MONTH
    MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        PERFORM WRITE-MEMBER-STATEMENT
    END-PERFORM
    CLOSE loyalty-statements
    DISPLAY "Frequent flyer statements for " WS-STATEMENT-MONTH ": "
        WS-STATEMENTS-WRITTEN " members, " WS-ACTIVITY-COUNT
        " activity records"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-STATEMENT-MONTH.
    IF WS-CURRENT-MONTH = 1
        COMPUTE WS-STATEMENT-MONTH = (WS-CURRENT-YEAR - 1) * 100 + 12
    ELSE
        COMPUTE WS-STATEMENT-MONTH =
            WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH - 1
    END-IF
    OPEN INPUT statement-parameters
    IF WS-PARM-STATUS = '00'
        READ statement-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF LSP-STATEMENT-MONTH IS NUMERIC
                        AND LSP-STATEMENT-MONTH > 0
                    MOVE LSP-STATEMENT-MONTH TO WS-STATEMENT-MONTH
                END-IF
        END-READ
        CLOSE statement-parameters
    END-IF
    COMPUTE WS-STATEMENT-YEAR = WS-STATEMENT-MONTH / 100.

LOAD-LOYALTY-TIERS.
    OPEN INPUT loyalty-tiers
    IF WS-TIER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loyalty-tiers AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-TIER-COUNT < 10
            ADD 1 TO WS-TIER-COUNT
            MOVE LT-TIER TO TT-TIER(WS-TIER-COUNT)
            MOVE LT-QUALIFYING-MILES TO TT-QUALIFYING-MILES(WS-TIER-COUNT)
        ELSE
            DISPLAY "Tier table full - discarding " LT-TIER
        END-IF
        READ loyalty-tiers AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-tiers
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-LOYALTY-MEMBERS.
    OPEN INPUT loyalty-members
    IF WS-MEMBER-STATUS NOT = '00'
        DISPLAY "Loyalty member file not found"
        EXIT PARAGRAPH
    END-IF
    READ loyalty-members AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MEMBER-COUNT < 1000
            ADD 1 TO WS-MEMBER-COUNT
            INITIALIZE MEMBER-ENTRY(WS-MEMBER-COUNT)
            MOVE LM-CUSTOMER-ID TO MT-CUSTOMER-ID(WS-MEMBER-COUNT)
            MOVE LM-MEMBER-NAME TO MT-MEMBER-NAME(WS-MEMBER-COUNT)
            MOVE LM-TIER TO MT-TIER(WS-MEMBER-COUNT)
            MOVE LM-TIER TO MT-PERIOD-TIER(WS-MEMBER-COUNT)
            MOVE LM-MILES-BALANCE TO MT-MILES-BALANCE(WS-MEMBER-COUNT)
            MOVE LM-LIFETIME-MILES TO MT-LIFETIME-MILES(WS-MEMBER-COUNT)
            MOVE LM-QUALIFYING-MILES
                TO MT-QUALIFYING-MILES(WS-MEMBER-COUNT)
            MOVE LM-QUALIFYING-YEAR TO MT-QUALIFYING-YEAR(WS-MEMBER-COUNT)
        ELSE
            DISPLAY "Member table full - discarding " LM-CUSTOMER-ID
        END-IF
        READ loyalty-members AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-members
    MOVE 'N' TO WS-END-OF-FILE.

*> Movements after the statement month are netted off the current
*> balance to give the closing balance; the tier shown is the one held
*> at the end of the month. Qualifying miles for the member's current
*> qualifying year come from the member record, less any earned after
*> the month; for an earlier year they are totalled from the activity.
LOAD-LOYALTY-ACTIVITY.
    OPEN INPUT loyalty-activity
    IF WS-ACTIVITY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loyalty-activity AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM FIND-ACTIVITY-MEMBER
        IF MEMBER-FOUND
            PERFORM APPLY-ACTIVITY-RECORD
        END-IF
        READ loyalty-activity AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-activity
    MOVE 'N' TO WS-END-OF-FILE.

FIND-ACTIVITY-MEMBER.
    MOVE 'N' TO WS-MEMBER-FOUND
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        IF MT-CUSTOMER-ID(MEMBER-IDX) = LA-CUSTOMER-ID
            MOVE 'Y' TO WS-MEMBER-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

APPLY-ACTIVITY-RECORD.
    COMPUTE WS-ACTIVITY-MONTH = LA-ACTIVITY-DATE / 100
    COMPUTE WS-ACTIVITY-YEAR = LA-ACTIVITY-DATE / 10000
    IF WS-ACTIVITY-MONTH > WS-STATEMENT-MONTH
        COMPUTE MT-LATER-NET(MEMBER-IDX) = MT-LATER-NET(MEMBER-IDX)
            + LA-MILES-CREDIT - LA-MILES-DEBIT
        IF WS-ACTIVITY-YEAR = WS-STATEMENT-YEAR
                AND LA-ACTIVITY-TYPE = 'EARN'
            ADD LA-QUALIFYING-MILES TO MT-LATER-QUALIFYING(MEMBER-IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-ACTIVITY-YEAR = WS-STATEMENT-YEAR
            AND LA-ACTIVITY-TYPE = 'EARN'
        ADD LA-QUALIFYING-MILES TO MT-YTD-QUALIFYING(MEMBER-IDX)
    END-IF
    IF LA-TIER NOT = SPACES
        MOVE LA-TIER TO MT-PERIOD-TIER(MEMBER-IDX)
    END-IF
    IF WS-ACTIVITY-MONTH = WS-STATEMENT-MONTH
        EVALUATE LA-ACTIVITY-TYPE
            WHEN 'EARN'
                ADD LA-MILES-CREDIT TO MT-PERIOD-EARNED(MEMBER-IDX)
            WHEN 'REDEEM'
                ADD LA-MILES-DEBIT TO MT-PERIOD-REDEEMED(MEMBER-IDX)
            WHEN 'REFUND'
                ADD LA-MILES-CREDIT TO MT-PERIOD-REFUNDED(MEMBER-IDX)
        END-EVALUATE
        IF WS-ACTIVITY-COUNT < 5000
            ADD 1 TO WS-ACTIVITY-COUNT
            MOVE LA-CUSTOMER-ID TO AT-CUSTOMER-ID(WS-ACTIVITY-COUNT)
            MOVE LA-ACTIVITY-DATE TO AT-ACTIVITY-DATE(WS-ACTIVITY-COUNT)
            MOVE LA-ACTIVITY-TYPE TO AT-ACTIVITY-TYPE(WS-ACTIVITY-COUNT)
            MOVE LA-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER(WS-ACTIVITY-COUNT)
            MOVE LA-DEPARTURE-DATE
                TO AT-DEPARTURE-DATE(WS-ACTIVITY-COUNT)
            MOVE LA-FARE-CLASS TO AT-FARE-CLASS(WS-ACTIVITY-COUNT)
            MOVE LA-MILES-CREDIT TO AT-MILES-CREDIT(WS-ACTIVITY-COUNT)
            MOVE LA-MILES-DEBIT TO AT-MILES-DEBIT(WS-ACTIVITY-COUNT)
            MOVE LA-TIER TO AT-TIER(WS-ACTIVITY-COUNT)
        ELSE
            DISPLAY "Activity table full - discarding record for "
                LA-CUSTOMER-ID
        END-IF
    END-IF.

WRITE-MEMBER-STATEMENT.
    COMPUTE WS-CLOSING-BALANCE =
        MT-MILES-BALANCE(MEMBER-IDX) - MT-LATER-NET(MEMBER-IDX)
    COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
        - MT-PERIOD-EARNED(MEMBER-IDX) - MT-PERIOD-REFUNDED(MEMBER-IDX)
        + MT-PERIOD-REDEEMED(MEMBER-IDX)
    MOVE MT-CUSTOMER-ID(MEMBER-IDX) TO MH-CUSTOMER-ID
    MOVE MT-MEMBER-NAME(MEMBER-IDX) TO MH-MEMBER-NAME
    MOVE MT-PERIOD-TIER(MEMBER-IDX) TO MH-TIER
    MOVE WS-MEMBER-HEADER TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-OPENING-BALANCE TO OL-BALANCE
    MOVE WS-OPENING-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-ACTIVITY-HEADINGS TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE ZERO TO WS-MEMBER-LINES
    PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
            UNTIL ACTIVITY-IDX > WS-ACTIVITY-COUNT
        IF AT-CUSTOMER-ID(ACTIVITY-IDX) = MT-CUSTOMER-ID(MEMBER-IDX)
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO WS-MEMBER-LINES
        END-IF
    END-PERFORM
    IF WS-MEMBER-LINES = ZERO
        MOVE WS-NO-ACTIVITY-LINE TO STATEMENT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF
    MOVE MT-PERIOD-EARNED(MEMBER-IDX) TO TL-EARNED
    MOVE MT-PERIOD-REDEEMED(MEMBER-IDX) TO TL-REDEEMED
    MOVE MT-PERIOD-REFUNDED(MEMBER-IDX) TO TL-REFUNDED
    MOVE WS-TOTAL-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-CLOSING-BALANCE TO CL-BALANCE
    MOVE MT-LIFETIME-MILES(MEMBER-IDX) TO CL-LIFETIME
    MOVE WS-CLOSING-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    IF MT-QUALIFYING-YEAR(MEMBER-IDX) = WS-STATEMENT-YEAR
        IF MT-QUALIFYING-MILES(MEMBER-IDX) >
                MT-LATER-QUALIFYING(MEMBER-IDX)
            COMPUTE MT-YTD-QUALIFYING(MEMBER-IDX) =
                MT-QUALIFYING-MILES(MEMBER-IDX)
                - MT-LATER-QUALIFYING(MEMBER-IDX)
        ELSE
            MOVE ZERO TO MT-YTD-QUALIFYING(MEMBER-IDX)
        END-IF
    END-IF
    PERFORM FIND-NEXT-TIER
    MOVE MT-YTD-QUALIFYING(MEMBER-IDX) TO QL-YTD-QUALIFYING
    IF WS-NEXT-TIER = SPACES
        MOVE 'HIGHEST TIER REACHED' TO QL-NEXT-TIER-TEXT
    ELSE
        COMPUTE NT-MILES =
            WS-NEXT-THRESHOLD - MT-YTD-QUALIFYING(MEMBER-IDX)
        MOVE WS-NEXT-TIER TO NT-TIER
        MOVE WS-NEXT-TIER-TEXT TO QL-NEXT-TIER-TEXT
    END-IF
    MOVE WS-QUALIFYING-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-STATEMENT-SEPARATOR TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    ADD 1 TO WS-STATEMENTS-WRITTEN.

WRITE-ACTIVITY-LINE.
    MOVE AT-ACTIVITY-DATE(ACTIVITY-IDX) TO AD-ACTIVITY-DATE
    MOVE AT-ACTIVITY-TYPE(ACTIVITY-IDX) TO AD-ACTIVITY-TYPE
    MOVE AT-FLIGHT-NUMBER(ACTIVITY-IDX) TO AD-FLIGHT-NUMBER
    IF AT-DEPARTURE-DATE(ACTIVITY-IDX) = ZERO
        MOVE SPACES TO AD-DEPARTURE-DATE
    ELSE
        MOVE AT-DEPARTURE-DATE(ACTIVITY-IDX) TO AD-DEPARTURE-DATE
    END-IF
    MOVE AT-FARE-CLASS(ACTIVITY-IDX) TO AD-FARE-CLASS
    MOVE AT-MILES-CREDIT(ACTIVITY-IDX) TO AD-MILES-CREDIT
    MOVE AT-MILES-DEBIT(ACTIVITY-IDX) TO AD-MILES-DEBIT
    MOVE AT-TIER(ACTIVITY-IDX) TO AD-TIER
    MOVE WS-ACTIVITY-DETAIL TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE.

*> Lowest tier threshold above the year's qualifying miles so far.
FIND-NEXT-TIER.
    MOVE SPACES TO WS-NEXT-TIER
    MOVE ZERO TO WS-NEXT-THRESHOLD
    PERFORM VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > WS-TIER-COUNT
        IF TT-QUALIFYING-MILES(TIER-IDX) > MT-YTD-QUALIFYING(MEMBER-IDX)
            IF WS-NEXT-TIER = SPACES
                    OR TT-QUALIFYING-MILES(TIER-IDX) < WS-NEXT-THRESHOLD
                MOVE TT-TIER(TIER-IDX) TO WS-NEXT-TIER
                MOVE TT-QUALIFYING-MILES(TIER-IDX) TO WS-NEXT-THRESHOLD
            END-IF
        END-IF
    END-PERFORM.

WRITE-STATEMENT-LINE.
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'FrequentFlyerStatement' TO OPS-PROGRAM-ID
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

END PROGRAM FrequentFlyerStatement.
