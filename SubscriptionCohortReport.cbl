IDENTIFICATION DIVISION.
PROGRAM-ID. SubscriptionCohortReport.
AUTHOR. Your Name.
*> Signup cohort retention. Run monthly after SubscriptionManagementSystem.
*> Every applied signup on signup-confirmations.dat joins the cohort
*> for its start month on cohort-members.dat, which carries each
*> member's standing from run to run: active or held as shown on the
*> subscription master, or cancelled - voluntarily from
*> cancellation-file.dat or through dunning from dunning-notices.dat.
*> Each run snapshots every cohort for the current month onto
*> cohort-history.dat (a rerun in the same month replaces that
*> month's snapshot) together with the revenue billed to the cohort on
*> billing-file.dat, net of credits and refunds.
*> cohort-retention-report.dat prints the whole matrix: for each
*> cohort and each month since signup, the percentage active, held
*> and cancelled, and the revenue retained against the cohort's
*> first month.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT signup-confirmations ASSIGN TO 'signup-confirmations.dat'
        FILE STATUS IS WS-CONFIRM-STATUS.
    SELECT cancellation-file ASSIGN TO 'cancellation-file.dat'
        FILE STATUS IS WS-CANCEL-STATUS.
    SELECT dunning-notices ASSIGN TO 'dunning-notices.dat'
        FILE STATUS IS WS-DUNNING-STATUS.
    SELECT subscription-file-updated
        ASSIGN TO 'subscription-file-updated.dat'.
    SELECT billing-file ASSIGN TO 'billing-file.dat'
        FILE STATUS IS WS-BILLING-STATUS.
    SELECT cohort-members ASSIGN TO 'cohort-members.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MEMBER-STATUS.
    SELECT cohort-history ASSIGN TO 'cohort-history.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT cohort-report ASSIGN TO 'cohort-retention-report.dat'.

DATA DIVISION.
FILE SECTION.
FD signup-confirmations.
01 SIGNUP-CONFIRMATION-RECORD.
    05 SC-CUSTOMER-ID      PIC X(10).
    05 SC-DISPOSITION      PIC X(8).
    05 SC-PLAN-FEE         PIC 9(5)V99.
    05 SC-START-DATE       PIC 9(8).
    05 SC-FIRST-INVOICE    PIC 9(5)V99.
    05 SC-RENEWAL-DATE     PIC 9(8).
    05 SC-REASON           PIC X(40).

FD cancellation-file.
01 CANCELLATION-RECORD.
    05 CR-CUSTOMER-ID      PIC X(10).
    05 CR-REASON-CODE      PIC X(4).

FD dunning-notices.
01 DUNNING-RECORD.
    05 DN-CUSTOMER-ID      PIC X(10).
    05 DN-RETRY-COUNT      PIC 9(2).
    05 DN-CANCELLED        PIC X.
    05 DN-MESSAGE          PIC X(55).

FD subscription-file-updated.
01 SUBSCRIPTION-RECORD-UPDATED.
    05 SU-CUSTOMER-ID         PIC X(10).
    05 SU-SUBSCRIPTION-STATUS PIC X.
    05 SU-SUBSCRIPTION-FEE    PIC 9(5)V99.
    05 SU-RENEWAL-DATE        PIC 9(8).
    05 SU-LAST-RENEWAL-DATE   PIC 9(8).
    05 SU-RETRY-COUNT         PIC 9(2).
    05 SU-PLAN-CODE           PIC X(4).
    05 SU-RESUME-DATE         PIC 9(8).
    05 SU-PROMO-CODE          PIC X(6).
    05 SU-PROMO-DISCOUNT      PIC V999.
    05 SU-PROMO-CYCLES-LEFT   PIC 9(2).
    05 SU-BILLING-FREQUENCY   PIC X.
    05 SU-TAX-JURISDICTION    PIC X(5).

FD billing-file.
01 BILLING-RECORD.
    05 BR-CUSTOMER-ID      PIC X(10).
    05 BR-SUBSCRIPTION-FEE PIC 9(5)V99.
    05 BR-BILLING-TYPE     PIC X(10).
    05 BR-BILLING-DATE     PIC 9(8).
    05 BR-REASON-CODE      PIC X(4).
    05 BR-PLAN-CODE        PIC X(4).
    05 BR-PERIOD-START     PIC 9(8).
    05 BR-PERIOD-END       PIC 9(8).
    05 BR-PREPAY-DISCOUNT  PIC 9(5)V99.
    05 BR-PROMO-CODE       PIC X(6).
    05 BR-PROMO-AMOUNT     PIC 9(5)V99.
    05 BR-PRORATION-SOURCE PIC X.
    05 BR-TAX-JURISDICTION PIC X(5).
    05 BR-TAX-RATE         PIC V9(5).
    05 BR-TAX-AMOUNT       PIC 9(5)V99.
    05 BR-ORIGINAL-DATE    PIC 9(8).

FD cohort-members.
01 COHORT-MEMBER-RECORD.
    05 CM-CUSTOMER-ID      PIC X(10).
    05 CM-SIGNUP-MONTH     PIC 9(6).
    05 CM-STANDING         PIC X.
    05 CM-CANCEL-MONTH     PIC 9(6).

FD cohort-history.
01 COHORT-HISTORY-RECORD.
    05 CH-COHORT-MONTH     PIC 9(6).
    05 CH-REPORT-MONTH     PIC 9(6).
    05 CH-MEMBERS          PIC 9(5).
    05 CH-ACTIVE           PIC 9(5).
    05 CH-HELD             PIC 9(5).
    05 CH-VOLUNTARY        PIC 9(5).
    05 CH-DUNNING          PIC 9(5).
    05 CH-REVENUE          PIC S9(7)V99 SIGN LEADING SEPARATE.

FD cohort-report.
01 COHORT-REPORT-LINE      PIC X(100).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-CONFIRM-STATUS      PIC XX.
01 WS-CANCEL-STATUS       PIC XX.
01 WS-DUNNING-STATUS      PIC XX.
01 WS-BILLING-STATUS      PIC XX.
01 WS-MEMBER-STATUS       PIC XX.
01 WS-HISTORY-STATUS      PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-REPORT-MONTH        PIC 9(6).

*> Standing: A active, H held, V cancelled voluntarily, D cancelled
*> through dunning. A cancelled member keeps the standing and month
*> of the cancellation.
01 WS-MEMBER-COUNT        PIC 9(5) VALUE 0.
01 MEMBER-TABLE.
    05 MEMBER-ENTRY OCCURS 5000 TIMES INDEXED BY MEMBER-IDX.
        10 MB-CUSTOMER-ID  PIC X(10).
        10 MB-SIGNUP-MONTH PIC 9(6).
        10 MB-STANDING     PIC X.
            88 MB-ACTIVE       VALUE 'A'.
            88 MB-HELD         VALUE 'H'.
            88 MB-VOLUNTARY    VALUE 'V'.
            88 MB-DUNNING      VALUE 'D'.
            88 MB-CANCELLED    VALUES 'V' 'D'.
        10 MB-CANCEL-MONTH PIC 9(6).
        10 MB-REVENUE      PIC S9(7)V99.
01 WS-LOOKUP-CUSTOMER     PIC X(10).
01 WS-MEMBER-FOUND        PIC X.
    88 MEMBER-FOUND       VALUE 'Y'.
01 WS-NEW-MEMBER-COUNT    PIC 9(5) VALUE 0.

01 WS-HISTORY-COUNT       PIC 9(5) VALUE 0.
01 HISTORY-TABLE.
    05 HISTORY-ENTRY OCCURS 3000 TIMES INDEXED BY HIST-IDX.
        10 HT-COHORT-MONTH PIC 9(6).
        10 HT-REPORT-MONTH PIC 9(6).
        10 HT-MEMBERS      PIC 9(5).
        10 HT-ACTIVE       PIC 9(5).
        10 HT-HELD         PIC 9(5).
        10 HT-VOLUNTARY    PIC 9(5).
        10 HT-DUNNING      PIC 9(5).
        10 HT-REVENUE      PIC S9(7)V99.
01 WS-HISTORY-FOUND       PIC X.
    88 HISTORY-FOUND      VALUE 'Y'.

01 WS-LAST-COHORT         PIC 9(6).
01 WS-NEXT-COHORT         PIC 9(6).
01 WS-BASE-REVENUE        PIC S9(7)V99.
01 WS-BASE-FOUND          PIC X.
    88 BASE-FOUND         VALUE 'Y'.
01 WS-COHORT-YEAR         PIC 9(4).
01 WS-COHORT-MM           PIC 9(2).
01 WS-REPORT-YEAR         PIC 9(4).
01 WS-REPORT-MM           PIC 9(2).
01 WS-MONTHS-SINCE        PIC S9(4).
01 WS-PERCENT             PIC 9(3)V99.
01 WS-COHORT-COUNT        PIC 9(4) VALUE 0.

01 WS-HEADING-1.
    05 FILLER             PIC X(40)
        VALUE 'SIGNUP COHORT RETENTION     RUN MONTH: '.
    05 H1-REPORT-MONTH    PIC 9(6).
01 WS-HEADING-2.
    05 FILLER             PIC X(24) VALUE 'COHORT  MONTH  MONTHS   '.
    05 FILLER             PIC X(28) VALUE 'MEMBERS  ACTIVE%   HELD%  VO'.
    05 FILLER             PIC X(28) VALUE 'L-CXL%  DUN-CXL%     REVENUE'.
    05 FILLER             PIC X(10) VALUE '  RETAINED'.
01 WS-COHORT-DETAIL.
    05 CD-COHORT-MONTH    PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-REPORT-MONTH    PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-MONTHS-SINCE    PIC ZZZ9.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 CD-MEMBERS         PIC ZZZZ9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-ACTIVE-PCT      PIC ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-HELD-PCT        PIC ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-VOLUNTARY-PCT   PIC ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 CD-DUNNING-PCT     PIC ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-REVENUE         PIC Z,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(1) VALUE SPACES.
    05 CD-RETAINED-PCT    PIC ZZZ9.99.
    05 FILLER             PIC X(1) VALUE '%'.
01 WS-SUMMARY-LINE.
    05 FILLER             PIC X(9) VALUE 'COHORTS: '.
    05 SL-COHORTS         PIC ZZZ9.
    05 FILLER             PIC X(11) VALUE '  MEMBERS: '.
    05 SL-MEMBERS         PIC ZZZZ9.
    05 FILLER             PIC X(15) VALUE '  NEW MEMBERS: '.
    05 SL-NEW-MEMBERS     PIC ZZZZ9.

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
    COMPUTE WS-REPORT-MONTH = WS-CURRENT-DATE / 100
    PERFORM LOAD-COHORT-MEMBERS
    PERFORM ADD-NEW-SIGNUPS
    PERFORM APPLY-VOLUNTARY-CANCELS
    PERFORM APPLY-DUNNING-CANCELS
    PERFORM APPLY-SUBSCRIPTION-STANDING
    PERFORM TOTAL-COHORT-REVENUE
    PERFORM WRITE-COHORT-MEMBERS
    PERFORM LOAD-COHORT-HISTORY
    PERFORM SNAPSHOT-COHORTS
    PERFORM WRITE-COHORT-HISTORY
    PERFORM WRITE-RETENTION-REPORT
    DISPLAY "Cohort retention - members: " WS-MEMBER-COUNT
        " new: " WS-NEW-MEMBER-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-COHORT-MEMBERS.
    OPEN INPUT cohort-members
    IF WS-MEMBER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ cohort-members AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MEMBER-COUNT < 5000
            ADD 1 TO WS-MEMBER-COUNT
            SET MEMBER-IDX TO WS-MEMBER-COUNT
            MOVE CM-CUSTOMER-ID TO MB-CUSTOMER-ID(MEMBER-IDX)
            MOVE CM-SIGNUP-MONTH TO MB-SIGNUP-MONTH(MEMBER-IDX)
            MOVE CM-STANDING TO MB-STANDING(MEMBER-IDX)
            MOVE CM-CANCEL-MONTH TO MB-CANCEL-MONTH(MEMBER-IDX)
            MOVE ZERO TO MB-REVENUE(MEMBER-IDX)
        ELSE
            DISPLAY "Cohort member table full - discarding "
                CM-CUSTOMER-ID
        END-IF
        READ cohort-members AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE cohort-members
    MOVE 'N' TO WS-END-OF-FILE.

ADD-NEW-SIGNUPS.
    OPEN INPUT signup-confirmations
    IF WS-CONFIRM-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ signup-confirmations AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF SC-DISPOSITION = 'APPLIED'
            MOVE SC-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
            PERFORM FIND-MEMBER
            IF NOT MEMBER-FOUND
                PERFORM ADD-COHORT-MEMBER
            END-IF
        END-IF
        READ signup-confirmations AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE signup-confirmations
    MOVE 'N' TO WS-END-OF-FILE.

ADD-COHORT-MEMBER.
    IF WS-MEMBER-COUNT < 5000
        ADD 1 TO WS-MEMBER-COUNT
        ADD 1 TO WS-NEW-MEMBER-COUNT
        SET MEMBER-IDX TO WS-MEMBER-COUNT
        MOVE SC-CUSTOMER-ID TO MB-CUSTOMER-ID(MEMBER-IDX)
        COMPUTE MB-SIGNUP-MONTH(MEMBER-IDX) = SC-START-DATE / 100
        MOVE 'A' TO MB-STANDING(MEMBER-IDX)
        MOVE ZERO TO MB-CANCEL-MONTH(MEMBER-IDX)
        MOVE ZERO TO MB-REVENUE(MEMBER-IDX)
    ELSE
        DISPLAY "Cohort member table full - discarding "
            SC-CUSTOMER-ID
    END-IF.

FIND-MEMBER.
    MOVE 'N' TO WS-MEMBER-FOUND
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        IF MB-CUSTOMER-ID(MEMBER-IDX) = WS-LOOKUP-CUSTOMER
            SET MEMBER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

APPLY-VOLUNTARY-CANCELS.
    OPEN INPUT cancellation-file
    IF WS-CANCEL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ cancellation-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE CR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
        PERFORM FIND-MEMBER
        IF MEMBER-FOUND
            IF NOT MB-CANCELLED(MEMBER-IDX)
                MOVE 'V' TO MB-STANDING(MEMBER-IDX)
                MOVE WS-REPORT-MONTH TO MB-CANCEL-MONTH(MEMBER-IDX)
            END-IF
        END-IF
        READ cancellation-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE cancellation-file
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-DUNNING-CANCELS.
    OPEN INPUT dunning-notices
    IF WS-DUNNING-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ dunning-notices AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF DN-CANCELLED = 'Y'
            MOVE DN-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
            PERFORM FIND-MEMBER
            IF MEMBER-FOUND
                IF NOT MB-CANCELLED(MEMBER-IDX)
                    MOVE 'D' TO MB-STANDING(MEMBER-IDX)
                    MOVE WS-REPORT-MONTH TO MB-CANCEL-MONTH(MEMBER-IDX)
                END-IF
            END-IF
        END-IF
        READ dunning-notices AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE dunning-notices
    MOVE 'N' TO WS-END-OF-FILE.

*> Members still on the books take their active or held standing
*> from the subscription master. A cancellation the master shows but
*> no cancellation or dunning file explains is counted as voluntary.
APPLY-SUBSCRIPTION-STANDING.
    OPEN INPUT subscription-file-updated
    READ subscription-file-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE SU-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
        PERFORM FIND-MEMBER
        IF MEMBER-FOUND
            IF NOT MB-CANCELLED(MEMBER-IDX)
                EVALUATE SU-SUBSCRIPTION-STATUS
                    WHEN 'A'
                        MOVE 'A' TO MB-STANDING(MEMBER-IDX)
                    WHEN 'H'
                        MOVE 'H' TO MB-STANDING(MEMBER-IDX)
                    WHEN 'C'
                        MOVE 'V' TO MB-STANDING(MEMBER-IDX)
                        MOVE WS-REPORT-MONTH
                            TO MB-CANCEL-MONTH(MEMBER-IDX)
                END-EVALUATE
            END-IF
        END-IF
        READ subscription-file-updated AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE subscription-file-updated
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-COHORT-REVENUE.
    OPEN INPUT billing-file
    IF WS-BILLING-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ billing-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE BR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
        PERFORM FIND-MEMBER
        IF MEMBER-FOUND
            IF BR-BILLING-TYPE = 'CREDIT' OR BR-BILLING-TYPE = 'REFUND'
                SUBTRACT BR-SUBSCRIPTION-FEE FROM MB-REVENUE(MEMBER-IDX)
            ELSE
                ADD BR-SUBSCRIPTION-FEE TO MB-REVENUE(MEMBER-IDX)
            END-IF
        END-IF
        READ billing-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE billing-file
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-COHORT-MEMBERS.
    OPEN OUTPUT cohort-members
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        MOVE MB-CUSTOMER-ID(MEMBER-IDX) TO CM-CUSTOMER-ID
        MOVE MB-SIGNUP-MONTH(MEMBER-IDX) TO CM-SIGNUP-MONTH
        MOVE MB-STANDING(MEMBER-IDX) TO CM-STANDING
        MOVE MB-CANCEL-MONTH(MEMBER-IDX) TO CM-CANCEL-MONTH
        WRITE COHORT-MEMBER-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE cohort-members.

*> Snapshots already taken for the current month are dropped here so
*> that a rerun replaces them.
LOAD-COHORT-HISTORY.
    OPEN INPUT cohort-history
    IF WS-HISTORY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ cohort-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF CH-REPORT-MONTH NOT = WS-REPORT-MONTH
            IF WS-HISTORY-COUNT < 3000
                ADD 1 TO WS-HISTORY-COUNT
                SET HIST-IDX TO WS-HISTORY-COUNT
                MOVE CH-COHORT-MONTH TO HT-COHORT-MONTH(HIST-IDX)
                MOVE CH-REPORT-MONTH TO HT-REPORT-MONTH(HIST-IDX)
                MOVE CH-MEMBERS TO HT-MEMBERS(HIST-IDX)
                MOVE CH-ACTIVE TO HT-ACTIVE(HIST-IDX)
                MOVE CH-HELD TO HT-HELD(HIST-IDX)
                MOVE CH-VOLUNTARY TO HT-VOLUNTARY(HIST-IDX)
                MOVE CH-DUNNING TO HT-DUNNING(HIST-IDX)
                MOVE CH-REVENUE TO HT-REVENUE(HIST-IDX)
            ELSE
                DISPLAY "Cohort history table full - discarding "
                    CH-COHORT-MONTH " " CH-REPORT-MONTH
            END-IF
        END-IF
        READ cohort-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE cohort-history
    MOVE 'N' TO WS-END-OF-FILE.

SNAPSHOT-COHORTS.
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        PERFORM FIND-CURRENT-SNAPSHOT
        IF HISTORY-FOUND
            ADD 1 TO HT-MEMBERS(HIST-IDX)
            EVALUATE TRUE
                WHEN MB-ACTIVE(MEMBER-IDX)
                    ADD 1 TO HT-ACTIVE(HIST-IDX)
                WHEN MB-HELD(MEMBER-IDX)
                    ADD 1 TO HT-HELD(HIST-IDX)
                WHEN MB-VOLUNTARY(MEMBER-IDX)
                    ADD 1 TO HT-VOLUNTARY(HIST-IDX)
                WHEN MB-DUNNING(MEMBER-IDX)
                    ADD 1 TO HT-DUNNING(HIST-IDX)
            END-EVALUATE
            ADD MB-REVENUE(MEMBER-IDX) TO HT-REVENUE(HIST-IDX)
        END-IF
    END-PERFORM.

FIND-CURRENT-SNAPSHOT.
    MOVE 'N' TO WS-HISTORY-FOUND
    PERFORM VARYING HIST-IDX FROM 1 BY 1
            UNTIL HIST-IDX > WS-HISTORY-COUNT
        IF HT-COHORT-MONTH(HIST-IDX) = MB-SIGNUP-MONTH(MEMBER-IDX)
                AND HT-REPORT-MONTH(HIST-IDX) = WS-REPORT-MONTH
            SET HISTORY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT HISTORY-FOUND
        IF WS-HISTORY-COUNT < 3000
            ADD 1 TO WS-HISTORY-COUNT
            SET HIST-IDX TO WS-HISTORY-COUNT
            MOVE MB-SIGNUP-MONTH(MEMBER-IDX) TO HT-COHORT-MONTH(HIST-IDX)
            MOVE WS-REPORT-MONTH TO HT-REPORT-MONTH(HIST-IDX)
            MOVE ZERO TO HT-MEMBERS(HIST-IDX)
            MOVE ZERO TO HT-ACTIVE(HIST-IDX)
            MOVE ZERO TO HT-HELD(HIST-IDX)
            MOVE ZERO TO HT-VOLUNTARY(HIST-IDX)
            MOVE ZERO TO HT-DUNNING(HIST-IDX)
            MOVE ZERO TO HT-REVENUE(HIST-IDX)
            SET HISTORY-FOUND TO TRUE
        ELSE
            DISPLAY "Cohort history table full - discarding "
                MB-SIGNUP-MONTH(MEMBER-IDX)
        END-IF
    END-IF.

WRITE-COHORT-HISTORY.
    OPEN OUTPUT cohort-history
    PERFORM VARYING HIST-IDX FROM 1 BY 1
            UNTIL HIST-IDX > WS-HISTORY-COUNT
        MOVE HT-COHORT-MONTH(HIST-IDX) TO CH-COHORT-MONTH
        MOVE HT-REPORT-MONTH(HIST-IDX) TO CH-REPORT-MONTH
        MOVE HT-MEMBERS(HIST-IDX) TO CH-MEMBERS
        MOVE HT-ACTIVE(HIST-IDX) TO CH-ACTIVE
        MOVE HT-HELD(HIST-IDX) TO CH-HELD
        MOVE HT-VOLUNTARY(HIST-IDX) TO CH-VOLUNTARY
        MOVE HT-DUNNING(HIST-IDX) TO CH-DUNNING
        MOVE HT-REVENUE(HIST-IDX) TO CH-REVENUE
        WRITE COHORT-HISTORY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE cohort-history.

*> Cohorts print oldest first; within a cohort the snapshots are in
*> the order they were taken, which is month order.
WRITE-RETENTION-REPORT.
    OPEN OUTPUT cohort-report
    MOVE WS-REPORT-MONTH TO H1-REPORT-MONTH
    MOVE WS-HEADING-1 TO COHORT-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-HEADING-2 TO COHORT-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ZERO TO WS-LAST-COHORT
    PERFORM FIND-NEXT-COHORT
    PERFORM UNTIL WS-NEXT-COHORT = 999999
        ADD 1 TO WS-COHORT-COUNT
        MOVE 'N' TO WS-BASE-FOUND
        PERFORM VARYING HIST-IDX FROM 1 BY 1
                UNTIL HIST-IDX > WS-HISTORY-COUNT
            IF HT-COHORT-MONTH(HIST-IDX) = WS-NEXT-COHORT
                PERFORM WRITE-COHORT-DETAIL
            END-IF
        END-PERFORM
        MOVE WS-NEXT-COHORT TO WS-LAST-COHORT
        PERFORM FIND-NEXT-COHORT
    END-PERFORM
    MOVE WS-COHORT-COUNT TO SL-COHORTS
    MOVE WS-MEMBER-COUNT TO SL-MEMBERS
    MOVE WS-NEW-MEMBER-COUNT TO SL-NEW-MEMBERS
    MOVE WS-SUMMARY-LINE TO COHORT-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    CLOSE cohort-report.

FIND-NEXT-COHORT.
    MOVE 999999 TO WS-NEXT-COHORT
    PERFORM VARYING HIST-IDX FROM 1 BY 1
            UNTIL HIST-IDX > WS-HISTORY-COUNT
        IF HT-COHORT-MONTH(HIST-IDX) > WS-LAST-COHORT
                AND HT-COHORT-MONTH(HIST-IDX) < WS-NEXT-COHORT
            MOVE HT-COHORT-MONTH(HIST-IDX) TO WS-NEXT-COHORT
        END-IF
    END-PERFORM.

WRITE-COHORT-DETAIL.
    IF NOT BASE-FOUND
        MOVE HT-REVENUE(HIST-IDX) TO WS-BASE-REVENUE
        SET BASE-FOUND TO TRUE
    END-IF
    COMPUTE WS-COHORT-YEAR = HT-COHORT-MONTH(HIST-IDX) / 100
    COMPUTE WS-COHORT-MM = HT-COHORT-MONTH(HIST-IDX)
        - WS-COHORT-YEAR * 100
    COMPUTE WS-REPORT-YEAR = HT-REPORT-MONTH(HIST-IDX) / 100
    COMPUTE WS-REPORT-MM = HT-REPORT-MONTH(HIST-IDX)
        - WS-REPORT-YEAR * 100
    COMPUTE WS-MONTHS-SINCE = (WS-REPORT-YEAR * 12 + WS-REPORT-MM)
        - (WS-COHORT-YEAR * 12 + WS-COHORT-MM)
    IF WS-MONTHS-SINCE < 0
        MOVE ZERO TO WS-MONTHS-SINCE
    END-IF
    MOVE HT-COHORT-MONTH(HIST-IDX) TO CD-COHORT-MONTH
    MOVE HT-REPORT-MONTH(HIST-IDX) TO CD-REPORT-MONTH
    MOVE WS-MONTHS-SINCE TO CD-MONTHS-SINCE
    MOVE HT-MEMBERS(HIST-IDX) TO CD-MEMBERS
    IF HT-MEMBERS(HIST-IDX) > 0
        COMPUTE WS-PERCENT ROUNDED =
            HT-ACTIVE(HIST-IDX) * 100 / HT-MEMBERS(HIST-IDX)
        MOVE WS-PERCENT TO CD-ACTIVE-PCT
        COMPUTE WS-PERCENT ROUNDED =
            HT-HELD(HIST-IDX) * 100 / HT-MEMBERS(HIST-IDX)
        MOVE WS-PERCENT TO CD-HELD-PCT
        COMPUTE WS-PERCENT ROUNDED =
            HT-VOLUNTARY(HIST-IDX) * 100 / HT-MEMBERS(HIST-IDX)
        MOVE WS-PERCENT TO CD-VOLUNTARY-PCT
        COMPUTE WS-PERCENT ROUNDED =
            HT-DUNNING(HIST-IDX) * 100 / HT-MEMBERS(HIST-IDX)
        MOVE WS-PERCENT TO CD-DUNNING-PCT
    ELSE
        MOVE ZERO TO CD-ACTIVE-PCT
        MOVE ZERO TO CD-HELD-PCT
        MOVE ZERO TO CD-VOLUNTARY-PCT
        MOVE ZERO TO CD-DUNNING-PCT
    END-IF
    MOVE HT-REVENUE(HIST-IDX) TO CD-REVENUE
    IF WS-BASE-REVENUE > 0 AND HT-REVENUE(HIST-IDX) > 0
        COMPUTE CD-RETAINED-PCT ROUNDED =
            HT-REVENUE(HIST-IDX) * 100 / WS-BASE-REVENUE
    ELSE
        MOVE ZERO TO CD-RETAINED-PCT
    END-IF
    MOVE WS-COHORT-DETAIL TO COHORT-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE COHORT-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'SubscriptionCohortReport' TO OPS-PROGRAM-ID
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

END PROGRAM SubscriptionCohortReport.
