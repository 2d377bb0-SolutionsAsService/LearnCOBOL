IDENTIFICATION DIVISION.
PROGRAM-ID. AccessRecertification.
AUTHOR. Your Name.
*> Half-yearly access recertification campaign over the entitlement
*> master. The first run in a campaign (campaign id YYYYH1 or YYYYH2
*> from the run date, or as set on recertification-control.dat)
*> snapshots every entitlement onto recertification-items.dat under
*> the owner of its resource from resource-owners.dat, with the
*> entitlement's granted date and the date it was last used according
*> to the live and archived ACL logs, and writes one review worksheet
*> per owner. Later runs apply the owners' KEEP / REVOKE decisions from
*> recertification-responses.dat. Revoke decisions, and anything still
*> undecided once the deadline has passed, are written to
*> recertification-revokes.dat in revoke-transaction format to feed
*> through EntitlementMaintenance. Every run reports campaign status
*> and completion by owner.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT entitlement-master ASSIGN TO 'entitlement-master.dat'
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT resource-owners ASSIGN TO 'resource-owners.dat'
        FILE STATUS IS WS-OWNER-STATUS.
    SELECT acl-logs ASSIGN TO 'acl-logs.dat'
        FILE STATUS IS WS-LOGS-STATUS.
    SELECT acl-logs-archive ASSIGN TO 'acl-logs-archive.dat'
        FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT recertification-control
        ASSIGN TO 'recertification-control.dat'
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT recertification-items
        ASSIGN TO 'recertification-items.dat'
        FILE STATUS IS WS-ITEMS-STATUS.
    SELECT recertification-responses
        ASSIGN TO 'recertification-responses.dat'
        FILE STATUS IS WS-RESPONSE-STATUS.
    SELECT recertification-worksheets
        ASSIGN TO 'recertification-worksheets.dat'.
    SELECT recertification-revokes
        ASSIGN TO 'recertification-revokes.dat'.
    SELECT recertification-status
        ASSIGN TO 'recertification-status.dat'.

DATA DIVISION.
FILE SECTION.
FD entitlement-master.
01 ENTITLEMENT-RECORD.
    05 EN-USER-ID          PIC X(10).
    05 EN-RESOURCE         PIC X(30).
    05 EN-GRANTED-DATE     PIC 9(8).

FD resource-owners.
01 RESOURCE-OWNER-RECORD.
    05 RO-RESOURCE         PIC X(30).
    05 RO-OWNER-ID         PIC X(10).
    05 RO-OWNER-NAME       PIC X(20).

FD acl-logs.
01 ACL-LOG-RECORD.
    05 LOG-DATE            PIC 9(8).
    05 LOG-TIME            PIC 9(6).
    05 ATTEMPTED-IP        PIC X(15).
    05 LOG-USER-ID         PIC X(10).
    05 RESOURCE-ATTEMPTED  PIC X(30).
    05 ACCESS-RESULT       PIC X(10).
        88 ACCESS-GRANTED  VALUE 'GRANTED'.

FD acl-logs-archive.
01 ACL-ARCHIVE-RECORD.
    05 ARC-LOG-DATE            PIC 9(8).
    05 ARC-LOG-TIME            PIC 9(6).
    05 ARC-ATTEMPTED-IP        PIC X(15).
    05 ARC-USER-ID             PIC X(10).
    05 ARC-RESOURCE-ATTEMPTED  PIC X(30).
    05 ARC-ACCESS-RESULT       PIC X(10).

FD recertification-control.
01 RECERTIFICATION-CONTROL-RECORD.
    05 RX-CAMPAIGN-ID      PIC X(6).
    05 RX-REVIEW-DAYS      PIC 9(3).

FD recertification-items.
01 RECERTIFICATION-ITEM-RECORD.
    05 RI-CAMPAIGN-ID      PIC X(6).
    05 RI-LAUNCH-DATE      PIC 9(8).
    05 RI-DEADLINE-DATE    PIC 9(8).
    05 RI-OWNER-ID         PIC X(10).
    05 RI-USER-ID          PIC X(10).
    05 RI-RESOURCE         PIC X(30).
    05 RI-GRANTED-DATE     PIC 9(8).
    05 RI-LAST-USED-DATE   PIC 9(8).
    05 RI-STATUS           PIC X(9).
    05 RI-DECISION-DATE    PIC 9(8).

FD recertification-responses.
01 CERTIFICATION-RESPONSE-RECORD.
    05 CR-CAMPAIGN-ID      PIC X(6).
    05 CR-OWNER-ID         PIC X(10).
    05 CR-USER-ID          PIC X(10).
    05 CR-RESOURCE         PIC X(30).
    05 CR-DECISION         PIC X(6).
        88 CR-KEEP         VALUE 'KEEP'.
        88 CR-REVOKE       VALUE 'REVOKE'.

FD recertification-worksheets.
01 WORKSHEET-LINE          PIC X(80).

FD recertification-revokes.
01 REVOKE-TRANSACTION-RECORD.
    05 RV-ACTION           PIC X(4).
    05 RV-USER-ID          PIC X(10).
    05 RV-RESOURCE         PIC X(30).

FD recertification-status.
01 STATUS-REPORT-LINE      PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR    PIC 9(4).
    05 WS-CURRENT-MONTH   PIC 9(2).
    05 WS-CURRENT-DAY     PIC 9(2).
01 WS-MASTER-STATUS       PIC XX.
01 WS-OWNER-STATUS        PIC XX.
01 WS-LOGS-STATUS         PIC XX.
01 WS-ARCHIVE-STATUS      PIC XX.
01 WS-CONTROL-STATUS      PIC XX.
01 WS-ITEMS-STATUS        PIC XX.
01 WS-RESPONSE-STATUS     PIC XX.

*> Campaign settings: owners have the review period from launch to
*> record their decisions.
01 WS-CAMPAIGN-ID         PIC X(6).
01 WS-REVIEW-DAYS         PIC 9(3) VALUE 30.
01 WS-LAUNCH-DATE         PIC 9(8).
01 WS-DEADLINE-DATE       PIC 9(8).
01 WS-CAMPAIGN-LAUNCHED   PIC X VALUE 'N'.
    88 CAMPAIGN-LAUNCHED  VALUE 'Y'.

01 WS-OWNER-COUNT         PIC 9(4) VALUE 0.
01 OWNER-TABLE.
    05 OWNER-ENTRY OCCURS 500 TIMES INDEXED BY OWN-IDX.
        10 OT-RESOURCE        PIC X(30).
        10 OT-OWNER-ID        PIC X(10).
        10 OT-OWNER-NAME      PIC X(20).
01 WS-OWNER-FOUND         PIC X VALUE 'N'.
    88 OWNER-FOUND        VALUE 'Y'.

01 WS-ITEM-COUNT          PIC 9(4) VALUE 0.
01 ITEM-TABLE.
    05 ITEM-ENTRY OCCURS 1000 TIMES INDEXED BY ITEM-IDX.
        10 CI-OWNER-ID        PIC X(10).
        10 CI-USER-ID         PIC X(10).
        10 CI-RESOURCE        PIC X(30).
        10 CI-GRANTED-DATE    PIC 9(8).
        10 CI-LAST-USED-DATE  PIC 9(8).
        10 CI-STATUS          PIC X(9).
            88 CI-PENDING     VALUE 'PENDING'.
            88 CI-CERTIFIED   VALUE 'CERTIFIED'.
            88 CI-REVOKED     VALUE 'REVOKED'.
            88 CI-EXPIRED     VALUE 'EXPIRED'.
        10 CI-DECISION-DATE   PIC 9(8).
        10 CI-LISTED          PIC X.
01 WS-ITEM-FOUND          PIC X VALUE 'N'.
    88 ITEM-FOUND         VALUE 'Y'.
01 WS-SCAN-IDX            PIC 9(4).

*> Completion by owner for the status report.
01 WS-SUMMARY-COUNT       PIC 9(4) VALUE 0.
01 OWNER-SUMMARY-TABLE.
    05 OWNER-SUMMARY OCCURS 500 TIMES INDEXED BY SUM-IDX.
        10 OS-OWNER-ID        PIC X(10).
        10 OS-OWNER-NAME      PIC X(20).
        10 OS-ITEMS           PIC 9(5).
        10 OS-CERTIFIED       PIC 9(5).
        10 OS-REVOKED         PIC 9(5).
        10 OS-EXPIRED         PIC 9(5).
        10 OS-PENDING         PIC 9(5).
01 WS-CAMPAIGN-TOTALS.
    05 WS-TOTAL-ITEMS         PIC 9(5) VALUE 0.
    05 WS-TOTAL-CERTIFIED     PIC 9(5) VALUE 0.
    05 WS-TOTAL-REVOKED       PIC 9(5) VALUE 0.
    05 WS-TOTAL-EXPIRED       PIC 9(5) VALUE 0.
    05 WS-TOTAL-PENDING       PIC 9(5) VALUE 0.
01 WS-RUN-COUNTS.
    05 WS-RESPONSES-APPLIED   PIC 9(5) VALUE 0.
    05 WS-RESPONSES-REJECTED  PIC 9(5) VALUE 0.
    05 WS-RESPONSES-REPEATED  PIC 9(5) VALUE 0.
    05 WS-REVOKES-WRITTEN     PIC 9(5) VALUE 0.
    05 WS-NO-OWNER-COUNT      PIC 9(5) VALUE 0.
    05 WS-PRIOR-EXPIRED       PIC 9(5) VALUE 0.
01 WS-COMPLETE-PERCENT    PIC 9(3)V9.
01 WS-REJECT-REASON       PIC X(30).

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE   PIC X.
    05 DS-DATE-FROM       PIC 9(8).
    05 DS-DATE-TO         PIC 9(8).
    05 DS-DAYS            PIC S9(7).
    05 DS-RESULT-DATE     PIC 9(8).

01 WS-WORKSHEET-HEADING.
    05 FILLER PIC X(42) VALUE 'USER ID    RESOURCE                       '.
    05 FILLER PIC X(33) VALUE 'GRANTED   LAST USED  DECISION    '.
01 WS-WORKSHEET-DETAIL.
    05 WD-USER-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 WD-RESOURCE        PIC X(30).
    05 FILLER             PIC X VALUE SPACE.
    05 WD-GRANTED-DATE    PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WD-LAST-USED       PIC X(9).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WD-DECISION        PIC X(13) VALUE 'KEEP / REVOKE'.
01 WS-WORKSHEET-SEPARATOR PIC X(75) VALUE ALL '-'.

01 WS-STATUS-HEADING.
    05 FILLER PIC X(32) VALUE 'OWNER      NAME                 '.
    05 FILLER PIC X(48)
        VALUE '   ITEMS    KEPT REVOKED EXPIRED PENDING  % DONE'.
01 WS-STATUS-DETAIL.
    05 SD-OWNER-ID        PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 SD-OWNER-NAME      PIC X(20).
    05 FILLER             PIC X VALUE SPACE.
    05 SD-ITEMS           PIC Z(7)9.
    05 SD-CERTIFIED       PIC Z(7)9.
    05 SD-REVOKED         PIC Z(7)9.
    05 SD-EXPIRED         PIC Z(7)9.
    05 SD-PENDING         PIC Z(7)9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 SD-PERCENT         PIC ZZ9.9.
    05 FILLER             PIC X VALUE '%'.
01 WS-EXCEPTION-DETAIL.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 XD-OWNER-ID        PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 XD-USER-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 XD-RESOURCE        PIC X(22).
    05 FILLER             PIC X VALUE SPACE.
    05 XD-REASON          PIC X(30).

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
    PERFORM LOAD-CAMPAIGN-CONTROL
    PERFORM LOAD-RESOURCE-OWNERS
    OPEN OUTPUT recertification-worksheets recertification-revokes
        recertification-status
    MOVE SPACES TO STATUS-REPORT-LINE
    STRING 'ACCESS RECERTIFICATION STATUS - CAMPAIGN ' WS-CAMPAIGN-ID
        DELIMITED BY SIZE INTO STATUS-REPORT-LINE
    PERFORM WRITE-STATUS-LINE
    PERFORM LOAD-CAMPAIGN-ITEMS
    IF WS-ITEM-COUNT = 0
        PERFORM LAUNCH-CAMPAIGN
    ELSE
        PERFORM APPLY-RESPONSES
        IF WS-CURRENT-DATE > WS-DEADLINE-DATE
            PERFORM EXPIRE-UNCERTIFIED-ITEMS
        END-IF
    END-IF
    PERFORM WRITE-CAMPAIGN-STATUS
    CLOSE recertification-worksheets recertification-revokes
        recertification-status
    PERFORM REWRITE-CAMPAIGN-ITEMS
    DISPLAY "Recertification " WS-CAMPAIGN-ID ": " WS-TOTAL-ITEMS
        " items, " WS-TOTAL-PENDING " pending, " WS-REVOKES-WRITTEN
        " revokes written"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-CAMPAIGN-CONTROL.
    MOVE WS-CURRENT-YEAR TO WS-CAMPAIGN-ID(1:4)
    IF WS-CURRENT-MONTH < 7
        MOVE 'H1' TO WS-CAMPAIGN-ID(5:2)
    ELSE
        MOVE 'H2' TO WS-CAMPAIGN-ID(5:2)
    END-IF
    OPEN INPUT recertification-control
    IF WS-CONTROL-STATUS = '00'
        READ recertification-control
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF RX-CAMPAIGN-ID NOT = SPACES
                    MOVE RX-CAMPAIGN-ID TO WS-CAMPAIGN-ID
                END-IF
                IF RX-REVIEW-DAYS IS NUMERIC AND RX-REVIEW-DAYS > 0
                    MOVE RX-REVIEW-DAYS TO WS-REVIEW-DAYS
                END-IF
        END-READ
        CLOSE recertification-control
    END-IF.

*> Only items of the current campaign are carried. Anything still
*> undecided from an earlier campaign is treated as past its deadline.
LOAD-CAMPAIGN-ITEMS.
    OPEN INPUT recertification-items
    IF WS-ITEMS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ recertification-items AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        EVALUATE TRUE
            WHEN RI-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
                IF RI-STATUS = 'PENDING'
                    PERFORM REVOKE-PRIOR-CAMPAIGN-ITEM
                END-IF
            WHEN WS-ITEM-COUNT < 1000
                ADD 1 TO WS-ITEM-COUNT
                SET ITEM-IDX TO WS-ITEM-COUNT
                MOVE RI-LAUNCH-DATE TO WS-LAUNCH-DATE
                MOVE RI-DEADLINE-DATE TO WS-DEADLINE-DATE
                MOVE RI-OWNER-ID TO CI-OWNER-ID(ITEM-IDX)
                MOVE RI-USER-ID TO CI-USER-ID(ITEM-IDX)
                MOVE RI-RESOURCE TO CI-RESOURCE(ITEM-IDX)
                MOVE RI-GRANTED-DATE TO CI-GRANTED-DATE(ITEM-IDX)
                MOVE RI-LAST-USED-DATE TO CI-LAST-USED-DATE(ITEM-IDX)
                MOVE RI-STATUS TO CI-STATUS(ITEM-IDX)
                MOVE RI-DECISION-DATE TO CI-DECISION-DATE(ITEM-IDX)
            WHEN OTHER
                DISPLAY "Recertification item table full - discarding "
                    RI-USER-ID
        END-EVALUATE
        READ recertification-items AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE recertification-items
    MOVE 'N' TO WS-END-OF-FILE.

REVOKE-PRIOR-CAMPAIGN-ITEM.
    MOVE 'DEL ' TO RV-ACTION
    MOVE RI-USER-ID TO RV-USER-ID
    MOVE RI-RESOURCE TO RV-RESOURCE
    WRITE REVOKE-TRANSACTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REVOKES-WRITTEN
    ADD 1 TO WS-PRIOR-EXPIRED
    MOVE SPACES TO STATUS-REPORT-LINE
    STRING 'EXPIRED FROM CAMPAIGN ' RI-CAMPAIGN-ID ': ' RI-USER-ID ' '
        RI-RESOURCE DELIMITED BY SIZE INTO STATUS-REPORT-LINE
    PERFORM WRITE-STATUS-LINE.

LAUNCH-CAMPAIGN.
    SET CAMPAIGN-LAUNCHED TO TRUE
    MOVE WS-CURRENT-DATE TO WS-LAUNCH-DATE
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE WS-REVIEW-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-DEADLINE-DATE
    PERFORM LOAD-ENTITLEMENTS
    PERFORM SCAN-LIVE-LOGS
    PERFORM SCAN-ARCHIVE-LOGS
    PERFORM WRITE-OWNER-WORKSHEETS.

LOAD-RESOURCE-OWNERS.
    OPEN INPUT resource-owners
    IF WS-OWNER-STATUS NOT = '00'
        DISPLAY "Resource owner table not found"
        EXIT PARAGRAPH
    END-IF
    READ resource-owners AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-OWNER-COUNT < 500
            ADD 1 TO WS-OWNER-COUNT
            MOVE RO-RESOURCE TO OT-RESOURCE(WS-OWNER-COUNT)
            MOVE RO-OWNER-ID TO OT-OWNER-ID(WS-OWNER-COUNT)
            MOVE RO-OWNER-NAME TO OT-OWNER-NAME(WS-OWNER-COUNT)
        ELSE
            DISPLAY "Resource owner table full - discarding "
                RO-RESOURCE
        END-IF
        READ resource-owners AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE resource-owners
    MOVE 'N' TO WS-END-OF-FILE.

*> Entitlements on resources with no owner on file are still put on
*> review under a blank owner so they cannot escape certification.
LOAD-ENTITLEMENTS.
    OPEN INPUT entitlement-master
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "Entitlement master not found"
        EXIT PARAGRAPH
    END-IF
    READ entitlement-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ITEM-COUNT < 1000
            ADD 1 TO WS-ITEM-COUNT
            SET ITEM-IDX TO WS-ITEM-COUNT
            PERFORM FIND-RESOURCE-OWNER
            IF OWNER-FOUND
                MOVE OT-OWNER-ID(OWN-IDX) TO CI-OWNER-ID(ITEM-IDX)
            ELSE
                MOVE SPACES TO CI-OWNER-ID(ITEM-IDX)
                ADD 1 TO WS-NO-OWNER-COUNT
            END-IF
            MOVE EN-USER-ID TO CI-USER-ID(ITEM-IDX)
            MOVE EN-RESOURCE TO CI-RESOURCE(ITEM-IDX)
            MOVE EN-GRANTED-DATE TO CI-GRANTED-DATE(ITEM-IDX)
            MOVE ZERO TO CI-LAST-USED-DATE(ITEM-IDX)
            MOVE 'PENDING' TO CI-STATUS(ITEM-IDX)
            MOVE ZERO TO CI-DECISION-DATE(ITEM-IDX)
        ELSE
            DISPLAY "Recertification item table full - discarding "
                EN-USER-ID
        END-IF
        READ entitlement-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE entitlement-master
    MOVE 'N' TO WS-END-OF-FILE.

FIND-RESOURCE-OWNER.
    MOVE 'N' TO WS-OWNER-FOUND
    PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > WS-OWNER-COUNT
        IF OT-RESOURCE(OWN-IDX) = EN-RESOURCE
            SET OWNER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

SCAN-LIVE-LOGS.
    OPEN INPUT acl-logs
    IF WS-LOGS-STATUS = '00'
        READ acl-logs AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF ACCESS-GRANTED
                PERFORM VARYING ITEM-IDX FROM 1 BY 1
                        UNTIL ITEM-IDX > WS-ITEM-COUNT
                    IF CI-USER-ID(ITEM-IDX) = LOG-USER-ID
                            AND CI-RESOURCE(ITEM-IDX) = RESOURCE-ATTEMPTED
                            AND LOG-DATE > CI-LAST-USED-DATE(ITEM-IDX)
                        MOVE LOG-DATE TO CI-LAST-USED-DATE(ITEM-IDX)
                    END-IF
                END-PERFORM
            END-IF
            READ acl-logs AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE acl-logs
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

SCAN-ARCHIVE-LOGS.
    OPEN INPUT acl-logs-archive
    IF WS-ARCHIVE-STATUS = '00'
        READ acl-logs-archive AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF ARC-ACCESS-RESULT = 'GRANTED'
                PERFORM VARYING ITEM-IDX FROM 1 BY 1
                        UNTIL ITEM-IDX > WS-ITEM-COUNT
                    IF CI-USER-ID(ITEM-IDX) = ARC-USER-ID
                            AND CI-RESOURCE(ITEM-IDX) =
                                ARC-RESOURCE-ATTEMPTED
                            AND ARC-LOG-DATE > CI-LAST-USED-DATE(ITEM-IDX)
                        MOVE ARC-LOG-DATE TO CI-LAST-USED-DATE(ITEM-IDX)
                    END-IF
                END-PERFORM
            END-IF
            READ acl-logs-archive AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE acl-logs-archive
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

WRITE-OWNER-WORKSHEETS.
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        MOVE 'N' TO CI-LISTED(ITEM-IDX)
    END-PERFORM
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        IF CI-LISTED(ITEM-IDX) = 'N'
            PERFORM WRITE-ONE-WORKSHEET
        END-IF
    END-PERFORM.

WRITE-ONE-WORKSHEET.
    MOVE SPACES TO WORKSHEET-LINE
    STRING 'ACCESS RECERTIFICATION WORKSHEET - CAMPAIGN ' WS-CAMPAIGN-ID
        DELIMITED BY SIZE INTO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE SPACES TO WORKSHEET-LINE
    IF CI-OWNER-ID(ITEM-IDX) = SPACES
        STRING 'OWNER: NONE ON FILE - SECURITY ADMINISTRATION'
            DELIMITED BY SIZE INTO WORKSHEET-LINE
    ELSE
        PERFORM FIND-OWNER-NAME
        STRING 'OWNER: ' CI-OWNER-ID(ITEM-IDX) ' ' OT-OWNER-NAME(OWN-IDX)
            DELIMITED BY SIZE INTO WORKSHEET-LINE
    END-IF
    PERFORM WRITE-WORKSHEET-LINE
    MOVE SPACES TO WORKSHEET-LINE
    STRING 'RETURN KEEP OR REVOKE BY ' WS-DEADLINE-DATE
        ' - UNCERTIFIED ACCESS WILL BE REVOKED'
        DELIMITED BY SIZE INTO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE WS-WORKSHEET-HEADING TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
        IF CI-OWNER-ID(WS-SCAN-IDX) = CI-OWNER-ID(ITEM-IDX)
                AND CI-LISTED(WS-SCAN-IDX) = 'N'
            MOVE 'Y' TO CI-LISTED(WS-SCAN-IDX)
            MOVE CI-USER-ID(WS-SCAN-IDX) TO WD-USER-ID
            MOVE CI-RESOURCE(WS-SCAN-IDX) TO WD-RESOURCE
            MOVE CI-GRANTED-DATE(WS-SCAN-IDX) TO WD-GRANTED-DATE
            IF CI-LAST-USED-DATE(WS-SCAN-IDX) = 0
                MOVE 'NEVER' TO WD-LAST-USED
            ELSE
                MOVE CI-LAST-USED-DATE(WS-SCAN-IDX) TO WD-LAST-USED
            END-IF
            MOVE WS-WORKSHEET-DETAIL TO WORKSHEET-LINE
            PERFORM WRITE-WORKSHEET-LINE
        END-IF
    END-PERFORM
    MOVE WS-WORKSHEET-SEPARATOR TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE.

FIND-OWNER-NAME.
    PERFORM VARYING OWN-IDX FROM 1 BY 1 UNTIL OWN-IDX > WS-OWNER-COUNT
        IF OT-OWNER-ID(OWN-IDX) = CI-OWNER-ID(ITEM-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-WORKSHEET-LINE.
    WRITE WORKSHEET-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> A response must come from the owner the item was assigned to.
*> Repeating a decision already recorded is ignored; changing one is
*> not allowed once it has been acted on.
APPLY-RESPONSES.
    OPEN INPUT recertification-responses
    IF WS-RESPONSE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ recertification-responses AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF CR-CAMPAIGN-ID = WS-CAMPAIGN-ID
            PERFORM APPLY-ONE-RESPONSE
        END-IF
        READ recertification-responses AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE recertification-responses
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-ONE-RESPONSE.
    MOVE 'N' TO WS-ITEM-FOUND
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        IF CI-USER-ID(ITEM-IDX) = CR-USER-ID
                AND CI-RESOURCE(ITEM-IDX) = CR-RESOURCE
            SET ITEM-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN NOT ITEM-FOUND
            MOVE 'Entitlement not in campaign' TO WS-REJECT-REASON
            PERFORM REJECT-RESPONSE
        WHEN CI-OWNER-ID(ITEM-IDX) NOT = CR-OWNER-ID
            MOVE 'Responder not resource owner' TO WS-REJECT-REASON
            PERFORM REJECT-RESPONSE
        WHEN NOT CR-KEEP AND NOT CR-REVOKE
            MOVE 'Decision not KEEP or REVOKE' TO WS-REJECT-REASON
            PERFORM REJECT-RESPONSE
        WHEN (CR-KEEP AND CI-CERTIFIED(ITEM-IDX))
                OR (CR-REVOKE AND CI-REVOKED(ITEM-IDX))
            ADD 1 TO WS-RESPONSES-REPEATED
        WHEN NOT CI-PENDING(ITEM-IDX)
            MOVE 'Item already closed' TO WS-REJECT-REASON
            PERFORM REJECT-RESPONSE
        WHEN CR-KEEP
            MOVE 'CERTIFIED' TO CI-STATUS(ITEM-IDX)
            MOVE WS-CURRENT-DATE TO CI-DECISION-DATE(ITEM-IDX)
            ADD 1 TO WS-RESPONSES-APPLIED
        WHEN OTHER
            MOVE 'REVOKED' TO CI-STATUS(ITEM-IDX)
            MOVE WS-CURRENT-DATE TO CI-DECISION-DATE(ITEM-IDX)
            PERFORM WRITE-REVOKE-TRANSACTION
            ADD 1 TO WS-RESPONSES-APPLIED
    END-EVALUATE.

REJECT-RESPONSE.
    IF WS-RESPONSES-REJECTED = 0
        MOVE 'RESPONSES REJECTED' TO STATUS-REPORT-LINE
        PERFORM WRITE-STATUS-LINE
    END-IF
    ADD 1 TO WS-RESPONSES-REJECTED
    MOVE CR-OWNER-ID TO XD-OWNER-ID
    MOVE CR-USER-ID TO XD-USER-ID
    MOVE CR-RESOURCE TO XD-RESOURCE
    MOVE WS-REJECT-REASON TO XD-REASON
    MOVE WS-EXCEPTION-DETAIL TO STATUS-REPORT-LINE
    PERFORM WRITE-STATUS-LINE.

EXPIRE-UNCERTIFIED-ITEMS.
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        IF CI-PENDING(ITEM-IDX)
            MOVE 'EXPIRED' TO CI-STATUS(ITEM-IDX)
            MOVE WS-CURRENT-DATE TO CI-DECISION-DATE(ITEM-IDX)
            PERFORM WRITE-REVOKE-TRANSACTION
        END-IF
    END-PERFORM.

WRITE-REVOKE-TRANSACTION.
    MOVE 'DEL ' TO RV-ACTION
    MOVE CI-USER-ID(ITEM-IDX) TO RV-USER-ID
    MOVE CI-RESOURCE(ITEM-IDX) TO RV-RESOURCE
    WRITE REVOKE-TRANSACTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REVOKES-WRITTEN.

WRITE-CAMPAIGN-STATUS.
    PERFORM TOTAL-OWNER-STATUS
    MOVE SPACES TO STATUS-REPORT-LINE
    IF CAMPAIGN-LAUNCHED
        STRING 'LAUNCHED ' WS-LAUNCH-DATE '  DEADLINE ' WS-DEADLINE-DATE
            '  WORKSHEETS ISSUED' DELIMITED BY SIZE
            INTO STATUS-REPORT-LINE
    ELSE
        IF WS-CURRENT-DATE > WS-DEADLINE-DATE
            STRING 'LAUNCHED ' WS-LAUNCH-DATE '  DEADLINE '
                WS-DEADLINE-DATE '  CLOSED' DELIMITED BY SIZE
                INTO STATUS-REPORT-LINE
        ELSE
            STRING 'LAUNCHED ' WS-LAUNCH-DATE '  DEADLINE '
                WS-DEADLINE-DATE '  OPEN' DELIMITED BY SIZE
                INTO STATUS-REPORT-LINE
        END-IF
    END-IF
    PERFORM WRITE-STATUS-LINE
    MOVE WS-STATUS-HEADING TO STATUS-REPORT-LINE
    PERFORM WRITE-STATUS-LINE
    PERFORM VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > WS-SUMMARY-COUNT
        IF OS-OWNER-ID(SUM-IDX) = SPACES
            MOVE '(NONE)' TO SD-OWNER-ID
        ELSE
            MOVE OS-OWNER-ID(SUM-IDX) TO SD-OWNER-ID
        END-IF
        MOVE OS-OWNER-NAME(SUM-IDX) TO SD-OWNER-NAME
        MOVE OS-ITEMS(SUM-IDX) TO SD-ITEMS
        MOVE OS-CERTIFIED(SUM-IDX) TO SD-CERTIFIED
        MOVE OS-REVOKED(SUM-IDX) TO SD-REVOKED
        MOVE OS-EXPIRED(SUM-IDX) TO SD-EXPIRED
        MOVE OS-PENDING(SUM-IDX) TO SD-PENDING
        COMPUTE WS-COMPLETE-PERCENT ROUNDED =
            (OS-CERTIFIED(SUM-IDX) + OS-REVOKED(SUM-IDX)) * 100
            / OS-ITEMS(SUM-IDX)
        MOVE WS-COMPLETE-PERCENT TO SD-PERCENT
        MOVE WS-STATUS-DETAIL TO STATUS-REPORT-LINE
        PERFORM WRITE-STATUS-LINE
    END-PERFORM
    MOVE 'TOTAL' TO SD-OWNER-ID
    MOVE SPACES TO SD-OWNER-NAME
    MOVE WS-TOTAL-ITEMS TO SD-ITEMS
    MOVE WS-TOTAL-CERTIFIED TO SD-CERTIFIED
    MOVE WS-TOTAL-REVOKED TO SD-REVOKED
    MOVE WS-TOTAL-EXPIRED TO SD-EXPIRED
    MOVE WS-TOTAL-PENDING TO SD-PENDING
    IF WS-TOTAL-ITEMS > 0
        COMPUTE WS-COMPLETE-PERCENT ROUNDED =
            (WS-TOTAL-CERTIFIED + WS-TOTAL-REVOKED) * 100
            / WS-TOTAL-ITEMS
    ELSE
        MOVE ZERO TO WS-COMPLETE-PERCENT
    END-IF
    MOVE WS-COMPLETE-PERCENT TO SD-PERCENT
    MOVE WS-STATUS-DETAIL TO STATUS-REPORT-LINE
    PERFORM WRITE-STATUS-LINE
    MOVE SPACES TO STATUS-REPORT-LINE
    STRING 'RESPONSES APPLIED ' WS-RESPONSES-APPLIED
        '  REPEATED ' WS-RESPONSES-REPEATED
        '  REJECTED ' WS-RESPONSES-REJECTED
        '  REVOKES WRITTEN ' WS-REVOKES-WRITTEN
        DELIMITED BY SIZE INTO STATUS-REPORT-LINE
    PERFORM WRITE-STATUS-LINE.

TOTAL-OWNER-STATUS.
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        MOVE 'N' TO WS-OWNER-FOUND
        PERFORM VARYING SUM-IDX FROM 1 BY 1
                UNTIL SUM-IDX > WS-SUMMARY-COUNT
            IF OS-OWNER-ID(SUM-IDX) = CI-OWNER-ID(ITEM-IDX)
                SET OWNER-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF NOT OWNER-FOUND AND WS-SUMMARY-COUNT < 500
            ADD 1 TO WS-SUMMARY-COUNT
            SET SUM-IDX TO WS-SUMMARY-COUNT
            MOVE CI-OWNER-ID(ITEM-IDX) TO OS-OWNER-ID(SUM-IDX)
            MOVE SPACES TO OS-OWNER-NAME(SUM-IDX)
            PERFORM VARYING OWN-IDX FROM 1 BY 1
                    UNTIL OWN-IDX > WS-OWNER-COUNT
                IF OT-OWNER-ID(OWN-IDX) = CI-OWNER-ID(ITEM-IDX)
                    MOVE OT-OWNER-NAME(OWN-IDX) TO OS-OWNER-NAME(SUM-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
            MOVE ZERO TO OS-ITEMS(SUM-IDX) OS-CERTIFIED(SUM-IDX)
                OS-REVOKED(SUM-IDX) OS-EXPIRED(SUM-IDX)
                OS-PENDING(SUM-IDX)
            SET OWNER-FOUND TO TRUE
        END-IF
        IF OWNER-FOUND
            ADD 1 TO OS-ITEMS(SUM-IDX)
            ADD 1 TO WS-TOTAL-ITEMS
            EVALUATE TRUE
                WHEN CI-CERTIFIED(ITEM-IDX)
                    ADD 1 TO OS-CERTIFIED(SUM-IDX)
                    ADD 1 TO WS-TOTAL-CERTIFIED
                WHEN CI-REVOKED(ITEM-IDX)
                    ADD 1 TO OS-REVOKED(SUM-IDX)
                    ADD 1 TO WS-TOTAL-REVOKED
                WHEN CI-EXPIRED(ITEM-IDX)
                    ADD 1 TO OS-EXPIRED(SUM-IDX)
                    ADD 1 TO WS-TOTAL-EXPIRED
                WHEN OTHER
                    ADD 1 TO OS-PENDING(SUM-IDX)
                    ADD 1 TO WS-TOTAL-PENDING
            END-EVALUATE
        END-IF
    END-PERFORM.

WRITE-STATUS-LINE.
    WRITE STATUS-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REWRITE-CAMPAIGN-ITEMS.
    OPEN OUTPUT recertification-items
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        MOVE WS-CAMPAIGN-ID TO RI-CAMPAIGN-ID
        MOVE WS-LAUNCH-DATE TO RI-LAUNCH-DATE
        MOVE WS-DEADLINE-DATE TO RI-DEADLINE-DATE
        MOVE CI-OWNER-ID(ITEM-IDX) TO RI-OWNER-ID
        MOVE CI-USER-ID(ITEM-IDX) TO RI-USER-ID
        MOVE CI-RESOURCE(ITEM-IDX) TO RI-RESOURCE
        MOVE CI-GRANTED-DATE(ITEM-IDX) TO RI-GRANTED-DATE
        MOVE CI-LAST-USED-DATE(ITEM-IDX) TO RI-LAST-USED-DATE
        MOVE CI-STATUS(ITEM-IDX) TO RI-STATUS
        MOVE CI-DECISION-DATE(ITEM-IDX) TO RI-DECISION-DATE
        WRITE RECERTIFICATION-ITEM-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE recertification-items.

LOG-RUN-START.
    MOVE 'AccessRecertification' TO OPS-PROGRAM-ID
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

END PROGRAM AccessRecertification.
