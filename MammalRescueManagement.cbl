    SELECT medication-alerts ASSIGN TO 'medication-alerts.dat'.
    SELECT medication-usage-report
        ASSIGN TO 'medication-usage-report.dat'.
    SELECT adopter-applications ASSIGN TO 'adopter-applications.dat'
        FILE STATUS IS WS-APPLICATION-STATUS.
    SELECT adoption-parameters ASSIGN TO 'adoption-parameters.dat'
        FILE STATUS IS WS-ADOPT-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
    05 MU-MEDICATION        PIC X(20).
    05 MU-UNITS-USED        PIC 9(6).

FD adopter-applications.
01 ADOPTER-APPLICATION-RECORD.
    05 AP-APPLICATION-ID    PIC X(8).
    05 AP-APPLICANT-NAME    PIC X(30).
    05 AP-APPLICATION-DATE  PIC 9(8).
    05 AP-ADULTS            PIC 9(2).
    05 AP-CHILDREN          PIC 9(2).
    05 AP-OTHER-PETS        PIC X.
    05 AP-HOME-TYPE         PIC X(10).
    05 AP-SPECIES-PREF      PIC X(20).
    05 AP-SIZE-PREF         PIC X.
    05 AP-HOME-CHECK        PIC X.
    05 AP-REFERENCES-OK     PIC 9.
    05 AP-STATUS            PIC X(8).
    05 AP-STATUS-DATE       PIC 9(8).

FD adoption-parameters.
01 ADOPTION-PARAMETER-RECORD.
    05 AX-EXPIRY-DAYS       PIC 9(3).
    05 AX-MIN-REFERENCES    PIC 9.

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE           PIC X VALUE 'N'.
    88 EOF                  VALUE 'Y'.
01 WS-ADOPTED-THIS-RUN       PIC X VALUE 'N'.
    88 ADOPTED-THIS-RUN      VALUE 'Y'.
01 WS-ANIMAL-ADOPTION-DATE   PIC 9(8).
01 WS-APPLICATION-STATUS     PIC XX.
01 WS-ADOPT-PARM-STATUS      PIC XX.
01 WS-APPLICATION-EXPIRY-DAYS PIC 9(3) VALUE 180.
01 WS-APPROVED-COUNT         PIC 9(4) VALUE 0.
01 APPROVED-APPLICANT-TABLE.
    05 APPROVED-APPLICANT-ENTRY OCCURS 1000 TIMES
            INDEXED BY APPROVED-IDX.
        10 AA-APPLICANT-NAME    PIC X(30).
        10 AA-APPLICATION-DATE  PIC 9(8).
01 WS-APPLICATION-FOUND      PIC X.
    88 APPROVED-APPLICATION-FOUND VALUE 'Y'.

01 WS-LENGTH-OF-STAY         PIC 9(5).
01 WS-LOS-STATUS             PIC X(10).
    PERFORM LOAD-FOSTER-OCCUPANCY
    PERFORM LOAD-TREATMENTS
    PERFORM LOAD-ANIMAL-EVENTS
    PERFORM LOAD-APPROVED-APPLICANTS
    READ animal-details INTO ANIMAL-RECORD AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
                AND AE-EVENT-TYPE(EVENT-IDX) = 'ADOPT'
                AND AE-APPLIED(EVENT-IDX) = 'N'
            MOVE 'Y' TO AE-APPLIED(EVENT-IDX)
            PERFORM FIND-APPROVED-APPLICATION
            IF NOT APPROVED-APPLICATION-FOUND
                MOVE AE-EVENT-TYPE(EVENT-IDX) TO RJ-EVENT-TYPE
                MOVE AE-ANIMAL-ID(EVENT-IDX) TO RJ-ANIMAL-ID
                MOVE 'Adopter has no approved application on file'
                    TO RJ-REASON
                WRITE REJECTED-EVENT-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ELSE
                MOVE ANIMAL-ID TO AD-ANIMAL-ID
                MOVE AE-EVENT-DATE(EVENT-IDX) TO ADOPTION-DATE
                MOVE AE-ADOPTED-BY(EVENT-IDX) TO ADOPTED-BY
                MOVE 'D' TO DS-FUNCTION-CODE
                MOVE INTAKE-DATE TO DS-DATE-FROM
                MOVE ADOPTION-DATE TO DS-DATE-TO
                CALL 'DateService' USING DATE-SERVICE-PARAMETERS
                MOVE DS-DAYS TO AD-LENGTH-OF-STAY
                WRITE ADOPTION-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
                MOVE 'Y' TO WS-ADOPTED-THIS-RUN
                MOVE ADOPTION-DATE TO WS-ANIMAL-ADOPTION-DATE
            END-IF
        END-IF
    END-PERFORM.

*> Only approved applications count, and only while they are within
*> the expiry period on the adoption date.
LOAD-APPROVED-APPLICANTS.
    OPEN INPUT adoption-parameters
    IF WS-ADOPT-PARM-STATUS = '00'
        READ adoption-parameters INTO ADOPTION-PARAMETER-RECORD
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF AX-EXPIRY-DAYS IS NUMERIC AND AX-EXPIRY-DAYS > 0
                    MOVE AX-EXPIRY-DAYS TO WS-APPLICATION-EXPIRY-DAYS
                END-IF
        END-READ
        CLOSE adoption-parameters
    END-IF
    OPEN INPUT adopter-applications
    IF WS-APPLICATION-STATUS = '00'
        READ adopter-applications INTO ADOPTER-APPLICATION-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF AP-STATUS = 'APPROVED'
                IF WS-APPROVED-COUNT < 1000
                    ADD 1 TO WS-APPROVED-COUNT
                    MOVE AP-APPLICANT-NAME
                        TO AA-APPLICANT-NAME(WS-APPROVED-COUNT)
                    MOVE AP-APPLICATION-DATE
                        TO AA-APPLICATION-DATE(WS-APPROVED-COUNT)
                ELSE
                    DISPLAY "Approved applicant table full - discarding "
                        AP-APPLICANT-NAME
                END-IF
            END-IF
            READ adopter-applications INTO ADOPTER-APPLICATION-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE adopter-applications
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

FIND-APPROVED-APPLICATION.
    MOVE 'N' TO WS-APPLICATION-FOUND
    PERFORM VARYING APPROVED-IDX FROM 1 BY 1
            UNTIL APPROVED-IDX > WS-APPROVED-COUNT
        IF AA-APPLICANT-NAME(APPROVED-IDX) = AE-ADOPTED-BY(EVENT-IDX)
            MOVE 'D' TO DS-FUNCTION-CODE
            MOVE AA-APPLICATION-DATE(APPROVED-IDX) TO DS-DATE-FROM
            MOVE AE-EVENT-DATE(EVENT-IDX) TO DS-DATE-TO
            CALL 'DateService' USING DATE-SERVICE-PARAMETERS
            IF DS-DAYS >= 0 AND DS-DAYS <= WS-APPLICATION-EXPIRY-DAYS
                SET APPROVED-APPLICATION-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.

