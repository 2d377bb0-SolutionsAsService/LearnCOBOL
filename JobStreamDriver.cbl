IDENTIFICATION DIVISION.
PROGRAM-ID. JobStreamDriver.
AUTHOR. Your Name.
*> Runs the nightly batch stream from the job-stream definition
*> instead of an operator starting each program by hand. Steps run in
*> the order defined. Before a step starts, its prerequisite steps
*> must have completed and the files it names are copied to
*> <file>.bak. The step's outcome is the completion status its program
*> logs through OperationsLog; a step that logs anything other than
*> COMPLETE, or never logs its END, stops the stream. The state of
*> every step is kept on stream-control.dat as the stream runs. When
*> the driver next runs and finds the last stream unfinished, it
*> resumes from the failed step, putting that step's backed-up files
*> back first, unless the step is marked as not restartable, in which
*> case the stream is held for the operator. Each run ends with
*> stream-summary.dat listing every step's outcome, attempts and
*> elapsed time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT job-stream ASSIGN TO 'job-stream.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STREAM-STATUS.
    SELECT stream-control ASSIGN TO 'stream-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT operations-log ASSIGN TO 'operations-log.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT stream-summary ASSIGN TO 'stream-summary.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> SD-PROGRAM-ID is the name the program logs under; SD-RUN-COMMAND
*> is how the step is started, including any redirected input. Up to
*> five prerequisite step numbers and three files to back up.
FD job-stream.
01 STREAM-DEFINITION-RECORD.
    05 SD-STEP-NUMBER        PIC 9(3).
    05 SD-PROGRAM-ID         PIC X(30).
    05 SD-PREREQ-STEP        PIC 9(3) OCCURS 5 TIMES.
    05 SD-RESTARTABLE        PIC X.
    05 SD-BACKUP-FILE        PIC X(40) OCCURS 3 TIMES.
    05 SD-RUN-COMMAND        PIC X(80).

*> SC-BACKUP-TAKEN is Y where the file was copied before the step ran
*> and N where it did not exist then.
FD stream-control.
01 STREAM-CONTROL-RECORD.
    05 SC-STREAM-DATE        PIC 9(8).
    05 SC-STEP-NUMBER        PIC 9(3).
    05 SC-PROGRAM-ID         PIC X(30).
    05 SC-STEP-STATUS        PIC X(10).
    05 SC-START-TIME         PIC 9(6).
    05 SC-END-TIME           PIC 9(6).
    05 SC-ELAPSED-SECONDS    PIC 9(5).
    05 SC-ATTEMPTS           PIC 9(2).
    05 SC-RETURN-CODE        PIC 9(5).
    05 SC-BACKUP-TAKEN       PIC X OCCURS 3 TIMES.

FD operations-log.
01 OPERATIONS-LOG-RECORD.
    05 OL-PROGRAM-ID         PIC X(30).
    05 OL-EVENT              PIC X(5).
    05 OL-LOG-DATE           PIC 9(8).
    05 OL-LOG-TIME           PIC 9(6).
    05 OL-RECORDS-READ       PIC 9(7).
    05 OL-RECORDS-WRITTEN    PIC 9(7).
    05 OL-COMPLETION-STATUS  PIC X(10).

FD stream-summary.
01 STREAM-SUMMARY-RECORD.
    05 SS-STEP-NUMBER        PIC 9(3).
    05 SS-PROGRAM-ID         PIC X(30).
    05 SS-OUTCOME            PIC X(10).
    05 SS-START-TIME         PIC 9(6).
    05 SS-END-TIME           PIC 9(6).
    05 SS-ELAPSED-SECONDS    PIC 9(5).
    05 SS-ATTEMPTS           PIC 9(2).
01 STREAM-TOTAL-RECORD.
    05 ST-LABEL              PIC X(13).
    05 ST-STREAM-DATE        PIC 9(8).
    05 ST-STEPS-COMPLETE     PIC 9(3).
    05 ST-STEPS-FAILED       PIC 9(3).
    05 ST-STEPS-NOT-RUN      PIC 9(3).
    05 ST-TOTAL-ELAPSED      PIC 9(6).
    05 ST-STREAM-OUTCOME     PIC X(10).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-STREAM-STATUS       PIC XX.
01 WS-CONTROL-STATUS      PIC XX.
01 WS-LOG-STATUS          PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-STREAM-DATE         PIC 9(8) VALUE 0.

01 WS-STEP-COUNT          PIC 9(3) VALUE 0.
01 STEP-TABLE.
    05 STEP-ENTRY OCCURS 100 TIMES INDEXED BY STEP-IDX CHECK-STEP-IDX.
        10 SE-STEP-NUMBER        PIC 9(3).
        10 SE-PROGRAM-ID         PIC X(30).
        10 SE-PREREQ-STEP        PIC 9(3) OCCURS 5 TIMES.
        10 SE-RESTARTABLE        PIC X.
        10 SE-BACKUP-FILE        PIC X(40) OCCURS 3 TIMES.
        10 SE-RUN-COMMAND        PIC X(80).
        10 SE-STATUS             PIC X(10).
        10 SE-START-TIME         PIC 9(6).
        10 SE-END-TIME           PIC 9(6).
        10 SE-ELAPSED-SECONDS    PIC 9(5).
        10 SE-ATTEMPTS           PIC 9(2).
        10 SE-RETURN-CODE        PIC 9(5).
        10 SE-BACKUP-TAKEN       PIC X OCCURS 3 TIMES.

01 WS-CONTROL-FOUND       PIC X VALUE 'N'.
    88 CONTROL-FOUND      VALUE 'Y'.
01 WS-FIRST-STEP          PIC 9(3) VALUE 0.
01 WS-STREAM-STATE        PIC X VALUE 'R'.
    88 STREAM-RUNNING     VALUE 'R'.
    88 STREAM-STOPPED     VALUE 'S'.
    88 STREAM-HELD        VALUE 'H'.
01 WS-RESTORE-FIRST       PIC X VALUE 'N'.
    88 RESTORE-FIRST      VALUE 'Y'.
01 WS-PREREQS-MET         PIC X.
    88 PREREQS-MET        VALUE 'Y'.
01 WS-PREREQ-COMPLETE     PIC X.
    88 PREREQ-COMPLETE    VALUE 'Y'.
01 WS-MISSING-PREREQ      PIC 9(3).
01 WS-PREREQ-SUB          PIC 9.
01 WS-FILE-SUB            PIC 9.
01 WS-BACKUP-NAME         PIC X(45).
01 WS-STEP-RETURN-CODE    PIC S9(9).

01 WS-LOG-MARK            PIC 9(7).
01 WS-LOG-POSITION        PIC 9(7).
01 WS-STEP-OUTCOME        PIC X(10).

01 WS-TIME-RAW            PIC 9(8).
01 WS-TIME-PARTS REDEFINES WS-TIME-RAW.
    05 WS-TIME-HH         PIC 9(2).
    05 WS-TIME-MM         PIC 9(2).
    05 WS-TIME-SS         PIC 9(2).
    05 WS-TIME-CC         PIC 9(2).
01 WS-TIME-SECONDS        PIC 9(5).
01 WS-START-SECONDS       PIC 9(5).

01 WS-STEPS-COMPLETE      PIC 9(3) VALUE 0.
01 WS-STEPS-FAILED        PIC 9(3) VALUE 0.
01 WS-STEPS-NOT-RUN       PIC 9(3) VALUE 0.
01 WS-TOTAL-ELAPSED       PIC 9(6) VALUE 0.

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
    PERFORM LOAD-STREAM-DEFINITION
    IF WS-STEP-COUNT = 0
        DISPLAY "No job stream defined - nothing to run"
        PERFORM LOG-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-STREAM-CONTROL
    PERFORM DETERMINE-START-STEP
    IF STREAM-RUNNING
        PERFORM VARYING STEP-IDX FROM WS-FIRST-STEP BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT OR NOT STREAM-RUNNING
            PERFORM RUN-ONE-STEP
        END-PERFORM
    END-IF
    PERFORM WRITE-STREAM-CONTROL
    PERFORM WRITE-STREAM-SUMMARY
    DISPLAY "Steps complete:        " WS-STEPS-COMPLETE
    DISPLAY "Steps failed:          " WS-STEPS-FAILED
    DISPLAY "Steps not run:         " WS-STEPS-NOT-RUN
    PERFORM LOG-RUN-END
    IF STREAM-RUNNING
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-STREAM-DEFINITION.
    OPEN INPUT job-stream
    IF WS-STREAM-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ job-stream AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-STEP-COUNT < 100
            ADD 1 TO WS-STEP-COUNT
            SET STEP-IDX TO WS-STEP-COUNT
            MOVE SD-STEP-NUMBER TO SE-STEP-NUMBER(STEP-IDX)
            MOVE SD-PROGRAM-ID TO SE-PROGRAM-ID(STEP-IDX)
            PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                    UNTIL WS-PREREQ-SUB > 5
                IF SD-PREREQ-STEP(WS-PREREQ-SUB) IS NUMERIC
                    MOVE SD-PREREQ-STEP(WS-PREREQ-SUB)
                        TO SE-PREREQ-STEP(STEP-IDX, WS-PREREQ-SUB)
                ELSE
                    MOVE ZERO TO SE-PREREQ-STEP(STEP-IDX, WS-PREREQ-SUB)
                END-IF
            END-PERFORM
            MOVE SD-RESTARTABLE TO SE-RESTARTABLE(STEP-IDX)
            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                    UNTIL WS-FILE-SUB > 3
                MOVE SD-BACKUP-FILE(WS-FILE-SUB)
                    TO SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB)
            END-PERFORM
            MOVE SD-RUN-COMMAND TO SE-RUN-COMMAND(STEP-IDX)
            PERFORM CLEAR-STEP-STATE
        ELSE
            DISPLAY "Step table full - discarding " SD-PROGRAM-ID
        END-IF
        READ job-stream AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE job-stream
    MOVE 'N' TO WS-END-OF-FILE.

CLEAR-STEP-STATE.
    MOVE 'PENDING' TO SE-STATUS(STEP-IDX)
    MOVE ZERO TO SE-START-TIME(STEP-IDX)
    MOVE ZERO TO SE-END-TIME(STEP-IDX)
    MOVE ZERO TO SE-ELAPSED-SECONDS(STEP-IDX)
    MOVE ZERO TO SE-ATTEMPTS(STEP-IDX)
    MOVE ZERO TO SE-RETURN-CODE(STEP-IDX)
    PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 3
        MOVE SPACE TO SE-BACKUP-TAKEN(STEP-IDX, WS-FILE-SUB)
    END-PERFORM.

*> State from the last driver run, matched to the definition by step
*> number.
LOAD-STREAM-CONTROL.
    OPEN INPUT stream-control
    IF WS-CONTROL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ stream-control AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
            IF SE-STEP-NUMBER(STEP-IDX) = SC-STEP-NUMBER
                SET CONTROL-FOUND TO TRUE
                MOVE SC-STREAM-DATE TO WS-STREAM-DATE
                MOVE SC-STEP-STATUS TO SE-STATUS(STEP-IDX)
                MOVE SC-START-TIME TO SE-START-TIME(STEP-IDX)
                MOVE SC-END-TIME TO SE-END-TIME(STEP-IDX)
                MOVE SC-ELAPSED-SECONDS TO SE-ELAPSED-SECONDS(STEP-IDX)
                MOVE SC-ATTEMPTS TO SE-ATTEMPTS(STEP-IDX)
                MOVE SC-RETURN-CODE TO SE-RETURN-CODE(STEP-IDX)
                PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                        UNTIL WS-FILE-SUB > 3
                    MOVE SC-BACKUP-TAKEN(WS-FILE-SUB)
                        TO SE-BACKUP-TAKEN(STEP-IDX, WS-FILE-SUB)
                END-PERFORM
                EXIT PERFORM
            END-IF
        END-PERFORM
        READ stream-control AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE stream-control
    MOVE 'N' TO WS-END-OF-FILE.

*> A finished or first stream starts again at step one. Otherwise this
*> is a restart from the first step not complete; a step that failed
*> has its files put back before it reruns, and a failed step that is
*> not restartable holds the stream.
DETERMINE-START-STEP.
    MOVE ZERO TO WS-FIRST-STEP
    IF CONTROL-FOUND
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
            IF SE-STATUS(STEP-IDX) NOT = 'COMPLETE'
                SET WS-FIRST-STEP TO STEP-IDX
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF WS-FIRST-STEP = 0
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT
            PERFORM CLEAR-STEP-STATE
        END-PERFORM
        MOVE WS-CURRENT-DATE TO WS-STREAM-DATE
        MOVE 1 TO WS-FIRST-STEP
        DISPLAY "Starting job stream for " WS-STREAM-DATE
        EXIT PARAGRAPH
    END-IF
    SET STEP-IDX TO WS-FIRST-STEP
    DISPLAY "Restarting job stream of " WS-STREAM-DATE " at step "
        SE-STEP-NUMBER(STEP-IDX) " " SE-PROGRAM-ID(STEP-IDX)
    IF SE-STATUS(STEP-IDX) = 'PENDING' OR SE-STATUS(STEP-IDX) = 'BLOCKED'
        EXIT PARAGRAPH
    END-IF
    IF SE-RESTARTABLE(STEP-IDX) NOT = 'Y'
        SET STREAM-HELD TO TRUE
        DISPLAY "Step " SE-STEP-NUMBER(STEP-IDX)
            " is not restartable - stream held for operator"
    ELSE
        SET RESTORE-FIRST TO TRUE
    END-IF.

RUN-ONE-STEP.
    PERFORM CHECK-PREREQUISITES
    IF NOT PREREQS-MET
        MOVE 'BLOCKED' TO SE-STATUS(STEP-IDX)
        SET STREAM-STOPPED TO TRUE
        DISPLAY "Step " SE-STEP-NUMBER(STEP-IDX) " blocked - step "
            WS-MISSING-PREREQ " has not completed"
        EXIT PARAGRAPH
    END-IF
    IF RESTORE-FIRST
        PERFORM RESTORE-STEP-BACKUPS
        MOVE 'N' TO WS-RESTORE-FIRST
    ELSE
        PERFORM TAKE-STEP-BACKUPS
    END-IF
    ADD 1 TO SE-ATTEMPTS(STEP-IDX)
    MOVE 'RUNNING' TO SE-STATUS(STEP-IDX)
    PERFORM CAPTURE-TIME
    MOVE WS-TIME-SECONDS TO WS-START-SECONDS
    MOVE WS-TIME-RAW(1:6) TO SE-START-TIME(STEP-IDX)
    MOVE ZERO TO SE-END-TIME(STEP-IDX)
    MOVE ZERO TO SE-ELAPSED-SECONDS(STEP-IDX)
    PERFORM WRITE-STREAM-CONTROL
    PERFORM COUNT-LOG-RECORDS
    DISPLAY "Step " SE-STEP-NUMBER(STEP-IDX) " starting "
        SE-PROGRAM-ID(STEP-IDX)
    CALL 'SYSTEM' USING SE-RUN-COMMAND(STEP-IDX)
    MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
    IF WS-STEP-RETURN-CODE < 0
        COMPUTE WS-STEP-RETURN-CODE = 0 - WS-STEP-RETURN-CODE
    END-IF
    MOVE WS-STEP-RETURN-CODE TO SE-RETURN-CODE(STEP-IDX)
    PERFORM CAPTURE-TIME
    MOVE WS-TIME-RAW(1:6) TO SE-END-TIME(STEP-IDX)
    IF WS-TIME-SECONDS < WS-START-SECONDS
        ADD 86400 TO WS-TIME-SECONDS
    END-IF
    COMPUTE SE-ELAPSED-SECONDS(STEP-IDX) =
        WS-TIME-SECONDS - WS-START-SECONDS
    PERFORM FIND-STEP-COMPLETION
    MOVE WS-STEP-OUTCOME TO SE-STATUS(STEP-IDX)
    PERFORM WRITE-STREAM-CONTROL
    IF SE-STATUS(STEP-IDX) NOT = 'COMPLETE'
        SET STREAM-STOPPED TO TRUE
        DISPLAY "Step " SE-STEP-NUMBER(STEP-IDX) " "
            SE-PROGRAM-ID(STEP-IDX) " ended " SE-STATUS(STEP-IDX)
            " - stream stopped"
    END-IF.

CHECK-PREREQUISITES.
    MOVE 'Y' TO WS-PREREQS-MET
    PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1 UNTIL WS-PREREQ-SUB > 5
        IF SE-PREREQ-STEP(STEP-IDX, WS-PREREQ-SUB) > 0
            MOVE 'N' TO WS-PREREQ-COMPLETE
            PERFORM VARYING CHECK-STEP-IDX FROM 1 BY 1
                    UNTIL CHECK-STEP-IDX > WS-STEP-COUNT
                IF SE-STEP-NUMBER(CHECK-STEP-IDX) =
                        SE-PREREQ-STEP(STEP-IDX, WS-PREREQ-SUB)
                        AND SE-STATUS(CHECK-STEP-IDX) = 'COMPLETE'
                    SET PREREQ-COMPLETE TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF NOT PREREQ-COMPLETE
                MOVE 'N' TO WS-PREREQS-MET
                MOVE SE-PREREQ-STEP(STEP-IDX, WS-PREREQ-SUB)
                    TO WS-MISSING-PREREQ
            END-IF
        END-IF
    END-PERFORM.

TAKE-STEP-BACKUPS.
    PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 3
        MOVE SPACE TO SE-BACKUP-TAKEN(STEP-IDX, WS-FILE-SUB)
        IF SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB) NOT = SPACES
            PERFORM BUILD-BACKUP-NAME
            CALL 'CBL_COPY_FILE' USING
                SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB) WS-BACKUP-NAME
            IF RETURN-CODE = 0
                MOVE 'Y' TO SE-BACKUP-TAKEN(STEP-IDX, WS-FILE-SUB)
            ELSE
                MOVE 'N' TO SE-BACKUP-TAKEN(STEP-IDX, WS-FILE-SUB)
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO RETURN-CODE.

*> A file that did not exist before the failed attempt is removed, so
*> the step sees its inputs exactly as it did the first time.
RESTORE-STEP-BACKUPS.
    PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 3
        IF SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB) NOT = SPACES
            PERFORM BUILD-BACKUP-NAME
            EVALUATE SE-BACKUP-TAKEN(STEP-IDX, WS-FILE-SUB)
                WHEN 'Y'
                    CALL 'CBL_COPY_FILE' USING WS-BACKUP-NAME
                        SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB)
                    IF RETURN-CODE = 0
                        DISPLAY "Restored "
                            SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB)
                    ELSE
                        DISPLAY "Could not restore "
                            SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB)
                    END-IF
                WHEN 'N'
                    CALL 'CBL_DELETE_FILE' USING
                        SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    MOVE 0 TO RETURN-CODE.

BUILD-BACKUP-NAME.
    MOVE SPACES TO WS-BACKUP-NAME
    STRING SE-BACKUP-FILE(STEP-IDX, WS-FILE-SUB) DELIMITED BY SPACE
        '.bak' DELIMITED BY SIZE
        INTO WS-BACKUP-NAME
    END-STRING.

CAPTURE-TIME.
    ACCEPT WS-TIME-RAW FROM TIME
    COMPUTE WS-TIME-SECONDS =
        (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.

*> Log records already there before the step starts are skipped when
*> looking for what the step logged.
COUNT-LOG-RECORDS.
    MOVE ZERO TO WS-LOG-MARK
    OPEN INPUT operations-log
    IF WS-LOG-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ operations-log AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-LOG-MARK
        READ operations-log AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE operations-log
    MOVE 'N' TO WS-END-OF-FILE.

*> The last event the step's program logged decides the outcome: an
*> END gives its completion status, a START with no END means the
*> program did not finish.
FIND-STEP-COMPLETION.
    MOVE 'NOT LOGGED' TO WS-STEP-OUTCOME
    MOVE ZERO TO WS-LOG-POSITION
    OPEN INPUT operations-log
    IF WS-LOG-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ operations-log AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-LOG-POSITION
        IF WS-LOG-POSITION > WS-LOG-MARK
                AND OL-PROGRAM-ID = SE-PROGRAM-ID(STEP-IDX)
            IF OL-EVENT = 'START'
                MOVE 'ABENDED' TO WS-STEP-OUTCOME
            ELSE
                MOVE OL-COMPLETION-STATUS TO WS-STEP-OUTCOME
            END-IF
        END-IF
        READ operations-log AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE operations-log
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-STREAM-CONTROL.
    OPEN OUTPUT stream-control
    PERFORM VARYING CHECK-STEP-IDX FROM 1 BY 1
            UNTIL CHECK-STEP-IDX > WS-STEP-COUNT
        MOVE WS-STREAM-DATE TO SC-STREAM-DATE
        MOVE SE-STEP-NUMBER(CHECK-STEP-IDX) TO SC-STEP-NUMBER
        MOVE SE-PROGRAM-ID(CHECK-STEP-IDX) TO SC-PROGRAM-ID
        MOVE SE-STATUS(CHECK-STEP-IDX) TO SC-STEP-STATUS
        MOVE SE-START-TIME(CHECK-STEP-IDX) TO SC-START-TIME
        MOVE SE-END-TIME(CHECK-STEP-IDX) TO SC-END-TIME
        MOVE SE-ELAPSED-SECONDS(CHECK-STEP-IDX) TO SC-ELAPSED-SECONDS
        MOVE SE-ATTEMPTS(CHECK-STEP-IDX) TO SC-ATTEMPTS
        MOVE SE-RETURN-CODE(CHECK-STEP-IDX) TO SC-RETURN-CODE
        PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 3
            MOVE SE-BACKUP-TAKEN(CHECK-STEP-IDX, WS-FILE-SUB)
                TO SC-BACKUP-TAKEN(WS-FILE-SUB)
        END-PERFORM
        WRITE STREAM-CONTROL-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE stream-control.

WRITE-STREAM-SUMMARY.
    OPEN OUTPUT stream-summary
    PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > WS-STEP-COUNT
        MOVE SE-STEP-NUMBER(STEP-IDX) TO SS-STEP-NUMBER
        MOVE SE-PROGRAM-ID(STEP-IDX) TO SS-PROGRAM-ID
        MOVE SE-START-TIME(STEP-IDX) TO SS-START-TIME
        MOVE SE-END-TIME(STEP-IDX) TO SS-END-TIME
        MOVE SE-ELAPSED-SECONDS(STEP-IDX) TO SS-ELAPSED-SECONDS
        MOVE SE-ATTEMPTS(STEP-IDX) TO SS-ATTEMPTS
        EVALUATE SE-STATUS(STEP-IDX)
            WHEN 'COMPLETE'
                MOVE 'COMPLETE' TO SS-OUTCOME
                ADD 1 TO WS-STEPS-COMPLETE
            WHEN 'PENDING'
                MOVE 'NOT RUN' TO SS-OUTCOME
                ADD 1 TO WS-STEPS-NOT-RUN
            WHEN OTHER
                MOVE SE-STATUS(STEP-IDX) TO SS-OUTCOME
                ADD 1 TO WS-STEPS-FAILED
        END-EVALUATE
        ADD SE-ELAPSED-SECONDS(STEP-IDX) TO WS-TOTAL-ELAPSED
        WRITE STREAM-SUMMARY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    MOVE 'STREAM TOTALS' TO ST-LABEL
    MOVE WS-STREAM-DATE TO ST-STREAM-DATE
    MOVE WS-STEPS-COMPLETE TO ST-STEPS-COMPLETE
    MOVE WS-STEPS-FAILED TO ST-STEPS-FAILED
    MOVE WS-STEPS-NOT-RUN TO ST-STEPS-NOT-RUN
    MOVE WS-TOTAL-ELAPSED TO ST-TOTAL-ELAPSED
    EVALUATE TRUE
        WHEN STREAM-HELD
            MOVE 'HELD' TO ST-STREAM-OUTCOME
        WHEN STREAM-STOPPED
            MOVE 'STOPPED' TO ST-STREAM-OUTCOME
        WHEN OTHER
            MOVE 'COMPLETE' TO ST-STREAM-OUTCOME
    END-EVALUATE
    WRITE STREAM-TOTAL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    CLOSE stream-summary.

LOG-RUN-START.
    MOVE 'JobStreamDriver' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE ZERO TO OPS-RECORDS-READ
    MOVE ZERO TO OPS-RECORDS-WRITTEN
    MOVE 'STARTED' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

*> The driver's own END shows whether the whole stream finished.
LOG-RUN-END.
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    EVALUATE TRUE
        WHEN STREAM-HELD
            MOVE 'HELD' TO OPS-COMPLETION-STATUS
        WHEN STREAM-STOPPED
            MOVE 'STOPPED' TO OPS-COMPLETION-STATUS
        WHEN OTHER
            MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    END-EVALUATE
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM JobStreamDriver.
