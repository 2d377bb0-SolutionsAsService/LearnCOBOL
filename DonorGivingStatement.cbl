IDENTIFICATION DIVISION.
PROGRAM-ID. DonorGivingStatement.
AUTHOR. Your Name.
*> Year-end giving statement for every donor on donor-master.dat who
*> gave during the statement year. Lists each gift posted to
*> donation-history.dat with its receipt number, then the year's cash,
*> in-kind and grant totals and the donor's lifetime giving. In-kind
*> gifts are shown at the value the donor stated. The statement year
*> is taken from donation-statement-parameters.dat, or is the year
*> before the run date when none is given.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT donor-master ASSIGN TO 'donor-master.dat'
        FILE STATUS IS WS-DONOR-STATUS.
    SELECT donation-history ASSIGN TO 'donation-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT statement-parameters
        ASSIGN TO 'donation-statement-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT giving-statements ASSIGN TO 'giving-statements.dat'.

DATA DIVISION.
FILE SECTION.
FD donor-master.
01 DONOR-RECORD.
    05 DN-DONOR-ID            PIC X(8).
    05 DN-DONOR-NAME          PIC X(30).
    05 DN-ADDRESS             PIC X(40).
    05 DN-FIRST-GIFT-DATE     PIC 9(8).
    05 DN-LAST-GIFT-DATE      PIC 9(8).
    05 DN-GIFT-COUNT          PIC 9(5).
    05 DN-LIFETIME-TOTAL      PIC 9(9)V99.
    05 DN-GIVING-YEAR         PIC 9(4).
    05 DN-YEAR-TOTAL          PIC 9(9)V99.

FD donation-history.
01 DONATION-HISTORY-RECORD.
    05 DH-RECEIPT-NUMBER      PIC 9(7).
    05 DH-DONOR-ID            PIC X(8).
    05 DH-DONATION-DATE       PIC 9(8).
    05 DH-DONATION-DATE-PARTS REDEFINES DH-DONATION-DATE.
        10 DH-DONATION-YEAR   PIC 9(4).
        10 FILLER             PIC 9(4).
    05 DH-GIFT-TYPE           PIC X.
    05 DH-AMOUNT              PIC 9(7)V99.
    05 DH-DESCRIPTION         PIC X(30).
    05 DH-RESTRICTION         PIC X(10).
    05 DH-POSTED-DATE         PIC 9(8).

FD statement-parameters.
01 STATEMENT-PARAMETER-RECORD.
    05 DSP-STATEMENT-YEAR     PIC 9(4).

FD giving-statements.
01 STATEMENT-LINE             PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-DONOR-STATUS         PIC XX.
01 WS-HISTORY-STATUS       PIC XX.
01 WS-PARM-STATUS          PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR     PIC 9(4).
    05 WS-CURRENT-MONTH    PIC 9(2).
    05 WS-CURRENT-DAY      PIC 9(2).
01 WS-STATEMENT-YEAR       PIC 9(4).

*> The statement year's gifts, in the order they were posted.
01 WS-GIFT-COUNT           PIC 9(5) VALUE 0.
01 GIFT-TABLE.
    05 GIFT-ENTRY OCCURS 10000 TIMES INDEXED BY GIFT-IDX.
        10 GT-RECEIPT-NUMBER   PIC 9(7).
        10 GT-DONOR-ID         PIC X(8).
        10 GT-DONATION-DATE    PIC 9(8).
        10 GT-GIFT-TYPE        PIC X.
        10 GT-AMOUNT           PIC 9(7)V99.
        10 GT-DESCRIPTION      PIC X(30).
        10 GT-RESTRICTION      PIC X(10).

01 WS-DONOR-GIFTS          PIC 9(5).
01 WS-CASH-TOTAL           PIC 9(9)V99.
01 WS-IN-KIND-TOTAL        PIC 9(9)V99.
01 WS-GRANT-TOTAL          PIC 9(9)V99.
01 WS-YEAR-TOTAL           PIC 9(9)V99.
01 WS-STATEMENTS-WRITTEN   PIC 9(5) VALUE 0.

01 WS-STATEMENT-HEADER.
    05 FILLER              PIC X(30) VALUE 'STATEMENT OF GIVING FOR YEAR '.
    05 SH-STATEMENT-YEAR   PIC 9(4).
01 WS-DONOR-HEADER.
    05 FILLER              PIC X(7) VALUE 'DONOR: '.
    05 DH-LINE-DONOR-ID    PIC X(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 DH-LINE-DONOR-NAME  PIC X(30).
01 WS-ADDRESS-LINE.
    05 FILLER              PIC X(17) VALUE SPACES.
    05 AL-ADDRESS          PIC X(40).
01 WS-GIFT-HEADINGS.
    05 FILLER              PIC X(9) VALUE 'RECEIPT'.
    05 FILLER              PIC X(10) VALUE 'DATE'.
    05 FILLER              PIC X(9) VALUE 'TYPE'.
    05 FILLER              PIC X(32) VALUE 'DESCRIPTION / RESTRICTED TO'.
    05 FILLER              PIC X(13) VALUE '       AMOUNT'.
01 WS-GIFT-DETAIL.
    05 GD-RECEIPT-NUMBER   PIC 9(7).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 GD-DONATION-DATE    PIC 9(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 GD-GIFT-TYPE        PIC X(7).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 GD-DESCRIPTION      PIC X(30).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 GD-AMOUNT           PIC $$,$$$,$$9.99.
01 WS-TOTAL-LINE.
    05 TL-LABEL            PIC X(60).
    05 TL-AMOUNT           PIC $$$$,$$$,$$9.99.
01 WS-IN-KIND-NOTE         PIC X(80)
    VALUE 'IN-KIND GIFTS ARE SHOWN AT THE VALUE STATED BY THE DONOR.'.
01 WS-GOODS-NOTE           PIC X(80)
    VALUE 'NO GOODS OR SERVICES WERE PROVIDED IN EXCHANGE FOR THESE GIFTS.'.
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
    COMPUTE WS-STATEMENT-YEAR = WS-CURRENT-YEAR - 1
    PERFORM LOAD-STATEMENT-PARAMETERS
    PERFORM LOAD-YEAR-GIFTS
    OPEN OUTPUT giving-statements
    MOVE WS-STATEMENT-YEAR TO SH-STATEMENT-YEAR
    MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    PERFORM PRODUCE-STATEMENTS
    CLOSE giving-statements
    DISPLAY "Giving statements for " WS-STATEMENT-YEAR ": "
        WS-STATEMENTS-WRITTEN " donors, " WS-GIFT-COUNT " gifts"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-STATEMENT-PARAMETERS.
    OPEN INPUT statement-parameters
    IF WS-PARM-STATUS = '00'
        READ statement-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF DSP-STATEMENT-YEAR IS NUMERIC
                        AND DSP-STATEMENT-YEAR > 0
                    MOVE DSP-STATEMENT-YEAR TO WS-STATEMENT-YEAR
                END-IF
        END-READ
        CLOSE statement-parameters
    END-IF.

LOAD-YEAR-GIFTS.
    OPEN INPUT donation-history
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "No donation history on file"
        EXIT PARAGRAPH
    END-IF
    READ donation-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF DH-DONATION-YEAR = WS-STATEMENT-YEAR
            IF WS-GIFT-COUNT < 10000
                ADD 1 TO WS-GIFT-COUNT
                SET GIFT-IDX TO WS-GIFT-COUNT
                MOVE DH-RECEIPT-NUMBER TO GT-RECEIPT-NUMBER(GIFT-IDX)
                MOVE DH-DONOR-ID TO GT-DONOR-ID(GIFT-IDX)
                MOVE DH-DONATION-DATE TO GT-DONATION-DATE(GIFT-IDX)
                MOVE DH-GIFT-TYPE TO GT-GIFT-TYPE(GIFT-IDX)
                MOVE DH-AMOUNT TO GT-AMOUNT(GIFT-IDX)
                MOVE DH-DESCRIPTION TO GT-DESCRIPTION(GIFT-IDX)
                MOVE DH-RESTRICTION TO GT-RESTRICTION(GIFT-IDX)
            ELSE
                DISPLAY "Gift table full - discarding receipt "
                    DH-RECEIPT-NUMBER
            END-IF
        END-IF
        READ donation-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE donation-history
    MOVE 'N' TO WS-END-OF-FILE.

PRODUCE-STATEMENTS.
    OPEN INPUT donor-master
    IF WS-DONOR-STATUS NOT = '00'
        DISPLAY "No donor master on file"
        EXIT PARAGRAPH
    END-IF
    READ donor-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE ZERO TO WS-DONOR-GIFTS
        PERFORM VARYING GIFT-IDX FROM 1 BY 1
                UNTIL GIFT-IDX > WS-GIFT-COUNT
            IF GT-DONOR-ID(GIFT-IDX) = DN-DONOR-ID
                ADD 1 TO WS-DONOR-GIFTS
            END-IF
        END-PERFORM
        IF WS-DONOR-GIFTS > 0
            PERFORM WRITE-DONOR-STATEMENT
        END-IF
        READ donor-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE donor-master
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-DONOR-STATEMENT.
    MOVE ZERO TO WS-CASH-TOTAL
    MOVE ZERO TO WS-IN-KIND-TOTAL
    MOVE ZERO TO WS-GRANT-TOTAL
    MOVE DN-DONOR-ID TO DH-LINE-DONOR-ID
    MOVE DN-DONOR-NAME TO DH-LINE-DONOR-NAME
    MOVE WS-DONOR-HEADER TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    IF DN-ADDRESS NOT = SPACES
        MOVE DN-ADDRESS TO AL-ADDRESS
        MOVE WS-ADDRESS-LINE TO STATEMENT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF
    MOVE WS-GIFT-HEADINGS TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    PERFORM VARYING GIFT-IDX FROM 1 BY 1
            UNTIL GIFT-IDX > WS-GIFT-COUNT
        IF GT-DONOR-ID(GIFT-IDX) = DN-DONOR-ID
            PERFORM WRITE-GIFT-DETAIL
        END-IF
    END-PERFORM
    COMPUTE WS-YEAR-TOTAL = WS-CASH-TOTAL + WS-IN-KIND-TOTAL
        + WS-GRANT-TOTAL
    MOVE 'CASH GIFTS' TO TL-LABEL
    MOVE WS-CASH-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE 'IN-KIND GIFTS' TO TL-LABEL
    MOVE WS-IN-KIND-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    IF WS-GRANT-TOTAL > 0
        MOVE 'GRANT PAYMENTS' TO TL-LABEL
        MOVE WS-GRANT-TOTAL TO TL-AMOUNT
        MOVE WS-TOTAL-LINE TO STATEMENT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF
    MOVE 'TOTAL GIVING FOR THE YEAR' TO TL-LABEL
    MOVE WS-YEAR-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE 'LIFETIME GIVING' TO TL-LABEL
    MOVE DN-LIFETIME-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    IF WS-IN-KIND-TOTAL > 0
        MOVE WS-IN-KIND-NOTE TO STATEMENT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF
    MOVE WS-GOODS-NOTE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-STATEMENT-SEPARATOR TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    ADD 1 TO WS-STATEMENTS-WRITTEN.

WRITE-GIFT-DETAIL.
    MOVE GT-RECEIPT-NUMBER(GIFT-IDX) TO GD-RECEIPT-NUMBER
    MOVE GT-DONATION-DATE(GIFT-IDX) TO GD-DONATION-DATE
    EVALUATE GT-GIFT-TYPE(GIFT-IDX)
        WHEN 'K'
            MOVE 'IN-KIND' TO GD-GIFT-TYPE
            ADD GT-AMOUNT(GIFT-IDX) TO WS-IN-KIND-TOTAL
        WHEN 'G'
            MOVE 'GRANT' TO GD-GIFT-TYPE
            ADD GT-AMOUNT(GIFT-IDX) TO WS-GRANT-TOTAL
        WHEN OTHER
            MOVE 'CASH' TO GD-GIFT-TYPE
            ADD GT-AMOUNT(GIFT-IDX) TO WS-CASH-TOTAL
    END-EVALUATE
    IF GT-DESCRIPTION(GIFT-IDX) NOT = SPACES
        MOVE GT-DESCRIPTION(GIFT-IDX) TO GD-DESCRIPTION
    ELSE
        MOVE GT-RESTRICTION(GIFT-IDX) TO GD-DESCRIPTION
    END-IF
    MOVE GT-AMOUNT(GIFT-IDX) TO GD-AMOUNT
    MOVE WS-GIFT-DETAIL TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE.

WRITE-STATEMENT-LINE.
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'DonorGivingStatement' TO OPS-PROGRAM-ID
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

END PROGRAM DonorGivingStatement.
