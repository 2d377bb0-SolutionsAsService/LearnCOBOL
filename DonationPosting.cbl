IDENTIFICATION DIVISION.
PROGRAM-ID. DonationPosting.
AUTHOR. Your Name.
*> Donation posting run for the rescue. Every gift keyed to
*> donation-transactions.dat - cash, in-kind goods at the value the
*> donor states, or a grant payment - is checked against the donor
*> master, numbered, added to the donor's lifetime and calendar-year
*> totals on donor-master.dat, written to donation-history.dat for
*> the giving statements and fund report, and acknowledged with a
*> printed receipt on donation-receipts.dat. A gift may be restricted
*> to a fund on restricted-funds.dat or to one animal on
*> animal-details.dat; gifts that cannot be posted are listed on
*> donation-exceptions.dat. The transaction file is emptied once
*> posted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT donor-master ASSIGN TO 'donor-master.dat'
        FILE STATUS IS WS-DONOR-STATUS.
    SELECT OPTIONAL donation-transactions
        ASSIGN TO 'donation-transactions.dat'
        FILE STATUS IS WS-TRANSACTION-STATUS.
    SELECT restricted-funds ASSIGN TO 'restricted-funds.dat'
        FILE STATUS IS WS-FUND-STATUS.
    SELECT animal-details ASSIGN TO 'animal-details.dat'
        FILE STATUS IS WS-ANIMAL-STATUS.
    SELECT OPTIONAL donation-history ASSIGN TO 'donation-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT donation-receipts ASSIGN TO 'donation-receipts.dat'.
    SELECT donation-exceptions ASSIGN TO 'donation-exceptions.dat'.

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

*> DT-GIFT-TYPE is C (cash), K (in-kind) or G (grant payment).
*> DT-RESTRICTION is a fund ID or an animal ID; spaces for a gift to
*> general funds.
FD donation-transactions.
01 DONATION-TRANSACTION-RECORD.
    05 DT-DONOR-ID            PIC X(8).
    05 DT-DONATION-DATE       PIC 9(8).
    05 DT-GIFT-TYPE           PIC X.
    05 DT-AMOUNT              PIC 9(7)V99.
    05 DT-DESCRIPTION         PIC X(30).
    05 DT-RESTRICTION         PIC X(10).

*> RF-FUND-TYPE is G for a grant or restricted fund and A for the care
*> of one animal. RF-SPECIES limits a grant to medication for that
*> species; ALL covers medication for any species.
FD restricted-funds.
01 RESTRICTED-FUND-RECORD.
    05 RF-FUND-ID             PIC X(10).
    05 RF-FUND-NAME           PIC X(30).
    05 RF-FUND-TYPE           PIC X.
    05 RF-SPECIES             PIC X(20).
    05 RF-AWARD-AMOUNT        PIC 9(7)V99.
    05 RF-SPENT-TO-DATE       PIC 9(8)V99.
    05 RF-LAST-SPEND-DATE     PIC 9(8).

FD animal-details.
01 ANIMAL-RECORD.
    05 ANIMAL-ID            PIC X(10).
    05 SPECIES              PIC X(20).
    05 INTAKE-DATE          PIC 9(8).
    05 HEALTH-STATUS        PIC X(20).
    05 CURRENT-LOCATION     PIC X(6).

FD donation-history.
01 DONATION-HISTORY-RECORD.
    05 DH-RECEIPT-NUMBER      PIC 9(7).
    05 DH-DONOR-ID            PIC X(8).
    05 DH-DONATION-DATE       PIC 9(8).
    05 DH-GIFT-TYPE           PIC X.
    05 DH-AMOUNT              PIC 9(7)V99.
    05 DH-DESCRIPTION         PIC X(30).
    05 DH-RESTRICTION         PIC X(10).
    05 DH-POSTED-DATE         PIC 9(8).

FD donation-receipts.
01 RECEIPT-LINE               PIC X(80).

FD donation-exceptions.
01 DONATION-EXCEPTION-RECORD.
    05 DE-DONOR-ID            PIC X(8).
    05 DE-DONATION-DATE       PIC 9(8).
    05 DE-AMOUNT              PIC 9(7)V99.
    05 DE-REASON              PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-DONOR-STATUS         PIC XX.
01 WS-TRANSACTION-STATUS   PIC XX.
01 WS-FUND-STATUS          PIC XX.
01 WS-ANIMAL-STATUS        PIC XX.
01 WS-HISTORY-STATUS       PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-GIFT-DATE            PIC 9(8).
01 WS-GIFT-DATE-PARTS REDEFINES WS-GIFT-DATE.
    05 WS-GIFT-YEAR        PIC 9(4).
    05 WS-GIFT-MONTH       PIC 9(2).
    05 WS-GIFT-DAY         PIC 9(2).

01 WS-DONOR-COUNT          PIC 9(4) VALUE 0.
01 DONOR-TABLE.
    05 DONOR-ENTRY OCCURS 2000 TIMES INDEXED BY DONOR-IDX.
        10 DR-DONOR-ID         PIC X(8).
        10 DR-DONOR-NAME       PIC X(30).
        10 DR-ADDRESS          PIC X(40).
        10 DR-FIRST-GIFT-DATE  PIC 9(8).
        10 DR-LAST-GIFT-DATE   PIC 9(8).
        10 DR-GIFT-COUNT       PIC 9(5).
        10 DR-LIFETIME-TOTAL   PIC 9(9)V99.
        10 DR-GIVING-YEAR      PIC 9(4).
        10 DR-YEAR-TOTAL       PIC 9(9)V99.
01 WS-DONOR-FOUND          PIC X VALUE 'N'.
    88 DONOR-FOUND         VALUE 'Y'.

01 WS-FUND-COUNT           PIC 9(4) VALUE 0.
01 FUND-TABLE.
    05 FUND-ENTRY OCCURS 500 TIMES INDEXED BY FUND-IDX.
        10 FT-FUND-ID          PIC X(10).
        10 FT-FUND-NAME        PIC X(30).

01 WS-ANIMAL-COUNT         PIC 9(4) VALUE 0.
01 ANIMAL-TABLE.
    05 ANIMAL-ENTRY OCCURS 1000 TIMES INDEXED BY ANIMAL-IDX.
        10 AN-ANIMAL-ID        PIC X(10).
        10 AN-SPECIES          PIC X(20).

01 WS-RESTRICTION-NAME     PIC X(30).
01 WS-RESTRICTION-FOUND    PIC X VALUE 'N'.
    88 RESTRICTION-FOUND   VALUE 'Y'.

01 WS-LAST-RECEIPT-NUMBER  PIC 9(7) VALUE 0.
01 WS-GIFTS-POSTED         PIC 9(5) VALUE 0.
01 WS-AMOUNT-POSTED        PIC 9(9)V99 VALUE 0.
01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.

01 WS-RECEIPT-HEADER.
    05 FILLER              PIC X(30) VALUE 'ACKNOWLEDGEMENT OF GIFT'.
    05 FILLER              PIC X(12) VALUE 'RECEIPT NO. '.
    05 RH-RECEIPT-NUMBER   PIC 9(7).
    05 FILLER              PIC X(9) VALUE '  ISSUED '.
    05 RH-ISSUE-DATE       PIC 9(8).
01 WS-RECEIPT-DONOR.
    05 FILLER              PIC X(7) VALUE 'DONOR: '.
    05 RD-DONOR-ID         PIC X(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 RD-DONOR-NAME       PIC X(30).
01 WS-RECEIPT-ADDRESS.
    05 FILLER              PIC X(17) VALUE SPACES.
    05 RA-ADDRESS          PIC X(40).
01 WS-RECEIPT-GIFT.
    05 FILLER              PIC X(15) VALUE 'GIFT RECEIVED '.
    05 RG-DONATION-DATE    PIC 9(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 RG-GIFT-TYPE        PIC X(15).
    05 FILLER              PIC X(8) VALUE 'AMOUNT '.
    05 RG-AMOUNT           PIC $$,$$$,$$9.99.
01 WS-RECEIPT-IN-KIND.
    05 FILLER              PIC X(15) VALUE 'GOODS DONATED '.
    05 RK-DESCRIPTION      PIC X(30).
    05 FILLER              PIC X(30) VALUE ' (VALUE AS STATED BY DONOR)'.
01 WS-RECEIPT-RESTRICTION.
    05 FILLER              PIC X(15) VALUE 'RESTRICTED TO '.
    05 RR-RESTRICTION      PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 RR-RESTRICTION-NAME PIC X(30).
01 WS-RECEIPT-UNRESTRICTED PIC X(80)
    VALUE 'FOR THE GENERAL CARE OF THE ANIMALS IN OUR RESCUE'.
01 WS-RECEIPT-STATEMENT    PIC X(80)
    VALUE 'NO GOODS OR SERVICES WERE PROVIDED IN EXCHANGE FOR THIS GIFT.'.
01 WS-RECEIPT-THANKS.
    05 FILLER              PIC X(30) VALUE 'THANK YOU. GIVING TO DATE:'.
    05 RT-LIFETIME-TOTAL   PIC $$$$,$$$,$$9.99.
01 WS-RECEIPT-SEPARATOR    PIC X(80) VALUE ALL '-'.

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
    PERFORM LOAD-DONORS
    PERFORM LOAD-RESTRICTED-FUNDS
    PERFORM LOAD-ANIMALS
    PERFORM FIND-LAST-RECEIPT
    OPEN EXTEND donation-history
    OPEN OUTPUT donation-receipts donation-exceptions
    PERFORM POST-DONATIONS
    CLOSE donation-history donation-receipts donation-exceptions
    OPEN OUTPUT donor-master
    PERFORM WRITE-DONORS
    CLOSE donor-master
    OPEN OUTPUT donation-transactions
    CLOSE donation-transactions
    DISPLAY "Donation posting: " WS-GIFTS-POSTED " gifts, "
        WS-AMOUNT-POSTED " value, " WS-EXCEPTION-COUNT " exceptions"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-DONORS.
    OPEN INPUT donor-master
    IF WS-DONOR-STATUS NOT = '00'
        DISPLAY "No donor master on file"
        EXIT PARAGRAPH
    END-IF
    READ donor-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-DONOR-COUNT < 2000
            ADD 1 TO WS-DONOR-COUNT
            SET DONOR-IDX TO WS-DONOR-COUNT
            MOVE DN-DONOR-ID TO DR-DONOR-ID(DONOR-IDX)
            MOVE DN-DONOR-NAME TO DR-DONOR-NAME(DONOR-IDX)
            MOVE DN-ADDRESS TO DR-ADDRESS(DONOR-IDX)
            MOVE DN-FIRST-GIFT-DATE TO DR-FIRST-GIFT-DATE(DONOR-IDX)
            MOVE DN-LAST-GIFT-DATE TO DR-LAST-GIFT-DATE(DONOR-IDX)
            MOVE DN-GIFT-COUNT TO DR-GIFT-COUNT(DONOR-IDX)
            MOVE DN-LIFETIME-TOTAL TO DR-LIFETIME-TOTAL(DONOR-IDX)
            MOVE DN-GIVING-YEAR TO DR-GIVING-YEAR(DONOR-IDX)
            MOVE DN-YEAR-TOTAL TO DR-YEAR-TOTAL(DONOR-IDX)
        ELSE
            DISPLAY "Donor table full - discarding " DN-DONOR-ID
        END-IF
        READ donor-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE donor-master
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-RESTRICTED-FUNDS.
    OPEN INPUT restricted-funds
    IF WS-FUND-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ restricted-funds AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-FUND-COUNT < 500
            ADD 1 TO WS-FUND-COUNT
            SET FUND-IDX TO WS-FUND-COUNT
            MOVE RF-FUND-ID TO FT-FUND-ID(FUND-IDX)
            MOVE RF-FUND-NAME TO FT-FUND-NAME(FUND-IDX)
        ELSE
            DISPLAY "Fund table full - discarding " RF-FUND-ID
        END-IF
        READ restricted-funds AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE restricted-funds
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ANIMALS.
    OPEN INPUT animal-details
    IF WS-ANIMAL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ animal-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ANIMAL-COUNT < 1000
            ADD 1 TO WS-ANIMAL-COUNT
            SET ANIMAL-IDX TO WS-ANIMAL-COUNT
            MOVE ANIMAL-ID TO AN-ANIMAL-ID(ANIMAL-IDX)
            MOVE SPECIES TO AN-SPECIES(ANIMAL-IDX)
        ELSE
            DISPLAY "Animal table full - discarding " ANIMAL-ID
        END-IF
        READ animal-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE animal-details
    MOVE 'N' TO WS-END-OF-FILE.

*> Receipts are numbered on from the highest number already issued.
FIND-LAST-RECEIPT.
    OPEN INPUT donation-history
    IF WS-HISTORY-STATUS NOT = '00'
        CLOSE donation-history
        EXIT PARAGRAPH
    END-IF
    READ donation-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF DH-RECEIPT-NUMBER > WS-LAST-RECEIPT-NUMBER
            MOVE DH-RECEIPT-NUMBER TO WS-LAST-RECEIPT-NUMBER
        END-IF
        READ donation-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE donation-history
    MOVE 'N' TO WS-END-OF-FILE.

POST-DONATIONS.
    OPEN INPUT donation-transactions
    IF WS-TRANSACTION-STATUS NOT = '00'
        CLOSE donation-transactions
        EXIT PARAGRAPH
    END-IF
    READ donation-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM POST-ONE-DONATION
        READ donation-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE donation-transactions
    MOVE 'N' TO WS-END-OF-FILE.

POST-ONE-DONATION.
    MOVE DT-DONOR-ID TO DE-DONOR-ID
    MOVE DT-DONATION-DATE TO DE-DONATION-DATE
    MOVE DT-AMOUNT TO DE-AMOUNT
    PERFORM FIND-DONOR
    IF NOT DONOR-FOUND
        MOVE 'Donor not on donor master' TO DE-REASON
        PERFORM WRITE-DONATION-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF DT-GIFT-TYPE NOT = 'C' AND DT-GIFT-TYPE NOT = 'K'
            AND DT-GIFT-TYPE NOT = 'G'
        MOVE 'Gift type must be C, K or G' TO DE-REASON
        PERFORM WRITE-DONATION-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF DT-AMOUNT NOT NUMERIC OR DT-AMOUNT = ZERO
        MOVE 'Gift has no amount or value' TO DE-REASON
        PERFORM WRITE-DONATION-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF DT-GIFT-TYPE = 'K' AND DT-DESCRIPTION = SPACES
        MOVE 'In-kind gift has no description' TO DE-REASON
        PERFORM WRITE-DONATION-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF DT-DONATION-DATE NOT NUMERIC OR DT-DONATION-DATE = ZERO
            OR DT-DONATION-DATE > WS-CURRENT-DATE
        MOVE 'Gift date missing or in the future' TO DE-REASON
        PERFORM WRITE-DONATION-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-RESTRICTION
    IF NOT RESTRICTION-FOUND
        MOVE 'Restriction is not a fund or animal ID' TO DE-REASON
        PERFORM WRITE-DONATION-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE DT-DONATION-DATE TO WS-GIFT-DATE
    IF DR-FIRST-GIFT-DATE(DONOR-IDX) = ZERO
            OR DT-DONATION-DATE < DR-FIRST-GIFT-DATE(DONOR-IDX)
        MOVE DT-DONATION-DATE TO DR-FIRST-GIFT-DATE(DONOR-IDX)
    END-IF
    IF DT-DONATION-DATE > DR-LAST-GIFT-DATE(DONOR-IDX)
        MOVE DT-DONATION-DATE TO DR-LAST-GIFT-DATE(DONOR-IDX)
    END-IF
    ADD 1 TO DR-GIFT-COUNT(DONOR-IDX)
    ADD DT-AMOUNT TO DR-LIFETIME-TOTAL(DONOR-IDX)
    IF WS-GIFT-YEAR > DR-GIVING-YEAR(DONOR-IDX)
        MOVE WS-GIFT-YEAR TO DR-GIVING-YEAR(DONOR-IDX)
        MOVE ZERO TO DR-YEAR-TOTAL(DONOR-IDX)
    END-IF
    IF WS-GIFT-YEAR = DR-GIVING-YEAR(DONOR-IDX)
        ADD DT-AMOUNT TO DR-YEAR-TOTAL(DONOR-IDX)
    END-IF
    ADD 1 TO WS-LAST-RECEIPT-NUMBER
    MOVE WS-LAST-RECEIPT-NUMBER TO DH-RECEIPT-NUMBER
    MOVE DT-DONOR-ID TO DH-DONOR-ID
    MOVE DT-DONATION-DATE TO DH-DONATION-DATE
    MOVE DT-GIFT-TYPE TO DH-GIFT-TYPE
    MOVE DT-AMOUNT TO DH-AMOUNT
    MOVE DT-DESCRIPTION TO DH-DESCRIPTION
    MOVE DT-RESTRICTION TO DH-RESTRICTION
    MOVE WS-CURRENT-DATE TO DH-POSTED-DATE
    WRITE DONATION-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-GIFTS-POSTED
    ADD DT-AMOUNT TO WS-AMOUNT-POSTED
    PERFORM WRITE-RECEIPT.

FIND-DONOR.
    MOVE 'N' TO WS-DONOR-FOUND
    PERFORM VARYING DONOR-IDX FROM 1 BY 1
            UNTIL DONOR-IDX > WS-DONOR-COUNT
        IF DR-DONOR-ID(DONOR-IDX) = DT-DONOR-ID
            MOVE 'Y' TO WS-DONOR-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A fund ID is looked for first, then an animal ID.
FIND-RESTRICTION.
    MOVE SPACES TO WS-RESTRICTION-NAME
    IF DT-RESTRICTION = SPACES
        MOVE 'Y' TO WS-RESTRICTION-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-RESTRICTION-FOUND
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        IF FT-FUND-ID(FUND-IDX) = DT-RESTRICTION
            MOVE FT-FUND-NAME(FUND-IDX) TO WS-RESTRICTION-NAME
            MOVE 'Y' TO WS-RESTRICTION-FOUND
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING ANIMAL-IDX FROM 1 BY 1
            UNTIL ANIMAL-IDX > WS-ANIMAL-COUNT
        IF AN-ANIMAL-ID(ANIMAL-IDX) = DT-RESTRICTION
            STRING 'CARE OF ' DELIMITED BY SIZE
                AN-SPECIES(ANIMAL-IDX) DELIMITED BY '  '
                INTO WS-RESTRICTION-NAME
            END-STRING
            MOVE 'Y' TO WS-RESTRICTION-FOUND
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

WRITE-RECEIPT.
    MOVE WS-LAST-RECEIPT-NUMBER TO RH-RECEIPT-NUMBER
    MOVE WS-CURRENT-DATE TO RH-ISSUE-DATE
    MOVE WS-RECEIPT-HEADER TO RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE DR-DONOR-ID(DONOR-IDX) TO RD-DONOR-ID
    MOVE DR-DONOR-NAME(DONOR-IDX) TO RD-DONOR-NAME
    MOVE WS-RECEIPT-DONOR TO RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    IF DR-ADDRESS(DONOR-IDX) NOT = SPACES
        MOVE DR-ADDRESS(DONOR-IDX) TO RA-ADDRESS
        MOVE WS-RECEIPT-ADDRESS TO RECEIPT-LINE
        PERFORM WRITE-RECEIPT-LINE
    END-IF
    MOVE DT-DONATION-DATE TO RG-DONATION-DATE
    EVALUATE DT-GIFT-TYPE
        WHEN 'C'
            MOVE 'CASH' TO RG-GIFT-TYPE
        WHEN 'K'
            MOVE 'IN-KIND' TO RG-GIFT-TYPE
        WHEN 'G'
            MOVE 'GRANT PAYMENT' TO RG-GIFT-TYPE
    END-EVALUATE
    MOVE DT-AMOUNT TO RG-AMOUNT
    MOVE WS-RECEIPT-GIFT TO RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    IF DT-GIFT-TYPE = 'K'
        MOVE DT-DESCRIPTION TO RK-DESCRIPTION
        MOVE WS-RECEIPT-IN-KIND TO RECEIPT-LINE
        PERFORM WRITE-RECEIPT-LINE
    END-IF
    IF DT-RESTRICTION = SPACES
        MOVE WS-RECEIPT-UNRESTRICTED TO RECEIPT-LINE
    ELSE
        MOVE DT-RESTRICTION TO RR-RESTRICTION
        MOVE WS-RESTRICTION-NAME TO RR-RESTRICTION-NAME
        MOVE WS-RECEIPT-RESTRICTION TO RECEIPT-LINE
    END-IF
    PERFORM WRITE-RECEIPT-LINE
    MOVE WS-RECEIPT-STATEMENT TO RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE DR-LIFETIME-TOTAL(DONOR-IDX) TO RT-LIFETIME-TOTAL
    MOVE WS-RECEIPT-THANKS TO RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE WS-RECEIPT-SEPARATOR TO RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE.

WRITE-RECEIPT-LINE.
    WRITE RECEIPT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-DONATION-EXCEPTION.
    WRITE DONATION-EXCEPTION-RECORD
    ADD 1 TO WS-EXCEPTION-COUNT
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-DONORS.
    PERFORM VARYING DONOR-IDX FROM 1 BY 1
            UNTIL DONOR-IDX > WS-DONOR-COUNT
        MOVE DR-DONOR-ID(DONOR-IDX) TO DN-DONOR-ID
        MOVE DR-DONOR-NAME(DONOR-IDX) TO DN-DONOR-NAME
        MOVE DR-ADDRESS(DONOR-IDX) TO DN-ADDRESS
        MOVE DR-FIRST-GIFT-DATE(DONOR-IDX) TO DN-FIRST-GIFT-DATE
        MOVE DR-LAST-GIFT-DATE(DONOR-IDX) TO DN-LAST-GIFT-DATE
        MOVE DR-GIFT-COUNT(DONOR-IDX) TO DN-GIFT-COUNT
        MOVE DR-LIFETIME-TOTAL(DONOR-IDX) TO DN-LIFETIME-TOTAL
        MOVE DR-GIVING-YEAR(DONOR-IDX) TO DN-GIVING-YEAR
        MOVE DR-YEAR-TOTAL(DONOR-IDX) TO DN-YEAR-TOTAL
        WRITE DONOR-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'DonationPosting' TO OPS-PROGRAM-ID
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

END PROGRAM DonationPosting.
