IDENTIFICATION DIVISION.
PROGRAM-ID. PayoffQuoteGeneration.
AUTHOR. Your Name.
*> Prices payoff-quote requests from borrowers and title companies
*> against loan-details.dat. The balance on the master already carries
*> interest accrued through the last cycle; interest is projected from
*> LAST-PAYMENT-DATE (or the quote date when no payment is on file) to
*> the requested good-through date at the per-diem rate. The per-diem
*> follows the cycle accrual rule - REMAINING-BALANCE * INTEREST-RATE
*> per year, spread over 365 days - so a loan that the cycle run cannot
*> accrue (ACCRUAL-FREQUENCY zero) is not quoted. Late fees are posted
*> to REMAINING-BALANCE as well as FEES-DUE, so the letter shows the
*> balance net of fees with FEES-DUE itemised beside it. Payoff =
*> balance + projected interest - ESCROW-BALANCE - SUSPENSE-BALANCE.
*> Each priced request gets a letter on payoff-quote-letters.dat and
*> every request, priced or rejected, is appended to
*> payoff-quote-log.dat, which LoanManagementSystem reads to flag
*> payoffs received short of the outstanding quote.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loan-details-file ASSIGN TO 'loan-details.dat'.
    SELECT payoff-quote-requests ASSIGN TO 'payoff-quote-requests.dat'
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT payoff-quote-letters ASSIGN TO 'payoff-quote-letters.dat'.
    SELECT OPTIONAL payoff-quote-log ASSIGN TO 'payoff-quote-log.dat'.

DATA DIVISION.
FILE SECTION.
FD loan-details-file.
01 LOAN-DETAILS-RECORD.
    05 CUSTOMER-ID        PIC 9(6).
    05 LOAN-ID            PIC 9(6).
    05 LOAN-AMOUNT        PIC 9(7)V99.
    05 REMAINING-BALANCE  PIC 9(7)V99.
    05 INTEREST-RATE      PIC 9V9(4).
    05 ACCRUAL-FREQUENCY  PIC 9(2).
    05 DUE-DATE            PIC 9(8).
    05 LAST-PAYMENT-DATE   PIC 9(8).
    05 ESCROW-BALANCE     PIC 9(7)V99.
    05 ESCROW-PORTION     PIC 9(5)V99.
    05 SUSPENSE-BALANCE   PIC 9(7)V99.
    05 FEES-DUE           PIC 9(5)V99.

FD payoff-quote-requests.
01 PAYOFF-QUOTE-REQUEST.
    05 PQ-CUSTOMER-ID     PIC 9(6).
    05 PQ-LOAN-ID         PIC 9(6).
    05 PQ-GOOD-THROUGH    PIC 9(8).
    05 PQ-REQUESTER       PIC X(30).

FD payoff-quote-letters.
01 QUOTE-LETTER-LINE      PIC X(80).

FD payoff-quote-log.
01 PAYOFF-QUOTE-LOG-RECORD.
    05 QL-QUOTE-DATE      PIC 9(8).
    05 QL-CUSTOMER-ID     PIC 9(6).
    05 QL-LOAN-ID         PIC 9(6).
    05 QL-GOOD-THROUGH    PIC 9(8).
    05 QL-REQUESTER       PIC X(30).
    05 QL-BALANCE         PIC 9(7)V99.
    05 QL-INTEREST        PIC 9(7)V99.
    05 QL-FEES-DUE        PIC 9(5)V99.
    05 QL-ESCROW-CREDIT   PIC 9(7)V99.
    05 QL-SUSPENSE-CREDIT PIC 9(7)V99.
    05 QL-PAYOFF-AMOUNT   PIC 9(7)V99.
    05 QL-PER-DIEM        PIC 9(5)V99.
    05 QL-STATUS          PIC X.
        88 QL-QUOTED      VALUE 'Q'.
        88 QL-REJECTED    VALUE 'R'.
    05 QL-REASON          PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE       PIC X VALUE 'N'.
    88 EOF              VALUE 'Y'.
    88 NOT-EOF          VALUE 'N'.
01 WS-REQUEST-STATUS    PIC XX.
01 WS-CURRENT-DATE      PIC 9(8).
01 WS-DEFAULT-GOOD-THROUGH-DAYS PIC 9(3) VALUE 10.

01 WS-REQUEST-COUNT     PIC 9(4) VALUE 0.
01 REQUEST-TABLE.
    05 REQUEST-ENTRY OCCURS 500 TIMES INDEXED BY REQ-IDX.
        10 RQ-CUSTOMER-ID     PIC 9(6).
        10 RQ-LOAN-ID         PIC 9(6).
        10 RQ-GOOD-THROUGH    PIC 9(8).
        10 RQ-REQUESTER       PIC X(30).
        10 RQ-PRICED          PIC X.

01 WS-INTEREST-FROM     PIC 9(8).
01 WS-INTEREST-DAYS     PIC 9(5).
01 WS-PER-DIEM          PIC 9(5)V99.
01 WS-PROJECTED-INTEREST PIC 9(7)V99.
01 WS-PAYOFF-AMOUNT     PIC S9(8)V99.
01 WS-QUOTE-COUNT       PIC 9(4) VALUE 0.
01 WS-REJECT-COUNT      PIC 9(4) VALUE 0.

01 WS-LETTER-HEADER.
    05 FILLER             PIC X(46) VALUE 'PAYOFF QUOTE'.
    05 FILLER             PIC X(12) VALUE 'QUOTE DATE: '.
    05 LH-QUOTE-DATE      PIC 9(8).
01 WS-LETTER-REQUESTER.
    05 FILLER             PIC X(14) VALUE 'PREPARED FOR: '.
    05 LR-REQUESTER       PIC X(30).
01 WS-LETTER-LOAN.
    05 FILLER             PIC X(10) VALUE 'CUSTOMER: '.
    05 LL-CUSTOMER-ID     PIC 9(6).
    05 FILLER             PIC X(9) VALUE '   LOAN: '.
    05 LL-LOAN-ID         PIC 9(6).
01 WS-LETTER-DATES.
    05 FILLER             PIC X(14) VALUE 'GOOD THROUGH: '.
    05 LD-GOOD-THROUGH    PIC 9(8).
    05 FILLER             PIC X(27) VALUE '   INTEREST CALCULATED FROM'.
    05 FILLER             PIC X(1) VALUE SPACE.
    05 LD-INTEREST-FROM   PIC 9(8).
01 WS-LETTER-AMOUNT.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 LA-LABEL           PIC X(44).
    05 LA-AMOUNT          PIC Z,ZZZ,ZZ9.99.
01 WS-LETTER-INTEREST-LABEL.
    05 FILLER             PIC X(25) VALUE 'INTEREST TO GOOD-THROUGH '.
    05 LI-DAYS            PIC ZZZZ9.
    05 FILLER             PIC X(5) VALUE ' DAYS'.
01 WS-LETTER-PER-DIEM.
    05 FILLER             PIC X(41)
        VALUE 'ADD PER-DIEM INTEREST FOR EACH DAY AFTER '.
    05 LP-GOOD-THROUGH    PIC 9(8).
    05 FILLER             PIC X(2) VALUE ': '.
    05 LP-PER-DIEM        PIC ZZ,ZZ9.99.
01 WS-LETTER-CREDIT-NOTE  PIC X(80)
    VALUE '  CREDITS EXCEED AMOUNT OWED - NO PAYOFF DUE, REFUND TO FOLLOW'.
01 WS-LETTER-SEPARATOR    PIC X(80) VALUE ALL '-'.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

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
    PERFORM LOAD-QUOTE-REQUESTS
    OPEN INPUT loan-details-file
        OUTPUT payoff-quote-letters
    OPEN EXTEND payoff-quote-log
    READ loan-details-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM PRICE-REQUESTS-FOR-LOAN
        READ loan-details-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    PERFORM REJECT-UNMATCHED-REQUESTS
    CLOSE loan-details-file payoff-quote-letters payoff-quote-log
    DISPLAY "Payoff quotes issued: " WS-QUOTE-COUNT
    DISPLAY "Payoff quote requests rejected: " WS-REJECT-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-QUOTE-REQUESTS.
    OPEN INPUT payoff-quote-requests
    IF WS-REQUEST-STATUS = '00'
        READ payoff-quote-requests AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-REQUEST-COUNT < 500
                ADD 1 TO WS-REQUEST-COUNT
                MOVE PQ-CUSTOMER-ID TO RQ-CUSTOMER-ID(WS-REQUEST-COUNT)
                MOVE PQ-LOAN-ID TO RQ-LOAN-ID(WS-REQUEST-COUNT)
                MOVE PQ-GOOD-THROUGH TO RQ-GOOD-THROUGH(WS-REQUEST-COUNT)
                MOVE PQ-REQUESTER TO RQ-REQUESTER(WS-REQUEST-COUNT)
                MOVE 'N' TO RQ-PRICED(WS-REQUEST-COUNT)
                IF PQ-GOOD-THROUGH IS NOT NUMERIC
                        OR PQ-GOOD-THROUGH = 0
                    PERFORM DEFAULT-GOOD-THROUGH
                END-IF
            ELSE
                DISPLAY "Quote request table full - discarding "
                    PQ-LOAN-ID
            END-IF
            READ payoff-quote-requests AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE payoff-quote-requests
        MOVE 'N' TO WS-END-OF-FILE
    ELSE
        DISPLAY "No payoff quote requests to price"
    END-IF.

DEFAULT-GOOD-THROUGH.
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE WS-DEFAULT-GOOD-THROUGH-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO RQ-GOOD-THROUGH(WS-REQUEST-COUNT).

PRICE-REQUESTS-FOR-LOAN.
    PERFORM VARYING REQ-IDX FROM 1 BY 1
            UNTIL REQ-IDX > WS-REQUEST-COUNT
        IF RQ-CUSTOMER-ID(REQ-IDX) = CUSTOMER-ID
                AND RQ-LOAN-ID(REQ-IDX) = LOAN-ID
            MOVE 'Y' TO RQ-PRICED(REQ-IDX)
            PERFORM PRICE-ONE-REQUEST
        END-IF
    END-PERFORM.

PRICE-ONE-REQUEST.
    PERFORM CLEAR-LOG-AMOUNTS
    EVALUATE TRUE
        WHEN RQ-GOOD-THROUGH(REQ-IDX) < WS-CURRENT-DATE
            MOVE 'Good-through date is before quote date' TO QL-REASON
            PERFORM WRITE-REJECTED-QUOTE
        WHEN ACCRUAL-FREQUENCY = 0
            MOVE 'Invalid accrual frequency - not quoted' TO QL-REASON
            PERFORM WRITE-REJECTED-QUOTE
        WHEN REMAINING-BALANCE = 0
            MOVE 'Loan has no remaining balance' TO QL-REASON
            PERFORM WRITE-REJECTED-QUOTE
        WHEN OTHER
            PERFORM CALCULATE-PAYOFF
            PERFORM WRITE-QUOTE-LETTER
            PERFORM WRITE-QUOTE-LOG
            ADD 1 TO WS-QUOTE-COUNT
    END-EVALUATE.

CALCULATE-PAYOFF.
    IF LAST-PAYMENT-DATE > 0
        MOVE LAST-PAYMENT-DATE TO WS-INTEREST-FROM
    ELSE
        MOVE WS-CURRENT-DATE TO WS-INTEREST-FROM
    END-IF
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE WS-INTEREST-FROM TO DS-DATE-FROM
    MOVE RQ-GOOD-THROUGH(REQ-IDX) TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    IF DS-DAYS > 0
        MOVE DS-DAYS TO WS-INTEREST-DAYS
    ELSE
        MOVE ZERO TO WS-INTEREST-DAYS
    END-IF
    COMPUTE WS-PER-DIEM ROUNDED =
        REMAINING-BALANCE * INTEREST-RATE / 365
    COMPUTE WS-PROJECTED-INTEREST ROUNDED =
        REMAINING-BALANCE * INTEREST-RATE * WS-INTEREST-DAYS / 365
    COMPUTE WS-PAYOFF-AMOUNT = REMAINING-BALANCE
        + WS-PROJECTED-INTEREST
        - ESCROW-BALANCE - SUSPENSE-BALANCE
    IF FEES-DUE < REMAINING-BALANCE
        COMPUTE QL-BALANCE = REMAINING-BALANCE - FEES-DUE
        MOVE FEES-DUE TO QL-FEES-DUE
    ELSE
        MOVE ZERO TO QL-BALANCE
        MOVE REMAINING-BALANCE TO QL-FEES-DUE
    END-IF
    MOVE WS-PROJECTED-INTEREST TO QL-INTEREST
    MOVE ESCROW-BALANCE TO QL-ESCROW-CREDIT
    MOVE SUSPENSE-BALANCE TO QL-SUSPENSE-CREDIT
    MOVE WS-PER-DIEM TO QL-PER-DIEM
    IF WS-PAYOFF-AMOUNT > 0
        MOVE WS-PAYOFF-AMOUNT TO QL-PAYOFF-AMOUNT
    ELSE
        MOVE ZERO TO QL-PAYOFF-AMOUNT
    END-IF.

WRITE-QUOTE-LETTER.
    MOVE WS-CURRENT-DATE TO LH-QUOTE-DATE
    MOVE WS-LETTER-HEADER TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE RQ-REQUESTER(REQ-IDX) TO LR-REQUESTER
    MOVE WS-LETTER-REQUESTER TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE CUSTOMER-ID TO LL-CUSTOMER-ID
    MOVE LOAN-ID TO LL-LOAN-ID
    MOVE WS-LETTER-LOAN TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE RQ-GOOD-THROUGH(REQ-IDX) TO LD-GOOD-THROUGH
    MOVE WS-INTEREST-FROM TO LD-INTEREST-FROM
    MOVE WS-LETTER-DATES TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE 'LOAN BALANCE EXCLUDING FEES' TO LA-LABEL
    MOVE QL-BALANCE TO LA-AMOUNT
    PERFORM WRITE-AMOUNT-LINE
    MOVE WS-INTEREST-DAYS TO LI-DAYS
    MOVE WS-LETTER-INTEREST-LABEL TO LA-LABEL
    MOVE QL-INTEREST TO LA-AMOUNT
    PERFORM WRITE-AMOUNT-LINE
    MOVE 'FEES DUE' TO LA-LABEL
    MOVE QL-FEES-DUE TO LA-AMOUNT
    PERFORM WRITE-AMOUNT-LINE
    MOVE 'LESS ESCROW BALANCE' TO LA-LABEL
    MOVE QL-ESCROW-CREDIT TO LA-AMOUNT
    PERFORM WRITE-AMOUNT-LINE
    MOVE 'LESS UNAPPLIED FUNDS IN SUSPENSE' TO LA-LABEL
    MOVE QL-SUSPENSE-CREDIT TO LA-AMOUNT
    PERFORM WRITE-AMOUNT-LINE
    MOVE 'TOTAL AMOUNT TO PAY OFF' TO LA-LABEL
    MOVE QL-PAYOFF-AMOUNT TO LA-AMOUNT
    PERFORM WRITE-AMOUNT-LINE
    IF WS-PAYOFF-AMOUNT < 0
        MOVE WS-LETTER-CREDIT-NOTE TO QUOTE-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF
    MOVE RQ-GOOD-THROUGH(REQ-IDX) TO LP-GOOD-THROUGH
    MOVE QL-PER-DIEM TO LP-PER-DIEM
    MOVE WS-LETTER-PER-DIEM TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE WS-LETTER-SEPARATOR TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE.

WRITE-AMOUNT-LINE.
    MOVE WS-LETTER-AMOUNT TO QUOTE-LETTER-LINE
    PERFORM WRITE-LETTER-LINE.

WRITE-LETTER-LINE.
    WRITE QUOTE-LETTER-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

CLEAR-LOG-AMOUNTS.
    MOVE ZERO TO QL-BALANCE
    MOVE ZERO TO QL-INTEREST
    MOVE ZERO TO QL-FEES-DUE
    MOVE ZERO TO QL-ESCROW-CREDIT
    MOVE ZERO TO QL-SUSPENSE-CREDIT
    MOVE ZERO TO QL-PAYOFF-AMOUNT
    MOVE ZERO TO QL-PER-DIEM
    MOVE SPACES TO QL-REASON.

WRITE-QUOTE-LOG.
    SET QL-QUOTED TO TRUE
    PERFORM WRITE-LOG-RECORD.

WRITE-REJECTED-QUOTE.
    SET QL-REJECTED TO TRUE
    ADD 1 TO WS-REJECT-COUNT
    DISPLAY "Payoff quote rejected for loan " RQ-LOAN-ID(REQ-IDX)
        ": " QL-REASON
    PERFORM WRITE-LOG-RECORD.

WRITE-LOG-RECORD.
    MOVE WS-CURRENT-DATE TO QL-QUOTE-DATE
    MOVE RQ-CUSTOMER-ID(REQ-IDX) TO QL-CUSTOMER-ID
    MOVE RQ-LOAN-ID(REQ-IDX) TO QL-LOAN-ID
    MOVE RQ-GOOD-THROUGH(REQ-IDX) TO QL-GOOD-THROUGH
    MOVE RQ-REQUESTER(REQ-IDX) TO QL-REQUESTER
    WRITE PAYOFF-QUOTE-LOG-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REJECT-UNMATCHED-REQUESTS.
    PERFORM VARYING REQ-IDX FROM 1 BY 1
            UNTIL REQ-IDX > WS-REQUEST-COUNT
        IF RQ-PRICED(REQ-IDX) = 'N'
            PERFORM CLEAR-LOG-AMOUNTS
            MOVE 'Loan not found on loan master' TO QL-REASON
            PERFORM WRITE-REJECTED-QUOTE
        END-IF
    END-PERFORM.

LOG-RUN-START.
    MOVE 'PayoffQuoteGeneration' TO OPS-PROGRAM-ID
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

END PROGRAM PayoffQuoteGeneration.
