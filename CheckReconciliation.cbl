01 WS-OUTSTANDING-COUNT   PIC 9(4) VALUE 0.
01 WS-STALE-COUNT         PIC 9(4) VALUE 0.
01 WS-PAID-COUNT          PIC 9(4) VALUE 0.
01 WS-VOID-PRESENTED-COUNT PIC 9(4) VALUE 0.
01 WS-OUTSTANDING-TOTAL   PIC 9(9)v99 VALUE 0.

01 DATE-SERVICE-PARAMETERS.
            END-IF
        END-PERFORM
    END-IF
    IF CR-STATUS = 'V'
        PERFORM CHECK-VOIDED-PRESENTED
    END-IF
    IF CHECK-CASHED
        MOVE 'C' TO CR-STATUS
        ADD 1 TO WS-PAID-COUNT
    END-IF
    PERFORM WRITE-UPDATED-REGISTER-RECORD.

*> A voided or stopped check that still clears the bank is an
*> exception for follow-up, not a payment; the register keeps it voided.
CHECK-VOIDED-PRESENTED.
    PERFORM VARYING CASH-IDX FROM 1 BY 1
            UNTIL CASH-IDX > WS-CASHED-COUNT
        IF CT-CHECK-NUMBER(CASH-IDX) = CR-CHECK-NUMBER
                AND CT-MATCHED(CASH-IDX) = 'N'
            MOVE 'Y' TO CT-MATCHED(CASH-IDX)
            ADD 1 TO WS-VOID-PRESENTED-COUNT
            MOVE CR-CHECK-NUMBER TO RD-CHECK-NUMBER
            MOVE CT-CASHED-DATE(CASH-IDX) TO RD-CHECK-DATE
            MOVE CR-EMPLOYEE-NAME TO RD-EMPLOYEE-NAME
            MOVE CT-AMOUNT(CASH-IDX) TO RD-AMOUNT
            MOVE 'VOIDED CHECK PRESENTED' TO RD-DISPOSITION
            MOVE WS-RECON-DETAIL TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

CHECK-STALE-DATING.
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE CR-CHECK-DATE TO DS-DATE-FROM
    STRING 'CHECKS CASHED: ' WS-PAID-COUNT
        '  OUTSTANDING: ' WS-OUTSTANDING-COUNT
        '  STALE: ' WS-STALE-COUNT
        '  VOIDED PRESENTED: ' WS-VOID-PRESENTED-COUNT
        DELIMITED BY SIZE INTO RECON-REPORT-LINE
    WRITE RECON-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.
