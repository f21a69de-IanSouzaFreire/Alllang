      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. ArPayPost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArLedgerFile ASSIGN TO "ARLEDGER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS alKey
        FILE STATUS IS WS-ArLedgerStatus.

    SELECT ArTransFile ASSIGN TO "ARTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArTransStatus.

    SELECT ArRejectFile ASSIGN TO "ARREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArRejectStatus.

    SELECT ArActivityFile ASSIGN TO "ARACTV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArActivityStatus.

DATA DIVISION.
FILE SECTION.
FD  ArLedgerFile.
01  ArLedgerRecord.
    05  alKey.
        10  alOperatorId    PIC X(6).
        10  alRunId         PIC X(8).
    05  alInvoiceDate       PIC 9(8).
    05  alDueDate           PIC 9(8).
    05  alInvoiceAmount     PIC S9(12)V99.
    05  alPaidAmount        PIC S9(12)V99.
    05  alCreditAmount      PIC S9(12)V99.
    05  alOpenAmount        PIC S9(12)V99.
    05  alStatus            PIC X(1).
    05  alLastActivity      PIC 9(8).

FD  ArTransFile.
01  ArTransRecord.
    05  atTranType      PIC X(1).
    05  atOperatorId    PIC X(6).
    05  atRunId         PIC X(8).
    05  atTranDate      PIC 9(8).
    05  atAmount        PIC S9(12)V99.
    05  atReference     PIC X(12).

FD  ArRejectFile.
01  ArRejectRecord.
    05  ajTranType      PIC X(1).
    05  ajOperatorId    PIC X(6).
    05  ajRunId         PIC X(8).
    05  ajTranDate      PIC 9(8).
    05  ajAmount        PIC S9(12)V99.
    05  ajReference     PIC X(12).
    05  ajReasonCode    PIC X(20).

FD  ArActivityFile.
01  ArActivityRecord.
    05  aaOperatorId      PIC X(6).
    05  aaRunId           PIC X(8).
    05  aaActivityDate    PIC 9(8).
    05  aaType            PIC X(1).
    05  aaAmount          PIC S9(12)V99.
    05  aaReference       PIC X(12).
    05  aaPostDate        PIC 9(8).

WORKING-STORAGE SECTION.
01  WS-ArLedgerStatus    PIC X(2).
01  WS-ArTransStatus     PIC X(2).
01  WS-ArRejectStatus    PIC X(2).
01  WS-ArActivityStatus  PIC X(2).
01  WS-TransReadCount    PIC 9(6) COMP VALUE ZERO.
01  WS-PaymentCount      PIC 9(6) COMP VALUE ZERO.
01  WS-CreditCount       PIC 9(6) COMP VALUE ZERO.
01  WS-ItemsApplied      PIC 9(6) COMP VALUE ZERO.
01  WS-ItemsSettled      PIC 9(6) COMP VALUE ZERO.
01  WS-RejectCount       PIC 9(6) COMP VALUE ZERO.
01  WS-PaymentTotal      PIC S9(12)V99 VALUE ZERO.
01  WS-CreditTotal       PIC S9(12)V99 VALUE ZERO.
01  WS-ReasonCode        PIC X(20).
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-TranDate          PIC 9(8) VALUE ZERO.
01  WS-Remaining         PIC S9(12)V99 VALUE ZERO.
01  WS-Applied           PIC S9(12)V99 VALUE ZERO.
01  WS-OpenBalance       PIC S9(12)V99 VALUE ZERO.
01  WS-EndOfOperator     PIC X(1) VALUE SPACE.
01  WS-DateValid         PIC X(1) VALUE SPACE.
01  WS-DateWork          PIC 9(8) VALUE ZERO.
01  WS-DateParts         REDEFINES WS-DateWork.
    05  WS-DateYear      PIC 9(4).
    05  WS-DateMonth     PIC 9(2).
    05  WS-DateDay       PIC 9(2).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    OPEN OUTPUT ArRejectFile
    IF WS-ArRejectStatus NOT = "00"
        MOVE "ARREJ" TO WS-AbendFileName
        MOVE WS-ArRejectStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O ArLedgerFile
    IF WS-ArLedgerStatus NOT = "00"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN EXTEND ArActivityFile
    IF WS-ArActivityStatus = "35"
        OPEN OUTPUT ArActivityFile
    END-IF
    IF WS-ArActivityStatus NOT = "00"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM APPLY-AR-TRANSACTIONS
    CLOSE ArActivityFile
    IF WS-ArActivityStatus NOT = "00"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE ArLedgerFile
    IF WS-ArLedgerStatus NOT = "00"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE ArRejectFile
    IF WS-ArRejectStatus NOT = "00"
        MOVE "ARREJ" TO WS-AbendFileName
        MOVE WS-ArRejectStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "ArPayPost: end of job - "
        WS-TransReadCount " transactions read"
    DISPLAY "  payments posted  " WS-PaymentCount " " WS-PaymentTotal
    DISPLAY "  credits posted   " WS-CreditCount " " WS-CreditTotal
    DISPLAY "  items applied to " WS-ItemsApplied
    DISPLAY "  items settled    " WS-ItemsSettled
    DISPLAY "  rejected         " WS-RejectCount
    IF WS-RejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "ArPayPost: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "ArPayPost: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "ArPayPost: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

WRITE-AR-REJECT.
    MOVE atTranType    TO ajTranType
    MOVE atOperatorId  TO ajOperatorId
    MOVE atRunId       TO ajRunId
    MOVE atTranDate    TO ajTranDate
    MOVE atAmount      TO ajAmount
    MOVE atReference   TO ajReference
    MOVE WS-ReasonCode TO ajReasonCode
    WRITE ArRejectRecord
    IF WS-ArRejectStatus NOT = "00"
        MOVE "ARREJ" TO WS-AbendFileName
        MOVE WS-ArRejectStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    ADD 1 TO WS-RejectCount.

CHECK-AR-LEDGER-IO.
    IF WS-ArLedgerStatus NOT = "00" AND
       WS-ArLedgerStatus NOT = "10" AND
       WS-ArLedgerStatus NOT = "22" AND
       WS-ArLedgerStatus NOT = "23"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

APPLY-AR-TRANSACTIONS.
    OPEN INPUT ArTransFile
    IF WS-ArTransStatus NOT = "00"
        MOVE "ARTRN" TO WS-AbendFileName
        MOVE WS-ArTransStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ ArTransFile
        AT END
            MOVE "10" TO WS-ArTransStatus
    END-READ
    PERFORM UNTIL WS-ArTransStatus NOT = "00"
        ADD 1 TO WS-TransReadCount
        PERFORM APPLY-ONE-TRANSACTION
        READ ArTransFile
            AT END
                MOVE "10" TO WS-ArTransStatus
        END-READ
    END-PERFORM
    CLOSE ArTransFile
    IF WS-ArTransStatus NOT = "00"
        MOVE "ARTRN" TO WS-AbendFileName
        MOVE WS-ArTransStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> P applies cash and C a credit note. A transaction naming a run is
*> applied to that invoice only; with the run left blank it is spread
*> over the operator's open items, oldest run first.
APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-ReasonCode
    IF atTranType NOT = "P" AND atTranType NOT = "C"
        MOVE "TRAN-TYPE-INVALID" TO WS-ReasonCode
    ELSE
        IF atOperatorId = SPACES
            MOVE "OPERATOR-ID-BLANK" TO WS-ReasonCode
        ELSE
            IF atTranDate NOT NUMERIC OR atAmount NOT NUMERIC
                MOVE "FIELD-NOT-NUMERIC" TO WS-ReasonCode
            ELSE
                IF atAmount NOT > ZERO
                    MOVE "AMOUNT-NOT-POSITIVE" TO WS-ReasonCode
                ELSE
                    PERFORM CHECK-TRANSACTION-DATE
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-ReasonCode = SPACES
        IF atRunId = SPACES
            PERFORM APPLY-TO-OPEN-ITEMS
        ELSE
            PERFORM APPLY-TO-ONE-INVOICE
        END-IF
    END-IF
    IF WS-ReasonCode = SPACES
        IF atTranType = "P"
            ADD 1 TO WS-PaymentCount
            ADD atAmount TO WS-PaymentTotal
        ELSE
            ADD 1 TO WS-CreditCount
            ADD atAmount TO WS-CreditTotal
        END-IF
    ELSE
        PERFORM WRITE-AR-REJECT
    END-IF.

*> A transaction date of zero means the money was received today.
CHECK-TRANSACTION-DATE.
    IF atTranDate = ZERO
        MOVE WS-Today TO WS-TranDate
    ELSE
        MOVE atTranDate TO WS-TranDate
    END-IF
    MOVE WS-TranDate TO WS-DateWork
    PERFORM CHECK-DATE-VALID
    IF WS-DateValid NOT = "Y"
        MOVE "TRAN-DATE-INVALID" TO WS-ReasonCode
    ELSE
        IF WS-TranDate > WS-Today
            MOVE "TRAN-DATE-FUTURE" TO WS-ReasonCode
        END-IF
    END-IF.

APPLY-TO-ONE-INVOICE.
    MOVE atOperatorId TO alOperatorId
    MOVE atRunId      TO alRunId
    READ ArLedgerFile
        INVALID KEY
            MOVE "INVOICE-NOT-FOUND" TO WS-ReasonCode
    END-READ
    PERFORM CHECK-AR-LEDGER-IO
    IF WS-ReasonCode = SPACES
        IF alStatus NOT = "O"
            MOVE "INVOICE-SETTLED" TO WS-ReasonCode
        ELSE
            IF atAmount > alOpenAmount
                MOVE "AMOUNT-EXCEEDS-OPEN" TO WS-ReasonCode
            ELSE
                MOVE atAmount TO WS-Remaining
                PERFORM APPLY-TO-LEDGER-ITEM
            END-IF
        END-IF
    END-IF.

*> The operator's open balance is totalled first so that an
*> overpayment is rejected whole rather than part-applied.
APPLY-TO-OPEN-ITEMS.
    MOVE ZERO TO WS-OpenBalance
    PERFORM START-OPERATOR-ITEMS
    PERFORM UNTIL WS-EndOfOperator = "Y"
        IF alStatus = "O"
            ADD alOpenAmount TO WS-OpenBalance
        END-IF
        PERFORM READ-NEXT-OPERATOR-ITEM
    END-PERFORM
    IF WS-OpenBalance = ZERO
        MOVE "NO-OPEN-ITEMS" TO WS-ReasonCode
    ELSE
        IF atAmount > WS-OpenBalance
            MOVE "EXCEEDS-OPEN-BALANCE" TO WS-ReasonCode
        END-IF
    END-IF
    IF WS-ReasonCode = SPACES
        MOVE atAmount TO WS-Remaining
        PERFORM START-OPERATOR-ITEMS
        PERFORM UNTIL WS-EndOfOperator = "Y" OR WS-Remaining = ZERO
            IF alStatus = "O"
                PERFORM APPLY-TO-LEDGER-ITEM
            END-IF
            IF WS-Remaining > ZERO
                PERFORM READ-NEXT-OPERATOR-ITEM
            END-IF
        END-PERFORM
    END-IF.

START-OPERATOR-ITEMS.
    MOVE SPACE TO WS-EndOfOperator
    MOVE atOperatorId TO alOperatorId
    MOVE LOW-VALUES   TO alRunId
    START ArLedgerFile KEY IS NOT LESS THAN alKey
        INVALID KEY
            MOVE "Y" TO WS-EndOfOperator
    END-START
    PERFORM CHECK-AR-LEDGER-IO
    IF WS-EndOfOperator NOT = "Y"
        PERFORM READ-NEXT-OPERATOR-ITEM
    END-IF.

READ-NEXT-OPERATOR-ITEM.
    READ ArLedgerFile NEXT
        AT END
            MOVE "Y" TO WS-EndOfOperator
    END-READ
    PERFORM CHECK-AR-LEDGER-IO
    IF WS-EndOfOperator NOT = "Y" AND alOperatorId NOT = atOperatorId
        MOVE "Y" TO WS-EndOfOperator
    END-IF.

*> Applies as much of the remaining amount as the item will take and
*> records it on ARACTV against that invoice.
APPLY-TO-LEDGER-ITEM.
    IF WS-Remaining > alOpenAmount
        MOVE alOpenAmount TO WS-Applied
    ELSE
        MOVE WS-Remaining TO WS-Applied
    END-IF
    IF atTranType = "P"
        ADD WS-Applied TO alPaidAmount
    ELSE
        ADD WS-Applied TO alCreditAmount
    END-IF
    SUBTRACT WS-Applied FROM alOpenAmount
    SUBTRACT WS-Applied FROM WS-Remaining
    IF alOpenAmount = ZERO
        MOVE "P" TO alStatus
        ADD 1 TO WS-ItemsSettled
    END-IF
    IF WS-TranDate > alLastActivity
        MOVE WS-TranDate TO alLastActivity
    END-IF
    REWRITE ArLedgerRecord
        INVALID KEY
            DISPLAY "ArPayPost: REWRITE failed for operator "
                alOperatorId " run " alRunId
            MOVE "ARLEDGER" TO WS-AbendFileName
            MOVE WS-ArLedgerStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
    END-REWRITE
    PERFORM CHECK-AR-LEDGER-IO
    ADD 1 TO WS-ItemsApplied
    MOVE alOperatorId TO aaOperatorId
    MOVE alRunId      TO aaRunId
    MOVE WS-TranDate  TO aaActivityDate
    MOVE atTranType   TO aaType
    MOVE WS-Applied   TO aaAmount
    MOVE atReference  TO aaReference
    MOVE WS-Today     TO aaPostDate
    WRITE ArActivityRecord
    IF WS-ArActivityStatus NOT = "00"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

CHECK-DATE-VALID.
    MOVE "Y" TO WS-DateValid
    IF WS-DateYear < 1900 OR
       WS-DateMonth < 1 OR WS-DateMonth > 12 OR
       WS-DateDay < 1 OR WS-DateDay > 31
        MOVE SPACE TO WS-DateValid
    END-IF.
