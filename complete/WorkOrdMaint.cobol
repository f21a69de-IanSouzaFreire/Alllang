      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. WorkOrdMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WorkOrderFile ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS woKey
        FILE STATUS IS WS-WorkOrderStatus.

    SELECT WorkTransFile ASSIGN TO "WORKTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WorkTransStatus.

    SELECT WorkRejectFile ASSIGN TO "WORKREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WorkRejectStatus.

DATA DIVISION.
FILE SECTION.
FD  WorkOrderFile.
01  WorkOrderRecord.
    05  woKey.
        10  woVehicleId     PIC X(6).
        10  woRunId         PIC X(8).
    05  woOperatorId        PIC X(6).
    05  woOtherVehicleId    PIC X(6).
    05  woCollisionTick     PIC 9(4).
    05  woSeverityBand      PIC X(1).
    05  woStatus            PIC X(1).
    05  woOpenDate          PIC 9(8).
    05  woEstDays           PIC 9(3).
    05  woEstReturnDate     PIC 9(8).
    05  woCloseDate         PIC 9(8).
    05  woCloseRef          PIC X(12).

FD  WorkTransFile.
01  WorkTransRecord.
    05  wtActionCode    PIC X(1).
    05  wtVehicleId     PIC X(6).
    05  wtRunId         PIC X(8).
    05  wtCloseDate     PIC 9(8).
    05  wtEstDays       PIC 9(3).
    05  wtCloseRef      PIC X(12).

FD  WorkRejectFile.
01  WorkRejectRecord.
    05  wjActionCode    PIC X(1).
    05  wjVehicleId     PIC X(6).
    05  wjRunId         PIC X(8).
    05  wjCloseDate     PIC 9(8).
    05  wjEstDays       PIC 9(3).
    05  wjCloseRef      PIC X(12).
    05  wjReasonCode    PIC X(20).

WORKING-STORAGE SECTION.
01  WS-WorkOrderStatus   PIC X(2).
01  WS-WorkTransStatus   PIC X(2).
01  WS-WorkRejectStatus  PIC X(2).
01  WS-TransReadCount    PIC 9(6) COMP VALUE ZERO.
01  WS-CloseCount        PIC 9(6) COMP VALUE ZERO.
01  WS-EstimateCount     PIC 9(6) COMP VALUE ZERO.
01  WS-RejectCount       PIC 9(6) COMP VALUE ZERO.
01  WS-ReasonCode        PIC X(20).
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-CloseDate         PIC 9(8) VALUE ZERO.
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
    OPEN OUTPUT WorkRejectFile
    IF WS-WorkRejectStatus NOT = "00"
        MOVE "WORKREJ" TO WS-AbendFileName
        MOVE WS-WorkRejectStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O WorkOrderFile
    IF WS-WorkOrderStatus NOT = "00"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM APPLY-WORK-TRANSACTIONS
    CLOSE WorkOrderFile
    IF WS-WorkOrderStatus NOT = "00"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE WorkRejectFile
    IF WS-WorkRejectStatus NOT = "00"
        MOVE "WORKREJ" TO WS-AbendFileName
        MOVE WS-WorkRejectStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "WorkOrdMaint: end of job - "
        WS-TransReadCount " transactions read"
    DISPLAY "  closed       " WS-CloseCount
    DISPLAY "  re-estimated " WS-EstimateCount
    DISPLAY "  rejected     " WS-RejectCount
    IF WS-RejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "WorkOrdMaint: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "WorkOrdMaint: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "WorkOrdMaint: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

WRITE-WORK-REJECT.
    MOVE wtActionCode  TO wjActionCode
    MOVE wtVehicleId   TO wjVehicleId
    MOVE wtRunId       TO wjRunId
    MOVE wtCloseDate   TO wjCloseDate
    MOVE wtEstDays     TO wjEstDays
    MOVE wtCloseRef    TO wjCloseRef
    MOVE WS-ReasonCode TO wjReasonCode
    WRITE WorkRejectRecord
    IF WS-WorkRejectStatus NOT = "00"
        MOVE "WORKREJ" TO WS-AbendFileName
        MOVE WS-WorkRejectStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    ADD 1 TO WS-RejectCount.

CHECK-WORK-ORDER-IO.
    IF WS-WorkOrderStatus NOT = "00" AND
       WS-WorkOrderStatus NOT = "22" AND
       WS-WorkOrderStatus NOT = "23"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

APPLY-WORK-TRANSACTIONS.
    OPEN INPUT WorkTransFile
    IF WS-WorkTransStatus NOT = "00"
        MOVE "WORKTRN" TO WS-AbendFileName
        MOVE WS-WorkTransStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ WorkTransFile
        AT END
            MOVE "10" TO WS-WorkTransStatus
    END-READ
    PERFORM UNTIL WS-WorkTransStatus NOT = "00"
        ADD 1 TO WS-TransReadCount
        PERFORM APPLY-ONE-TRANSACTION
        READ WorkTransFile
            AT END
                MOVE "10" TO WS-WorkTransStatus
        END-READ
    END-PERFORM
    CLOSE WorkTransFile
    IF WS-WorkTransStatus NOT = "00"
        MOVE "WORKTRN" TO WS-AbendFileName
        MOVE WS-WorkTransStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-ReasonCode
    IF wtActionCode NOT = "C" AND wtActionCode NOT = "E"
        MOVE "ACTION-CODE-INVALID" TO WS-ReasonCode
    ELSE
        IF wtCloseDate NOT NUMERIC OR wtEstDays NOT NUMERIC
            MOVE "FIELD-NOT-NUMERIC" TO WS-ReasonCode
        ELSE
            PERFORM READ-WORK-ORDER
        END-IF
    END-IF
    IF WS-ReasonCode = SPACES
        IF wtActionCode = "C"
            PERFORM CLOSE-WORK-ORDER
        ELSE
            PERFORM REESTIMATE-WORK-ORDER
        END-IF
    END-IF
    IF WS-ReasonCode NOT = SPACES
        PERFORM WRITE-WORK-REJECT
    END-IF.

READ-WORK-ORDER.
    MOVE wtVehicleId TO woVehicleId
    MOVE wtRunId     TO woRunId
    READ WorkOrderFile
        INVALID KEY
            MOVE "WORK-ORDER-NOT-FOUND" TO WS-ReasonCode
    END-READ
    PERFORM CHECK-WORK-ORDER-IO
    IF WS-ReasonCode = SPACES AND woStatus = "C"
        MOVE "WORK-ORDER-CLOSED" TO WS-ReasonCode
    END-IF.

*> A close date of zero means the repair was signed off today.
CLOSE-WORK-ORDER.
    IF wtCloseDate = ZERO
        MOVE WS-Today TO WS-CloseDate
    ELSE
        MOVE wtCloseDate TO WS-CloseDate
    END-IF
    MOVE WS-CloseDate TO WS-DateWork
    PERFORM CHECK-DATE-VALID
    IF WS-DateValid NOT = "Y"
        MOVE "CLOSE-DATE-INVALID" TO WS-ReasonCode
    ELSE
        IF WS-CloseDate < woOpenDate
            MOVE "CLOSE-BEFORE-OPEN" TO WS-ReasonCode
        ELSE
            IF WS-CloseDate > WS-Today
                MOVE "CLOSE-DATE-FUTURE" TO WS-ReasonCode
            END-IF
        END-IF
    END-IF
    IF WS-ReasonCode = SPACES
        MOVE "C"          TO woStatus
        MOVE WS-CloseDate TO woCloseDate
        MOVE wtCloseRef   TO woCloseRef
        REWRITE WorkOrderRecord
            INVALID KEY
                MOVE "REWRITE-FAILED" TO WS-ReasonCode
            NOT INVALID KEY
                ADD 1 TO WS-CloseCount
        END-REWRITE
        PERFORM CHECK-WORK-ORDER-IO
    END-IF.

*> The shop may revise the out-of-service estimate while the vehicle
*> is still in repair; the return date is recalculated from the
*> original open date.
REESTIMATE-WORK-ORDER.
    IF wtEstDays = ZERO
        MOVE "EST-DAYS-ZERO" TO WS-ReasonCode
    ELSE
        MOVE wtEstDays TO woEstDays
        COMPUTE woEstReturnDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(woOpenDate) + wtEstDays)
        REWRITE WorkOrderRecord
            INVALID KEY
                MOVE "REWRITE-FAILED" TO WS-ReasonCode
            NOT INVALID KEY
                ADD 1 TO WS-EstimateCount
        END-REWRITE
        PERFORM CHECK-WORK-ORDER-IO
    END-IF.

CHECK-DATE-VALID.
    MOVE "Y" TO WS-DateValid
    IF WS-DateYear < 1900 OR
       WS-DateMonth < 1 OR WS-DateMonth > 12 OR
       WS-DateDay < 1 OR WS-DateDay > 31
        MOVE SPACE TO WS-DateValid
    END-IF.
