      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. OperMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT OperTransFile ASSIGN TO "OPERTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OperTransStatus.

    SELECT OperRejectFile ASSIGN TO "OPERREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OperRejectStatus.

    SELECT FleetParmFile ASSIGN TO "FLEETPRM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS fpVehicleId
        FILE STATUS IS WS-FleetParmStatus.

DATA DIVISION.
FILE SECTION.
FD  OperMasterFile.
01  OperMasterRecord.
    05  omOperatorId     PIC X(6).
    05  omOperatorName   PIC X(30).
    05  omContractStatus PIC X(1).
    05  omBillingContact PIC X(40).
    05  omContractStart  PIC 9(8).
    05  omContractEnd    PIC 9(8).

FD  OperTransFile.
01  OperTransRecord.
    05  otActionCode     PIC X(1).
    05  otOperatorId     PIC X(6).
    05  otOperatorName   PIC X(30).
    05  otContractStatus PIC X(1).
    05  otBillingContact PIC X(40).
    05  otContractStart  PIC 9(8).
    05  otContractEnd    PIC 9(8).

FD  OperRejectFile.
01  OperRejectRecord.
    05  ojActionCode     PIC X(1).
    05  ojOperatorId     PIC X(6).
    05  ojOperatorName   PIC X(30).
    05  ojContractStatus PIC X(1).
    05  ojBillingContact PIC X(40).
    05  ojContractStart  PIC 9(8).
    05  ojContractEnd    PIC 9(8).
    05  ojReasonCode     PIC X(20).

FD  FleetParmFile.
01  FleetParmRecord.
    05  fpVehicleId     PIC X(6).
    05  fpOperatorId    PIC X(6).
    05  fpTurnRateLimit PIC S9(6)V99.
    05  fpPosX          PIC S9(8)V99.
    05  fpPosY          PIC S9(8)V99.
    05  fpSizeWidth     PIC S9(8)V99.
    05  fpSizeHeight    PIC S9(8)V99.
    05  fpVelX          PIC S9(8)V99.
    05  fpVelY          PIC S9(8)V99.
    05  fpAccX          PIC S9(8)V99.
    05  fpAccY          PIC S9(8)V99.
    05  fpFuelCapacity  PIC S9(8)V99.
    05  fpFuelLevel     PIC S9(8)V99.
    05  fpClassId       PIC X(4).

WORKING-STORAGE SECTION.
01  WS-OperMasterStatus  PIC X(2).
01  WS-OperTransStatus   PIC X(2).
01  WS-OperRejectStatus  PIC X(2).
01  WS-FleetParmStatus   PIC X(2).
01  WS-MaxOperators      PIC 9(4) COMP VALUE 500.
01  WS-TransReadCount    PIC 9(6) COMP VALUE ZERO.
01  WS-AddCount          PIC 9(6) COMP VALUE ZERO.
01  WS-ChangeCount       PIC 9(6) COMP VALUE ZERO.
01  WS-DeleteCount       PIC 9(6) COMP VALUE ZERO.
01  WS-RejectCount       PIC 9(6) COMP VALUE ZERO.
01  WS-ReasonCode        PIC X(20).
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-SearchOperator    PIC X(6).
01  WS-DateValid         PIC X(1) VALUE SPACE.
01  WS-DateWork          PIC 9(8) VALUE ZERO.
01  WS-DateParts         REDEFINES WS-DateWork.
    05  WS-DateYear      PIC 9(4).
    05  WS-DateMonth     PIC 9(2).
    05  WS-DateDay       PIC 9(2).
01  FleetOperatorCount   PIC 9(4) COMP VALUE ZERO.
01  OprIdx               PIC 9(4) COMP VALUE ZERO.
01  ScanIdx              PIC 9(4) COMP VALUE ZERO.

01  FleetOperatorTable.
    05  FleetOperator OCCURS 500 TIMES.
        10  foOperatorId    PIC X(6).
        10  foVehicleCount  PIC 9(4) COMP.

PROCEDURE DIVISION.
MAIN-LOGIC.
    OPEN OUTPUT OperRejectFile
    IF WS-OperRejectStatus NOT = "00"
        MOVE "OPERREJ" TO WS-AbendFileName
        MOVE WS-OperRejectStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM LOAD-FLEET-OPERATORS
    OPEN I-O OperMasterFile
    IF WS-OperMasterStatus = "35"
        OPEN OUTPUT OperMasterFile
        IF WS-OperMasterStatus = "00"
            CLOSE OperMasterFile
            OPEN I-O OperMasterFile
        END-IF
    END-IF
    IF WS-OperMasterStatus NOT = "00"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM APPLY-OPER-TRANSACTIONS
    CLOSE OperMasterFile
    IF WS-OperMasterStatus NOT = "00"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE OperRejectFile
    IF WS-OperRejectStatus NOT = "00"
        MOVE "OPERREJ" TO WS-AbendFileName
        MOVE WS-OperRejectStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "OperMaint: end of job - "
        WS-TransReadCount " transactions read"
    DISPLAY "  added    " WS-AddCount
    DISPLAY "  changed  " WS-ChangeCount
    DISPLAY "  deleted  " WS-DeleteCount
    DISPLAY "  rejected " WS-RejectCount
    IF WS-RejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "OperMaint: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "OperMaint: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "OperMaint: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

WRITE-OPER-REJECT.
    MOVE otActionCode     TO ojActionCode
    MOVE otOperatorId     TO ojOperatorId
    MOVE otOperatorName   TO ojOperatorName
    MOVE otContractStatus TO ojContractStatus
    MOVE otBillingContact TO ojBillingContact
    MOVE otContractStart  TO ojContractStart
    MOVE otContractEnd    TO ojContractEnd
    MOVE WS-ReasonCode    TO ojReasonCode
    WRITE OperRejectRecord
    IF WS-OperRejectStatus NOT = "00"
        MOVE "OPERREJ" TO WS-AbendFileName
        MOVE WS-OperRejectStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    ADD 1 TO WS-RejectCount.

CHECK-OPER-MASTER-IO.
    IF WS-OperMasterStatus NOT = "00" AND
       WS-OperMasterStatus NOT = "22" AND
       WS-OperMasterStatus NOT = "23"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

*> The operators that still have vehicles on FLEETPRM are tabled
*> up front so that a delete cannot orphan a vehicle.
LOAD-FLEET-OPERATORS.
    MOVE ZERO TO FleetOperatorCount
    OPEN INPUT FleetParmFile
    IF WS-FleetParmStatus NOT = "00" AND WS-FleetParmStatus NOT = "35"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-FleetParmStatus = "00"
        READ FleetParmFile
            AT END
                MOVE "10" TO WS-FleetParmStatus
        END-READ
        PERFORM UNTIL WS-FleetParmStatus NOT = "00"
            MOVE fpOperatorId TO WS-SearchOperator
            PERFORM FIND-OR-ADD-FLEET-OPERATOR
            IF OprIdx > ZERO
                ADD 1 TO foVehicleCount(OprIdx)
            END-IF
            READ FleetParmFile
                AT END
                    MOVE "10" TO WS-FleetParmStatus
            END-READ
        END-PERFORM
        CLOSE FleetParmFile
        IF WS-FleetParmStatus NOT = "00"
            MOVE "FLEETPRM" TO WS-AbendFileName
            MOVE WS-FleetParmStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

FIND-OR-ADD-FLEET-OPERATOR.
    PERFORM FIND-FLEET-OPERATOR
    IF OprIdx = ZERO
        IF FleetOperatorCount >= WS-MaxOperators
            DISPLAY "OperMaint: operator table full for "
                WS-SearchOperator
        ELSE
            ADD 1 TO FleetOperatorCount
            MOVE FleetOperatorCount TO OprIdx
            MOVE WS-SearchOperator TO foOperatorId(OprIdx)
            MOVE ZERO TO foVehicleCount(OprIdx)
        END-IF
    END-IF.

FIND-FLEET-OPERATOR.
    MOVE ZERO TO OprIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1
            UNTIL ScanIdx > FleetOperatorCount
        IF foOperatorId(ScanIdx) = WS-SearchOperator AND OprIdx = ZERO
            MOVE ScanIdx TO OprIdx
        END-IF
    END-PERFORM.

APPLY-OPER-TRANSACTIONS.
    OPEN INPUT OperTransFile
    IF WS-OperTransStatus NOT = "00"
        MOVE "OPERTRN" TO WS-AbendFileName
        MOVE WS-OperTransStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ OperTransFile
        AT END
            MOVE "10" TO WS-OperTransStatus
    END-READ
    PERFORM UNTIL WS-OperTransStatus NOT = "00"
        ADD 1 TO WS-TransReadCount
        PERFORM APPLY-ONE-TRANSACTION
        READ OperTransFile
            AT END
                MOVE "10" TO WS-OperTransStatus
        END-READ
    END-PERFORM
    CLOSE OperTransFile
    IF WS-OperTransStatus NOT = "00"
        MOVE "OPERTRN" TO WS-AbendFileName
        MOVE WS-OperTransStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-ReasonCode
    EVALUATE otActionCode
        WHEN "A"
            PERFORM EDIT-OPER-FIELDS
            IF WS-ReasonCode = SPACES
                PERFORM ADD-OPER-MASTER
            END-IF
        WHEN "C"
            PERFORM EDIT-OPER-FIELDS
            IF WS-ReasonCode = SPACES
                PERFORM CHANGE-OPER-MASTER
            END-IF
        WHEN "D"
            IF otOperatorId = SPACES
                MOVE "OPERATOR-ID-BLANK" TO WS-ReasonCode
            ELSE
                PERFORM DELETE-OPER-MASTER
            END-IF
        WHEN OTHER
            MOVE "ACTION-CODE-INVALID" TO WS-ReasonCode
    END-EVALUATE
    IF WS-ReasonCode NOT = SPACES
        PERFORM WRITE-OPER-REJECT
    END-IF.

EDIT-OPER-FIELDS.
    IF otOperatorId = SPACES
        MOVE "OPERATOR-ID-BLANK" TO WS-ReasonCode
    ELSE
        IF otOperatorName = SPACES
            MOVE "OPERATOR-NAME-BLANK" TO WS-ReasonCode
        ELSE
            IF otContractStatus NOT = "A" AND
               otContractStatus NOT = "S" AND
               otContractStatus NOT = "T"
                MOVE "STATUS-CODE-INVALID" TO WS-ReasonCode
            ELSE
                IF otContractStart NOT NUMERIC OR
                   otContractEnd NOT NUMERIC
                    MOVE "FIELD-NOT-NUMERIC" TO WS-ReasonCode
                ELSE
                    PERFORM EDIT-CONTRACT-DATES
                END-IF
            END-IF
        END-IF
    END-IF.

*> The start date is mandatory; an end date of zero means the
*> contract is open-ended.
EDIT-CONTRACT-DATES.
    MOVE otContractStart TO WS-DateWork
    PERFORM CHECK-DATE-VALID
    IF WS-DateValid NOT = "Y"
        MOVE "START-DATE-INVALID" TO WS-ReasonCode
    ELSE
        IF otContractEnd NOT = ZERO
            MOVE otContractEnd TO WS-DateWork
            PERFORM CHECK-DATE-VALID
            IF WS-DateValid NOT = "Y"
                MOVE "END-DATE-INVALID" TO WS-ReasonCode
            ELSE
                IF otContractEnd < otContractStart
                    MOVE "END-BEFORE-START" TO WS-ReasonCode
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-DATE-VALID.
    MOVE "Y" TO WS-DateValid
    IF WS-DateYear < 1900 OR
       WS-DateMonth < 1 OR WS-DateMonth > 12 OR
       WS-DateDay < 1 OR WS-DateDay > 31
        MOVE SPACE TO WS-DateValid
    END-IF.

MOVE-TRANS-TO-MASTER.
    MOVE otOperatorId     TO omOperatorId
    MOVE otOperatorName   TO omOperatorName
    MOVE otContractStatus TO omContractStatus
    MOVE otBillingContact TO omBillingContact
    MOVE otContractStart  TO omContractStart
    MOVE otContractEnd    TO omContractEnd.

ADD-OPER-MASTER.
    PERFORM MOVE-TRANS-TO-MASTER
    WRITE OperMasterRecord
        INVALID KEY
            MOVE "OPERATOR-ON-FILE" TO WS-ReasonCode
        NOT INVALID KEY
            ADD 1 TO WS-AddCount
    END-WRITE
    PERFORM CHECK-OPER-MASTER-IO.

CHANGE-OPER-MASTER.
    MOVE otOperatorId TO omOperatorId
    READ OperMasterFile
        INVALID KEY
            MOVE "OPERATOR-NOT-ON-FILE" TO WS-ReasonCode
    END-READ
    PERFORM CHECK-OPER-MASTER-IO
    IF WS-OperMasterStatus = "00"
        PERFORM MOVE-TRANS-TO-MASTER
        REWRITE OperMasterRecord
            INVALID KEY
                MOVE "REWRITE-FAILED" TO WS-ReasonCode
            NOT INVALID KEY
                ADD 1 TO WS-ChangeCount
        END-REWRITE
        PERFORM CHECK-OPER-MASTER-IO
    END-IF.

DELETE-OPER-MASTER.
    MOVE otOperatorId TO WS-SearchOperator
    PERFORM FIND-FLEET-OPERATOR
    IF OprIdx > ZERO
        MOVE "OPERATOR-HAS-VEHICLE" TO WS-ReasonCode
    ELSE
        MOVE otOperatorId TO omOperatorId
        READ OperMasterFile
            INVALID KEY
                MOVE "OPERATOR-NOT-ON-FILE" TO WS-ReasonCode
        END-READ
        PERFORM CHECK-OPER-MASTER-IO
        IF WS-OperMasterStatus = "00"
            DELETE OperMasterFile
                INVALID KEY
                    MOVE "DELETE-FAILED" TO WS-ReasonCode
                NOT INVALID KEY
                    ADD 1 TO WS-DeleteCount
            END-DELETE
            PERFORM CHECK-OPER-MASTER-IO
        END-IF
    END-IF.
