      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. WorkOrdOpen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CollisionFile ASSIGN TO "COLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CollisionStatus.

    SELECT SeverityFile ASSIGN TO "SEVFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SeverityStatus.

    SELECT WorkOrderFile ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS woKey
        FILE STATUS IS WS-WorkOrderStatus.

DATA DIVISION.
FILE SECTION.
FD  CollisionFile.
01  CollisionHeaderRecord.
    05  chRecType       PIC X(3).
    05  chRunId         PIC X(8).
01  CollisionRecord.
    05  clObjectA       PIC X(6).
    05  clOperatorA     PIC X(6).
    05  clObjectB       PIC X(6).
    05  clOperatorB     PIC X(6).
    05  clAxis          PIC X(1).
    05  clTick          PIC 9(4).
    05  clPosXA         PIC S9(8)V99.
    05  clPosYA         PIC S9(8)V99.
    05  clPosXB         PIC S9(8)V99.
    05  clPosYB         PIC S9(8)V99.
    05  clTimestamp     PIC X(21).

FD  SeverityFile.
01  SeverityRecord.
    05  svObjectA       PIC X(6).
    05  svOperatorA     PIC X(6).
    05  svObjectB       PIC X(6).
    05  svOperatorB     PIC X(6).
    05  svTick          PIC 9(4).
    05  svClosingSpeed  PIC S9(8)V99.
    05  svImpactAngle   PIC S9(6)V99.
    05  svSeverityBand  PIC X(1).
    05  svTimestamp     PIC X(21).

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

WORKING-STORAGE SECTION.
01  WS-CollisionStatus   PIC X(2).
01  WS-SeverityStatus    PIC X(2).
01  WS-WorkOrderStatus   PIC X(2).
01  WS-MaxIncidents      PIC 9(4) COMP VALUE 2000.
01  WS-DaysBand1         PIC 9(3) VALUE 30.
01  WS-DaysBand2         PIC 9(3) VALUE 14.
01  WS-DaysBand3         PIC 9(3) VALUE 5.
01  WS-DaysBand4         PIC 9(3) VALUE 2.
01  WS-DaysUngraded      PIC 9(3) VALUE 7.
01  WS-RunId             PIC X(8) VALUE SPACES.
01  WS-CurrentDate       PIC X(21).
01  WS-OpenDate          PIC 9(8) VALUE ZERO.
01  WS-SeverityBand      PIC X(1) VALUE SPACE.
01  WS-EstDays           PIC 9(3) VALUE ZERO.
01  WS-ReadCount         PIC 9(6) COMP VALUE ZERO.
01  WS-OpenCount         PIC 9(6) COMP VALUE ZERO.
01  WS-DuplicateCount    PIC 9(6) COMP VALUE ZERO.
01  WS-UngradedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  SeverityCount        PIC 9(4) COMP VALUE ZERO.
01  SevIdx               PIC 9(4) COMP VALUE ZERO.
01  ScanIdx              PIC 9(4) COMP VALUE ZERO.

01  SeverityTable.
    05  SeverityEntry OCCURS 2000 TIMES.
        10  seObjectA       PIC X(6).
        10  seObjectB       PIC X(6).
        10  seTick          PIC 9(4).
        10  seSeverityBand  PIC X(1).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-OpenDate
    PERFORM LOAD-SEVERITY-BANDS
    OPEN INPUT CollisionFile
    IF WS-CollisionStatus NOT = "00"
        MOVE "COLLRPT" TO WS-AbendFileName
        MOVE WS-CollisionStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O WorkOrderFile
    IF WS-WorkOrderStatus = "35"
        OPEN OUTPUT WorkOrderFile
        IF WS-WorkOrderStatus = "00"
            CLOSE WorkOrderFile
            OPEN I-O WorkOrderFile
        END-IF
    END-IF
    IF WS-WorkOrderStatus NOT = "00"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM OPEN-COLLISION-WORK-ORDERS
    CLOSE WorkOrderFile
    IF WS-WorkOrderStatus NOT = "00"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE CollisionFile
    IF WS-CollisionStatus NOT = "00"
        MOVE "COLLRPT" TO WS-AbendFileName
        MOVE WS-CollisionStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "WorkOrdOpen: run " WS-RunId " - "
        WS-ReadCount " collisions read"
    DISPLAY "  work orders opened    " WS-OpenCount
    DISPLAY "  already on file       " WS-DuplicateCount
    DISPLAY "  opened without grade  " WS-UngradedCount
    IF WS-UngradedCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "WorkOrdOpen: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "WorkOrdOpen: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "WorkOrdOpen: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

*> SEVFILE is optional: if CollSev has not graded the run, every
*> work order is opened as ungraded and given the inspection estimate.
LOAD-SEVERITY-BANDS.
    MOVE ZERO TO SeverityCount
    OPEN INPUT SeverityFile
    IF WS-SeverityStatus NOT = "00" AND WS-SeverityStatus NOT = "35"
        MOVE "SEVFILE" TO WS-AbendFileName
        MOVE WS-SeverityStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-SeverityStatus = "00"
        READ SeverityFile
            AT END
                MOVE "10" TO WS-SeverityStatus
        END-READ
        PERFORM UNTIL WS-SeverityStatus NOT = "00"
            IF SeverityCount >= WS-MaxIncidents
                DISPLAY "WorkOrdOpen: severity file exceeds "
                    WS-MaxIncidents " records - remaining records ignored"
                MOVE "10" TO WS-SeverityStatus
            ELSE
                ADD 1 TO SeverityCount
                MOVE svObjectA      TO seObjectA(SeverityCount)
                MOVE svObjectB      TO seObjectB(SeverityCount)
                MOVE svTick         TO seTick(SeverityCount)
                MOVE svSeverityBand TO seSeverityBand(SeverityCount)
                READ SeverityFile
                    AT END
                        MOVE "10" TO WS-SeverityStatus
                END-READ
            END-IF
        END-PERFORM
        CLOSE SeverityFile
        IF WS-SeverityStatus NOT = "00"
            MOVE "SEVFILE" TO WS-AbendFileName
            MOVE WS-SeverityStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

FIND-SEVERITY-BAND.
    MOVE ZERO TO SevIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > SeverityCount
        IF seObjectA(ScanIdx) = clObjectA AND
           seObjectB(ScanIdx) = clObjectB AND
           seTick(ScanIdx) = clTick AND SevIdx = ZERO
            MOVE ScanIdx TO SevIdx
        END-IF
    END-PERFORM
    IF SevIdx > ZERO
        MOVE seSeverityBand(SevIdx) TO WS-SeverityBand
    ELSE
        MOVE "U" TO WS-SeverityBand
    END-IF
    EVALUATE WS-SeverityBand
        WHEN "1"
            MOVE WS-DaysBand1 TO WS-EstDays
        WHEN "2"
            MOVE WS-DaysBand2 TO WS-EstDays
        WHEN "3"
            MOVE WS-DaysBand3 TO WS-EstDays
        WHEN "4"
            MOVE WS-DaysBand4 TO WS-EstDays
        WHEN OTHER
            MOVE "U" TO WS-SeverityBand
            MOVE WS-DaysUngraded TO WS-EstDays
            ADD 1 TO WS-UngradedCount
    END-EVALUATE.

OPEN-COLLISION-WORK-ORDERS.
    READ CollisionFile
        AT END
            MOVE "10" TO WS-CollisionStatus
    END-READ
    PERFORM UNTIL WS-CollisionStatus NOT = "00"
        IF chRecType = "HDR"
            MOVE chRunId TO WS-RunId
        ELSE
            IF clObjectA(1:3) NOT = "TRL"
                ADD 1 TO WS-ReadCount
                PERFORM FIND-SEVERITY-BAND
                MOVE clObjectA   TO woVehicleId
                MOVE clOperatorA TO woOperatorId
                MOVE clObjectB   TO woOtherVehicleId
                PERFORM WRITE-WORK-ORDER
                MOVE clObjectB   TO woVehicleId
                MOVE clOperatorB TO woOperatorId
                MOVE clObjectA   TO woOtherVehicleId
                PERFORM WRITE-WORK-ORDER
            END-IF
        END-IF
        READ CollisionFile
            AT END
                MOVE "10" TO WS-CollisionStatus
        END-READ
    END-PERFORM.

*> Both vehicles in a collision are damaged, so each gets its own
*> work order. A rerun against the same COLLRPT finds the orders
*> already on file and leaves them alone.
WRITE-WORK-ORDER.
    MOVE WS-RunId        TO woRunId
    MOVE clTick          TO woCollisionTick
    MOVE WS-SeverityBand TO woSeverityBand
    MOVE "O"             TO woStatus
    MOVE WS-OpenDate     TO woOpenDate
    MOVE WS-EstDays      TO woEstDays
    COMPUTE woEstReturnDate = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-OpenDate) + WS-EstDays)
    MOVE ZERO            TO woCloseDate
    MOVE SPACES          TO woCloseRef
    WRITE WorkOrderRecord
        INVALID KEY
            ADD 1 TO WS-DuplicateCount
        NOT INVALID KEY
            ADD 1 TO WS-OpenCount
    END-WRITE
    IF WS-WorkOrderStatus NOT = "00" AND WS-WorkOrderStatus NOT = "22"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.
