        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ReconStatus.

    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT SummaryFile ASSIGN TO "OPSUMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SummaryStatus.
    05  rcEnergyVariance    PIC S9(8)V99.
    05  rcFlag              PIC X(1).

FD  OperMasterFile.
01  OperMasterRecord.
    05  omOperatorId     PIC X(6).
    05  omOperatorName   PIC X(30).
    05  omContractStatus PIC X(1).
    05  omBillingContact PIC X(40).
    05  omContractStart  PIC 9(8).
    05  omContractEnd    PIC 9(8).

FD  SummaryFile.
01  SummaryLine         PIC X(110).

WORKING-STORAGE SECTION.
01  WS-FleetParmStatus  PIC X(2).
01  WS-SearchVehicle    PIC X(6).
01  WS-SearchOperator   PIC X(6).
01  WS-AbendFileName    PIC X(8).
01  WS-OperMasterStatus PIC X(2).
01  WS-OperMasterLoaded PIC X(1) VALUE SPACE.
01  WS-OperatorName     PIC X(30).
01  OperNameCount       PIC 9(4) COMP VALUE ZERO.
01  NameIdx             PIC 9(4) COMP VALUE ZERO.
01  WS-AbendStatus      PIC X(2).

01  VehicleXrefTable.
        10  opCollisions    PIC 9(6) COMP.
        10  opVariances     PIC 9(6) COMP.

01  OperNameTable.
    05  OperName OCCURS 500 TIMES.
        10  onOperatorId    PIC X(6).
        10  onOperatorName  PIC X(30).

01  FleetTotals.
    05  ftVehiclesRun   PIC 9(6) COMP VALUE ZERO.
    05  ftExcluded      PIC 9(6) COMP VALUE ZERO.
01  HeadingLine1.
    05  FILLER          PIC X(35)
        VALUE "FLEET SIMULATION - OPERATOR SUMMARY".
    05  FILLER          PIC X(61) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  HeadingLine2.
    05  FILLER          PIC X(8)  VALUE "OPERATOR".
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(28) VALUE "NAME".
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  FILLER          PIC X(8)  VALUE "VEHICLES".
    05  FILLER          PIC X(4)  VALUE SPACES.

01  DetailLine.
    05  dtOperatorId    PIC X(6).
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  dtOperatorName  PIC X(26).
    05  FILLER          PIC X(6)  VALUE SPACES.
    05  dtVehiclesRun   PIC ZZZ9.
    05  FILLER          PIC X(8)  VALUE SPACES.

01  TotalLine.
    05  FILLER          PIC X(6)  VALUE "FLEET ".
    05  FILLER          PIC X(34) VALUE SPACES.
    05  ttVehiclesRun   PIC ZZZZZ9.
    05  FILLER          PIC X(6)  VALUE SPACES.
    05  ttExcluded      PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM LOAD-OPERATOR-NAMES
    PERFORM LOAD-VEHICLE-XREF
    PERFORM TALLY-AUDIT-FILE
    PERFORM TALLY-EXCEPTION-FILE
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> OPERMSTR is optional: without it the report carries codes only.
LOAD-OPERATOR-NAMES.
    MOVE ZERO TO OperNameCount
    OPEN INPUT OperMasterFile
    IF WS-OperMasterStatus NOT = "00" AND WS-OperMasterStatus NOT = "35"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-OperMasterStatus = "00"
        MOVE "Y" TO WS-OperMasterLoaded
        READ OperMasterFile
            AT END
                MOVE "10" TO WS-OperMasterStatus
        END-READ
        PERFORM UNTIL WS-OperMasterStatus NOT = "00"
            IF OperNameCount >= WS-MaxOperators
                DISPLAY "OperatorSummary: operator master exceeds "
                    WS-MaxOperators " operators - remaining records ignored"
                MOVE "10" TO WS-OperMasterStatus
            ELSE
                ADD 1 TO OperNameCount
                MOVE omOperatorId   TO onOperatorId(OperNameCount)
                MOVE omOperatorName TO onOperatorName(OperNameCount)
                READ OperMasterFile
                    AT END
                        MOVE "10" TO WS-OperMasterStatus
                END-READ
            END-IF
        END-PERFORM
        CLOSE OperMasterFile
        IF WS-OperMasterStatus NOT = "00"
            MOVE "OPERMSTR" TO WS-AbendFileName
            MOVE WS-OperMasterStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

*> OPERMSTR is read in operator-id key order, so OperNameTable can be
*> searched by binary chop.
FIND-OPERATOR-NAME.
    MOVE SPACES TO WS-OperatorName
    IF WS-OperMasterLoaded = "Y"
        MOVE "UNKNOWN OPERATOR" TO WS-OperatorName
    END-IF
    MOVE ZERO TO NameIdx
    MOVE 1 TO WS-BinLow
    MOVE OperNameCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR NameIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF onOperatorId(WS-BinMid) = WS-SearchOperator
            MOVE WS-BinMid TO NameIdx
            MOVE onOperatorName(NameIdx) TO WS-OperatorName
        ELSE
            IF onOperatorId(WS-BinMid) < WS-SearchOperator
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

FIND-OR-ADD-OPERATOR.
    MOVE ZERO TO OprIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > OperatorCount
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE opOperatorId(OprIdx)  TO dtOperatorId
    MOVE opOperatorId(OprIdx)  TO WS-SearchOperator
    PERFORM FIND-OPERATOR-NAME
    MOVE WS-OperatorName       TO dtOperatorName
    MOVE opVehiclesRun(OprIdx) TO dtVehiclesRun
    MOVE opExcluded(OprIdx)    TO dtExcluded
    MOVE opDistance(OprIdx)    TO dtDistance
