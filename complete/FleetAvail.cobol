      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. FleetAvail.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FleetParmFile ASSIGN TO "FLEETPRM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS fpVehicleId
        FILE STATUS IS WS-FleetParmStatus.

    SELECT WorkOrderFile ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS woKey
        FILE STATUS IS WS-WorkOrderStatus.

    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT AvailReportFile ASSIGN TO "AVAILRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AvailReportStatus.

DATA DIVISION.
FILE SECTION.
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

FD  OperMasterFile.
01  OperMasterRecord.
    05  omOperatorId     PIC X(6).
    05  omOperatorName   PIC X(30).
    05  omContractStatus PIC X(1).
    05  omBillingContact PIC X(40).
    05  omContractStart  PIC 9(8).
    05  omContractEnd    PIC 9(8).

FD  AvailReportFile.
01  AvailLine           PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FleetParmStatus   PIC X(2).
01  WS-WorkOrderStatus   PIC X(2).
01  WS-OperMasterStatus  PIC X(2).
01  WS-AvailReportStatus PIC X(2).
01  WS-OperMasterLoaded  PIC X(1) VALUE SPACE.
01  WS-MaxFleetSize      PIC 9(4) COMP VALUE 5000.
01  WS-MaxOperators      PIC 9(4) COMP VALUE 500.
01  WS-MaxOpenOrders     PIC 9(4) COMP VALUE 2000.
01  WS-LinesPerPage      PIC 9(2) COMP VALUE 55.
01  WS-LineCount         PIC 9(2) COMP VALUE 99.
01  WS-PageCount         PIC 9(4) COMP VALUE ZERO.
01  VehicleCount         PIC 9(4) COMP VALUE ZERO.
01  OperatorCount        PIC 9(4) COMP VALUE ZERO.
01  OperNameCount        PIC 9(4) COMP VALUE ZERO.
01  OpenOrderCount       PIC 9(4) COMP VALUE ZERO.
01  VehIdx               PIC 9(4) COMP VALUE ZERO.
01  OprIdx               PIC 9(4) COMP VALUE ZERO.
01  NameIdx              PIC 9(4) COMP VALUE ZERO.
01  OrderIdx             PIC 9(4) COMP VALUE ZERO.
01  ScanIdx              PIC 9(4) COMP VALUE ZERO.
01  WS-BinLow            PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh           PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid            PIC 9(4) COMP VALUE ZERO.
01  WS-SearchVehicle     PIC X(6).
01  WS-SearchOperator    PIC X(6).
01  WS-OperatorName      PIC X(30).
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-DaysOpen          PIC 9(5) VALUE ZERO.
01  WS-OrdersShown       PIC 9(4) COMP VALUE ZERO.
01  WS-OverdueCount      PIC 9(6) COMP VALUE ZERO.
01  WS-Available         PIC 9(6) COMP VALUE ZERO.
01  WS-AvailPct          PIC 9(3)V9 VALUE ZERO.

01  VehicleXrefTable.
    05  VehicleXref OCCURS 5000 TIMES.
        10  vxVehicleId     PIC X(6).
        10  vxOperatorId    PIC X(6).
        10  vxInRepair      PIC X(1).

01  OperatorTable.
    05  OperatorAvail OCCURS 500 TIMES.
        10  opOperatorId    PIC X(6).
        10  opVehicles      PIC 9(6) COMP.
        10  opInRepair      PIC 9(6) COMP.

01  OperNameTable.
    05  OperName OCCURS 500 TIMES.
        10  onOperatorId    PIC X(6).
        10  onOperatorName  PIC X(30).

01  OpenOrderTable.
    05  OpenOrder OCCURS 2000 TIMES.
        10  ooVehicleId     PIC X(6).
        10  ooRunId         PIC X(8).
        10  ooOperatorId    PIC X(6).
        10  ooOtherVehicle  PIC X(6).
        10  ooTick          PIC 9(4).
        10  ooSeverityBand  PIC X(1).
        10  ooOpenDate      PIC 9(8).
        10  ooEstReturnDate PIC 9(8).

01  FleetTotals.
    05  ftVehicles      PIC 9(6) COMP VALUE ZERO.
    05  ftInRepair      PIC 9(6) COMP VALUE ZERO.

01  HeadingLine1.
    05  FILLER          PIC X(44)
        VALUE "FLEET SIMULATION - FLEET AVAILABILITY AS AT ".
    05  hd1ReportDate   PIC 9999/99/99.
    05  FILLER          PIC X(32) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  HeadingLine2.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(9)  VALUE "VEHICLE".
    05  FILLER          PIC X(10) VALUE "RUN ID".
    05  FILLER          PIC X(8)  VALUE "OTHER".
    05  FILLER          PIC X(6)  VALUE "TICK".
    05  FILLER          PIC X(6)  VALUE "BAND".
    05  FILLER          PIC X(12) VALUE "OPENED".
    05  FILLER          PIC X(12) VALUE "EST RETURN".
    05  FILLER          PIC X(11) VALUE "DAYS OPEN".
    05  FILLER          PIC X(7)  VALUE "OVERDUE".
    05  FILLER          PIC X(17) VALUE SPACES.

01  OperatorHeadLine.
    05  FILLER          PIC X(9)  VALUE "OPERATOR ".
    05  ohOperatorId    PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  ohOperatorName  PIC X(30).
    05  FILLER          PIC X(53) VALUE SPACES.

01  WorkOrderLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  wlVehicleId     PIC X(6).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  wlRunId         PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  wlOtherVehicle  PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  wlTick          PIC ZZZ9.
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  wlSeverityBand  PIC X(1).
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  wlOpenDate      PIC 9999/99/99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  wlEstReturnDate PIC 9999/99/99.
    05  FILLER          PIC X(6)  VALUE SPACES.
    05  wlDaysOpen      PIC ZZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  wlOverdue       PIC X(7).
    05  FILLER          PIC X(17) VALUE SPACES.

01  NoOrdersLine.
    05  FILLER          PIC X(22) VALUE "  NO OPEN WORK ORDERS".
    05  FILLER          PIC X(78) VALUE SPACES.

01  AvailabilityLine.
    05  alLabel         PIC X(12).
    05  FILLER          PIC X(9)  VALUE "VEHICLES ".
    05  alVehicles      PIC ZZZZ9.
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  FILLER          PIC X(10) VALUE "IN REPAIR ".
    05  alInRepair      PIC ZZZZ9.
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  FILLER          PIC X(10) VALUE "AVAILABLE ".
    05  alAvailable     PIC ZZZZ9.
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  FILLER          PIC X(13) VALUE "AVAILABILITY ".
    05  alAvailPct      PIC ZZ9.9.
    05  FILLER          PIC X(1)  VALUE "%".
    05  FILLER          PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-OPERATOR-NAMES
    PERFORM LOAD-VEHICLE-XREF
    PERFORM LOAD-OPEN-WORK-ORDERS
    PERFORM PRINT-AVAILABILITY-REPORT
    DISPLAY "FleetAvail: " ftVehicles " vehicles, "
        ftInRepair " in repair, " OpenOrderCount " open work orders, "
        WS-OverdueCount " overdue"
    IF WS-OverdueCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "FleetAvail: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "FleetAvail: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "FleetAvail: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

CHECK-REPORT-WRITE.
    IF WS-AvailReportStatus NOT = "00"
        MOVE "AVAILRPT" TO WS-AbendFileName
        MOVE WS-AvailReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
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
                DISPLAY "FleetAvail: operator master exceeds "
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

LOAD-VEHICLE-XREF.
    MOVE ZERO TO VehicleCount
    MOVE ZERO TO OperatorCount
    OPEN INPUT FleetParmFile
    IF WS-FleetParmStatus NOT = "00"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ FleetParmFile
        AT END
            MOVE "10" TO WS-FleetParmStatus
    END-READ
    PERFORM UNTIL WS-FleetParmStatus NOT = "00"
        IF VehicleCount >= WS-MaxFleetSize
            DISPLAY "FleetAvail: roster exceeds "
                WS-MaxFleetSize " vehicles - remaining records ignored"
            MOVE "10" TO WS-FleetParmStatus
        ELSE
            ADD 1 TO VehicleCount
            MOVE fpVehicleId  TO vxVehicleId(VehicleCount)
            MOVE fpOperatorId TO vxOperatorId(VehicleCount)
            MOVE SPACE        TO vxInRepair(VehicleCount)
            MOVE fpOperatorId TO WS-SearchOperator
            PERFORM FIND-OR-ADD-OPERATOR
            IF OprIdx > ZERO
                ADD 1 TO opVehicles(OprIdx)
                ADD 1 TO ftVehicles
            END-IF
            READ FleetParmFile
                AT END
                    MOVE "10" TO WS-FleetParmStatus
            END-READ
        END-IF
    END-PERFORM
    CLOSE FleetParmFile
    IF WS-FleetParmStatus NOT = "00"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

FIND-OR-ADD-OPERATOR.
    MOVE ZERO TO OprIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > OperatorCount
        IF opOperatorId(ScanIdx) = WS-SearchOperator AND OprIdx = ZERO
            MOVE ScanIdx TO OprIdx
        END-IF
    END-PERFORM
    IF OprIdx = ZERO
        IF OperatorCount >= WS-MaxOperators
            DISPLAY "FleetAvail: operator table full for "
                WS-SearchOperator
        ELSE
            ADD 1 TO OperatorCount
            MOVE OperatorCount TO OprIdx
            MOVE WS-SearchOperator TO opOperatorId(OprIdx)
            MOVE ZERO TO opVehicles(OprIdx)
            MOVE ZERO TO opInRepair(OprIdx)
        END-IF
    END-IF.

*> FLEETPRM is read in vehicle-id key order, so the xref table is
*> ordered by vehicleId and can be searched by binary chop.
FIND-VEHICLE.
    MOVE ZERO TO VehIdx
    MOVE 1 TO WS-BinLow
    MOVE VehicleCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR VehIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF vxVehicleId(WS-BinMid) = WS-SearchVehicle
            MOVE WS-BinMid TO VehIdx
        ELSE
            IF vxVehicleId(WS-BinMid) < WS-SearchVehicle
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

*> A vehicle with more than one open work order is listed against
*> each, but is only counted once as in repair. Orders for vehicles
*> since removed from FLEETPRM are listed under the operator that
*> was on the work order.
LOAD-OPEN-WORK-ORDERS.
    MOVE ZERO TO OpenOrderCount
    OPEN INPUT WorkOrderFile
    IF WS-WorkOrderStatus NOT = "00" AND WS-WorkOrderStatus NOT = "35"
        MOVE "WORKORD" TO WS-AbendFileName
        MOVE WS-WorkOrderStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-WorkOrderStatus = "00"
        READ WorkOrderFile
            AT END
                MOVE "10" TO WS-WorkOrderStatus
        END-READ
        PERFORM UNTIL WS-WorkOrderStatus NOT = "00"
            IF woStatus = "O"
                PERFORM STORE-OPEN-WORK-ORDER
            END-IF
            READ WorkOrderFile
                AT END
                    MOVE "10" TO WS-WorkOrderStatus
            END-READ
        END-PERFORM
        CLOSE WorkOrderFile
        IF WS-WorkOrderStatus NOT = "00"
            MOVE "WORKORD" TO WS-AbendFileName
            MOVE WS-WorkOrderStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

STORE-OPEN-WORK-ORDER.
    MOVE woVehicleId TO WS-SearchVehicle
    PERFORM FIND-VEHICLE
    IF VehIdx > ZERO
        MOVE vxOperatorId(VehIdx) TO WS-SearchOperator
    ELSE
        MOVE woOperatorId TO WS-SearchOperator
    END-IF
    PERFORM FIND-OR-ADD-OPERATOR
    IF VehIdx > ZERO AND OprIdx > ZERO
        IF vxInRepair(VehIdx) NOT = "Y"
            MOVE "Y" TO vxInRepair(VehIdx)
            ADD 1 TO opInRepair(OprIdx)
            ADD 1 TO ftInRepair
        END-IF
    END-IF
    IF OpenOrderCount >= WS-MaxOpenOrders
        DISPLAY "FleetAvail: open work order table full - "
            woVehicleId " / " woRunId " not listed"
    ELSE
        ADD 1 TO OpenOrderCount
        MOVE woVehicleId       TO ooVehicleId(OpenOrderCount)
        MOVE woRunId           TO ooRunId(OpenOrderCount)
        MOVE WS-SearchOperator TO ooOperatorId(OpenOrderCount)
        MOVE woOtherVehicleId  TO ooOtherVehicle(OpenOrderCount)
        MOVE woCollisionTick   TO ooTick(OpenOrderCount)
        MOVE woSeverityBand    TO ooSeverityBand(OpenOrderCount)
        MOVE woOpenDate        TO ooOpenDate(OpenOrderCount)
        MOVE woEstReturnDate   TO ooEstReturnDate(OpenOrderCount)
    END-IF.

PRINT-AVAILABILITY-REPORT.
    OPEN OUTPUT AvailReportFile
    IF WS-AvailReportStatus NOT = "00"
        MOVE "AVAILRPT" TO WS-AbendFileName
        MOVE WS-AvailReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO WS-PageCount
    PERFORM VARYING OprIdx FROM 1 BY 1 UNTIL OprIdx > OperatorCount
        PERFORM PRINT-OPERATOR-BLOCK
    END-PERFORM
    PERFORM PRINT-FLEET-TOTAL
    CLOSE AvailReportFile
    IF WS-AvailReportStatus NOT = "00"
        MOVE "AVAILRPT" TO WS-AbendFileName
        MOVE WS-AvailReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

PRINT-OPERATOR-BLOCK.
    IF WS-LineCount + 4 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE opOperatorId(OprIdx) TO ohOperatorId
    MOVE opOperatorId(OprIdx) TO WS-SearchOperator
    PERFORM FIND-OPERATOR-NAME
    MOVE WS-OperatorName TO ohOperatorName
    WRITE AvailLine FROM OperatorHeadLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount
    MOVE ZERO TO WS-OrdersShown
    PERFORM VARYING OrderIdx FROM 1 BY 1 UNTIL OrderIdx > OpenOrderCount
        IF ooOperatorId(OrderIdx) = opOperatorId(OprIdx)
            PERFORM PRINT-WORK-ORDER-LINE
        END-IF
    END-PERFORM
    IF WS-OrdersShown = ZERO
        WRITE AvailLine FROM NoOrdersLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    END-IF
    MOVE "  TOTALS"            TO alLabel
    MOVE opVehicles(OprIdx)    TO alVehicles
    MOVE opInRepair(OprIdx)    TO alInRepair
    COMPUTE WS-Available = opVehicles(OprIdx) - opInRepair(OprIdx)
    MOVE WS-Available          TO alAvailable
    IF opVehicles(OprIdx) > ZERO
        COMPUTE WS-AvailPct ROUNDED =
            WS-Available * 100 / opVehicles(OprIdx)
    ELSE
        MOVE ZERO TO WS-AvailPct
    END-IF
    MOVE WS-AvailPct           TO alAvailPct
    WRITE AvailLine FROM AvailabilityLine
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO AvailLine
    WRITE AvailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 2 TO WS-LineCount.

PRINT-WORK-ORDER-LINE.
    IF WS-LineCount + 2 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    ADD 1 TO WS-OrdersShown
    MOVE ooVehicleId(OrderIdx)     TO wlVehicleId
    MOVE ooRunId(OrderIdx)         TO wlRunId
    MOVE ooOtherVehicle(OrderIdx)  TO wlOtherVehicle
    MOVE ooTick(OrderIdx)          TO wlTick
    MOVE ooSeverityBand(OrderIdx)  TO wlSeverityBand
    MOVE ooOpenDate(OrderIdx)      TO wlOpenDate
    MOVE ooEstReturnDate(OrderIdx) TO wlEstReturnDate
    COMPUTE WS-DaysOpen =
        FUNCTION INTEGER-OF-DATE(WS-Today)
        - FUNCTION INTEGER-OF-DATE(ooOpenDate(OrderIdx))
    MOVE WS-DaysOpen TO wlDaysOpen
    IF WS-Today > ooEstReturnDate(OrderIdx)
        MOVE "YES" TO wlOverdue
        ADD 1 TO WS-OverdueCount
    ELSE
        MOVE SPACES TO wlOverdue
    END-IF
    WRITE AvailLine FROM WorkOrderLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-FLEET-TOTAL.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE "FLEET TOTALS"        TO alLabel
    MOVE ftVehicles            TO alVehicles
    MOVE ftInRepair            TO alInRepair
    COMPUTE WS-Available = ftVehicles - ftInRepair
    MOVE WS-Available          TO alAvailable
    IF ftVehicles > ZERO
        COMPUTE WS-AvailPct ROUNDED = WS-Available * 100 / ftVehicles
    ELSE
        MOVE ZERO TO WS-AvailPct
    END-IF
    MOVE WS-AvailPct           TO alAvailPct
    WRITE AvailLine FROM AvailabilityLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO hd1PageNo
    MOVE WS-Today TO hd1ReportDate
    WRITE AvailLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO AvailLine
    WRITE AvailLine
    PERFORM CHECK-REPORT-WRITE
    WRITE AvailLine FROM HeadingLine2
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO AvailLine
    WRITE AvailLine
    PERFORM CHECK-REPORT-WRITE
    MOVE 4 TO WS-LineCount.
