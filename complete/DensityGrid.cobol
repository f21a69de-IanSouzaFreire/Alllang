      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. DensityGrid.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GridControlFile ASSIGN TO "GRIDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GridCtlStatus.

    SELECT FleetParmFile ASSIGN TO "FLEETPRM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS fpVehicleId
        FILE STATUS IS WS-FleetParmStatus.

    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditStatus.

    SELECT TrajMasterFile ASSIGN TO "TRAJMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS tmKey
        FILE STATUS IS WS-TrajMasterStatus.

    SELECT TrajControlFile ASSIGN TO "TRAJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TrajControlStatus.

    SELECT NearMissFile ASSIGN TO "NEARMISS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NearMissStatus.

    SELECT CollisionFile ASSIGN TO "COLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CollisionStatus.

    SELECT DensityReportFile ASSIGN TO "DENSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DensityReportStatus.

    SELECT GridExtractFile ASSIGN TO "GRIDEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GridExtractStatus.

DATA DIVISION.
FILE SECTION.
FD  GridControlFile.
01  GridControlRecord.
    05  gcSource        PIC X(1).
    05  gcOriginX       PIC S9(8)V99.
    05  gcOriginY       PIC S9(8)V99.
    05  gcCellSize      PIC S9(6)V99.
    05  gcColumns       PIC 9(3).
    05  gcRows          PIC 9(3).
    05  gcWindowTicks   PIC 9(4).
    05  gcTopCount      PIC 9(3).

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

FD  AuditFile.
01  AuditRecord.
    05  adVehicleId     PIC X(6).
    05  adOperatorId    PIC X(6).
    05  adTick          PIC 9(4).
    05  adPosX          PIC S9(8)V99.
    05  adPosY          PIC S9(8)V99.
    05  adVelX          PIC S9(8)V99.
    05  adVelY          PIC S9(8)V99.
    05  adAccX          PIC S9(8)V99.
    05  adAccY          PIC S9(8)V99.

FD  TrajMasterFile.
01  TrajMasterRecord.
    05  tmKey.
        10  tmVehicleId PIC X(6).
        10  tmTick      PIC 9(4).
    05  tmOperatorId    PIC X(6).
    05  tmPosX          PIC S9(8)V99.
    05  tmPosY          PIC S9(8)V99.
    05  tmVelX          PIC S9(8)V99.
    05  tmVelY          PIC S9(8)V99.
    05  tmAccX          PIC S9(8)V99.
    05  tmAccY          PIC S9(8)V99.

FD  TrajControlFile.
01  TrajControlRecord.
    05  tjRunId         PIC X(8).
    05  tjReadCount     PIC 9(8).
    05  tjLoadCount     PIC 9(8).
    05  tjDuplicateCount PIC 9(8).

FD  NearMissFile.
01  NearMissRecord.
    05  nmObjectA       PIC X(6).
    05  nmOperatorA     PIC X(6).
    05  nmObjectB       PIC X(6).
    05  nmOperatorB     PIC X(6).
    05  nmGrade         PIC X(1).
    05  nmMinSep        PIC S9(8)V99.
    05  nmMinTick       PIC 9(4).

FD  CollisionFile.
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

FD  DensityReportFile.
01  DensityLine         PIC X(110).

FD  GridExtractFile.
01  GridHeaderRecord.
    05  ghRecType       PIC X(3).
    05  ghRunId         PIC X(8).
01  GridExtractRecord.
    05  geColumn        PIC 9(3).
    05  geRow           PIC 9(3).
    05  geCornerX1      PIC S9(8)V99.
    05  geCornerY1      PIC S9(8)V99.
    05  geCornerX2      PIC S9(8)V99.
    05  geCornerY2      PIC S9(8)V99.
    05  geVehicleTicks  PIC 9(8).
    05  gePeakOccupancy PIC 9(4).
    05  gePeakFromTick  PIC 9(4).
    05  gePeakToTick    PIC 9(4).
    05  geBusyFromTick  PIC 9(4).
    05  geBusyToTick    PIC 9(4).
    05  geBusyTicks     PIC 9(8).
    05  geNearMissWarn  PIC 9(6).
    05  geNearMissCrit  PIC 9(6).
    05  geCollisions    PIC 9(6).
01  GridTrailerRecord.
    05  gtRecType       PIC X(3).
    05  gtRunId         PIC X(8).
    05  gtRecordCount   PIC 9(8).

WORKING-STORAGE SECTION.
01  WS-GridCtlStatus       PIC X(2).
01  WS-FleetParmStatus     PIC X(2).
01  WS-AuditStatus         PIC X(2).
01  WS-TrajMasterStatus    PIC X(2).
01  WS-TrajControlStatus   PIC X(2).
01  WS-NearMissStatus      PIC X(2).
01  WS-CollisionStatus     PIC X(2).
01  WS-DensityReportStatus PIC X(2).
01  WS-GridExtractStatus   PIC X(2).
01  WS-RunId               PIC X(8) VALUE SPACES.
01  WS-EventRunId          PIC X(8) VALUE SPACES.
01  WS-CollisionRunId      PIC X(8) VALUE SPACES.
01  WS-Source              PIC X(1) VALUE SPACE.
01  WS-SourceName          PIC X(8) VALUE SPACES.
01  WS-OriginX             PIC S9(8)V99 VALUE ZERO.
01  WS-OriginY             PIC S9(8)V99 VALUE ZERO.
01  WS-CellSize            PIC S9(6)V99 VALUE ZERO.
01  WS-Columns             PIC 9(4) COMP VALUE ZERO.
01  WS-Rows                PIC 9(4) COMP VALUE ZERO.
01  WS-WindowTicks         PIC 9(4) COMP VALUE ZERO.
01  WS-DefaultWindowTicks  PIC 9(4) COMP VALUE 10.
01  WS-TopCount            PIC 9(4) COMP VALUE ZERO.
01  WS-DefaultTopCount     PIC 9(4) COMP VALUE 20.
01  WS-MaxCells            PIC 9(5) COMP VALUE 10000.
01  WS-MaxFleetSize        PIC 9(4) COMP VALUE 5000.
01  WS-MaxEvents           PIC 9(4) COMP VALUE 4000.
01  WS-MaxTop              PIC 9(4) COMP VALUE 500.
01  WS-CellTotal           PIC 9(8) COMP VALUE ZERO.
01  WS-ReadCount           PIC 9(8) COMP VALUE ZERO.
01  WS-FootprintCount      PIC 9(8) COMP VALUE ZERO.
01  WS-OutsideCount        PIC 9(8) COMP VALUE ZERO.
01  WS-UnknownSizeCount    PIC 9(6) COMP VALUE ZERO.
01  WS-EventsPlaced        PIC 9(6) COMP VALUE ZERO.
01  WS-EventsUnplaced      PIC 9(6) COMP VALUE ZERO.
01  WS-ExtractWriteCount   PIC 9(8) COMP VALUE ZERO.
01  WS-CurrentTick         PIC 9(4) VALUE ZERO.
01  WS-LastTick            PIC 9(4) VALUE ZERO.
01  WS-StreamVehicle       PIC X(6).
01  WS-StreamTick          PIC 9(4) VALUE ZERO.
01  WS-StreamX             PIC S9(8)V99 VALUE ZERO.
01  WS-StreamY             PIC S9(8)V99 VALUE ZERO.
01  WS-Width               PIC S9(8)V99 VALUE ZERO.
01  WS-Height              PIC S9(8)V99 VALUE ZERO.
01  WS-RelLow              PIC S9(8)V99 VALUE ZERO.
01  WS-RelHigh             PIC S9(8)V99 VALUE ZERO.
01  WS-CellWork            PIC S9(8) VALUE ZERO.
01  WS-ColLow              PIC S9(8) VALUE ZERO.
01  WS-ColHigh             PIC S9(8) VALUE ZERO.
01  WS-RowLow              PIC S9(8) VALUE ZERO.
01  WS-RowHigh             PIC S9(8) VALUE ZERO.
01  WS-PointX              PIC S9(8)V99 VALUE ZERO.
01  WS-PointY              PIC S9(8)V99 VALUE ZERO.
01  WS-WindowNo            PIC 9(4) COMP VALUE ZERO.
01  WS-WindowFrom          PIC 9(4) VALUE ZERO.
01  WS-WindowTo            PIC 9(4) VALUE ZERO.
01  WS-SearchVehicle       PIC X(6).
01  WS-EndOfStream         PIC X(1) VALUE SPACE.
01  WS-SortDone            PIC X(1) VALUE SPACE.
01  WS-LinesPerPage        PIC 9(2) COMP VALUE 55.
01  WS-LineCount           PIC 9(2) COMP VALUE 99.
01  WS-PageCount           PIC 9(4) COMP VALUE ZERO.
01  WS-AbendFileName       PIC X(8).
01  WS-AbendStatus         PIC X(2).
01  VehicleCount           PIC 9(4) COMP VALUE ZERO.
01  StreamCount            PIC 9(4) COMP VALUE ZERO.
01  EventCount             PIC 9(4) COMP VALUE ZERO.
01  TouchedCount           PIC 9(5) COMP VALUE ZERO.
01  TopCount               PIC 9(4) COMP VALUE ZERO.
01  VehIdx                 PIC 9(4) COMP VALUE ZERO.
01  StreamIdx              PIC 9(4) COMP VALUE ZERO.
01  EventIdx               PIC 9(4) COMP VALUE ZERO.
01  EventFirst             PIC 9(4) COMP VALUE ZERO.
01  EventScanIdx           PIC 9(4) COMP VALUE ZERO.
01  CellIdx                PIC 9(5) COMP VALUE ZERO.
01  TouchedIdx             PIC 9(5) COMP VALUE ZERO.
01  ColIdx                 PIC 9(4) COMP VALUE ZERO.
01  RowIdx                 PIC 9(4) COMP VALUE ZERO.
01  TopIdx                 PIC 9(4) COMP VALUE ZERO.
01  TopScanIdx             PIC 9(4) COMP VALUE ZERO.
01  WS-BinLow              PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh             PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid              PIC 9(4) COMP VALUE ZERO.

01  VehicleSizeTable.
    05  VehicleSize OCCURS 5000 TIMES.
        10  vsVehicleId     PIC X(6).
        10  vsWidth         PIC S9(8)V99.
        10  vsHeight        PIC S9(8)V99.

01  StreamVehicleTable.
    05  StreamVehicle OCCURS 5000 TIMES.
        10  svVehicleId     PIC X(6).

01  GridTable.
    05  GridCell OCCURS 10000 TIMES.
        10  gdVehicleTicks  PIC 9(8) COMP.
        10  gdTickCount     PIC 9(4) COMP.
        10  gdPeak          PIC 9(4) COMP.
        10  gdPeakWindow    PIC 9(4) COMP.
        10  gdCurWindow     PIC 9(4) COMP.
        10  gdCurTicks      PIC 9(8) COMP.
        10  gdBusyWindow    PIC 9(4) COMP.
        10  gdBusyTicks     PIC 9(8) COMP.
        10  gdNearMissWarn  PIC 9(6) COMP.
        10  gdNearMissCrit  PIC 9(6) COMP.
        10  gdCollisions    PIC 9(6) COMP.

01  TouchedTable.
    05  TouchedCell OCCURS 10000 TIMES PIC 9(5) COMP.

01  EventTable.
    05  GridEvent OCCURS 4000 TIMES.
        10  evType          PIC X(1).
        10  evTick          PIC 9(4).
        10  evVehicleA      PIC X(6).
        10  evVehicleB      PIC X(6).
        10  evFoundA        PIC X(1).
        10  evFoundB        PIC X(1).
        10  evCentreXA      PIC S9(8)V99.
        10  evCentreYA      PIC S9(8)V99.
        10  evCentreXB      PIC S9(8)V99.
        10  evCentreYB      PIC S9(8)V99.

01  EventHold.
    05  ehType          PIC X(1).
    05  ehTick          PIC 9(4).
    05  ehVehicleA      PIC X(6).
    05  ehVehicleB      PIC X(6).
    05  ehFoundA        PIC X(1).
    05  ehFoundB        PIC X(1).
    05  ehCentreXA      PIC S9(8)V99.
    05  ehCentreYA      PIC S9(8)V99.
    05  ehCentreXB      PIC S9(8)V99.
    05  ehCentreYB      PIC S9(8)V99.

01  TopCellTable.
    05  TopCell OCCURS 500 TIMES.
        10  tcCellIdx       PIC 9(5) COMP.
        10  tcVehicleTicks  PIC 9(8) COMP.
        10  tcPeak          PIC 9(4) COMP.

01  HeadingLine1.
    05  FILLER          PIC X(45)
        VALUE "FLEET SIMULATION - CONGESTION DENSITY FOR RUN".
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  hd1RunId        PIC X(8).
    05  FILLER          PIC X(6)  VALUE " FROM ".
    05  hd1Source       PIC X(8).
    05  FILLER          PIC X(28) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  HeadingLine2.
    05  FILLER          PIC X(6)  VALUE "RANK".
    05  FILLER          PIC X(9)  VALUE "COL/ROW".
    05  FILLER          PIC X(12) VALUE "     X-FROM".
    05  FILLER          PIC X(13) VALUE "     Y-FROM".
    05  FILLER          PIC X(10) VALUE "VEH-TICKS".
    05  FILLER          PIC X(6)  VALUE " PEAK".
    05  FILLER          PIC X(11) VALUE "PEAK TICKS".
    05  FILLER          PIC X(10) VALUE "BUSIEST".
    05  FILLER          PIC X(9)  VALUE "BUSY-VT".
    05  FILLER          PIC X(6)  VALUE "NM-W".
    05  FILLER          PIC X(6)  VALUE "NM-C".
    05  FILLER          PIC X(6)  VALUE "COLL".
    05  FILLER          PIC X(6)  VALUE SPACES.

01  CellDetailLine.
    05  cdRank          PIC ZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  cdColumn        PIC ZZ9.
    05  FILLER          PIC X(1)  VALUE "/".
    05  cdRow           PIC ZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  cdCornerX       PIC -(7)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  cdCornerY       PIC -(7)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  cdVehicleTicks  PIC Z(7)9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  cdPeak          PIC ZZZZ9.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  cdPeakFrom      PIC ZZZ9.
    05  FILLER          PIC X(1)  VALUE "-".
    05  cdPeakTo        PIC ZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  cdBusyFrom      PIC ZZZ9.
    05  FILLER          PIC X(1)  VALUE "-".
    05  cdBusyTo        PIC ZZZ9.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  cdBusyTicks     PIC Z(6)9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  cdNearMissWarn  PIC ZZZZ9.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  cdNearMissCrit  PIC ZZZZ9.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  cdCollisions    PIC ZZZZ9.
    05  FILLER          PIC X(7)  VALUE SPACES.

01  NoActivityLine.
    05  FILLER          PIC X(35)
        VALUE "NO VEHICLE ACTIVITY INSIDE THE GRID".
    05  FILLER          PIC X(75) VALUE SPACES.

01  GridSummaryLine1.
    05  FILLER          PIC X(6)  VALUE "GRID  ".
    05  gs1Columns      PIC ZZ9.
    05  FILLER          PIC X(3)  VALUE " X ".
    05  gs1Rows         PIC ZZ9.
    05  FILLER          PIC X(15) VALUE " CELLS OF SIZE ".
    05  gs1CellSize     PIC Z(5)9.99.
    05  FILLER          PIC X(11) VALUE " FROM X/Y  ".
    05  gs1OriginX      PIC -(7)9.99.
    05  FILLER          PIC X(1)  VALUE "/".
    05  gs1OriginY      PIC -(7)9.99.
    05  FILLER          PIC X(16) VALUE "  WINDOW TICKS  ".
    05  gs1WindowTicks  PIC ZZZ9.
    05  FILLER          PIC X(16) VALUE SPACES.

01  GridSummaryLine2.
    05  FILLER          PIC X(14) VALUE "POSITIONS READ".
    05  gs2ReadCount    PIC Z(7)9.
    05  FILLER          PIC X(15) VALUE "  OUTSIDE GRID ".
    05  gs2OutsideCount PIC Z(7)9.
    05  FILLER          PIC X(16) VALUE "  EVENTS PLACED ".
    05  gs2EventsPlaced PIC ZZZZZ9.
    05  FILLER          PIC X(12) VALUE "  UNPLACED  ".
    05  gs2Unplaced     PIC ZZZZZ9.
    05  FILLER          PIC X(14) VALUE "  CELLS USED  ".
    05  gs2CellsUsed    PIC Z(7)9.
    05  FILLER          PIC X(1)  VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM LOAD-GRID-CONTROL
    PERFORM LOAD-VEHICLE-SIZES
    PERFORM INITIALIZE-GRID
    PERFORM LOAD-NEAR-MISS-EVENTS
    PERFORM LOAD-COLLISION-EVENTS
    PERFORM SORT-EVENTS-BY-TICK
    IF WS-Source = "A"
        PERFORM STREAM-AUDIT-LOG
    ELSE
        PERFORM STREAM-TRAJECTORY-MASTER
    END-IF
    PERFORM CLOSE-CURRENT-TICK
    PERFORM FINISH-CELL-WINDOWS
    PERFORM PLACE-EVENTS
    PERFORM SELECT-TOP-CELLS
    PERFORM WRITE-GRID-EXTRACT
    PERFORM PRINT-DENSITY-REPORT
    DISPLAY "DensityGrid: run " WS-RunId " from " WS-SourceName
        " - " WS-ReadCount " positions, " WS-OutsideCount
        " outside grid, " WS-ExtractWriteCount " cells extracted"
    IF WS-EventsUnplaced > ZERO
        DISPLAY "  events not placed in grid " WS-EventsUnplaced
    END-IF
    IF WS-UnknownSizeCount > ZERO
        DISPLAY "  positions without FLEETPRM size "
            WS-UnknownSizeCount
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "DensityGrid: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "DensityGrid: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "DensityGrid: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "DensityGrid: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

CHECK-REPORT-WRITE.
    IF WS-DensityReportStatus NOT = "00"
        MOVE "DENSRPT" TO WS-AbendFileName
        MOVE WS-DensityReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

CHECK-EXTRACT-WRITE.
    IF WS-GridExtractStatus NOT = "00"
        MOVE "GRIDEXT" TO WS-AbendFileName
        MOVE WS-GridExtractStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

*> The grid runs from the origin for the given number of columns and
*> rows of square cells. A zero window or top count takes the default.
LOAD-GRID-CONTROL.
    OPEN INPUT GridControlFile
    IF WS-GridCtlStatus NOT = "00"
        DISPLAY "DensityGrid: cannot open GRIDCTL - status "
            WS-GridCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ GridControlFile
        AT END
            MOVE "10" TO WS-GridCtlStatus
    END-READ
    IF WS-GridCtlStatus NOT = "00"
        DISPLAY "DensityGrid: GRIDCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF gcSource NOT = "T" AND gcSource NOT = "A"
        DISPLAY "DensityGrid: source must be T (TRAJMSTR) or A (AUDITLOG)"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF gcOriginX NOT NUMERIC OR gcOriginY NOT NUMERIC
       OR gcCellSize NOT NUMERIC OR gcColumns NOT NUMERIC
       OR gcRows NOT NUMERIC OR gcWindowTicks NOT NUMERIC
       OR gcTopCount NOT NUMERIC
        DISPLAY "DensityGrid: non-numeric field on GRIDCTL"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF gcCellSize <= ZERO OR gcColumns = ZERO OR gcRows = ZERO
        DISPLAY "DensityGrid: grid cell size or extent invalid"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    COMPUTE WS-CellTotal = gcColumns * gcRows
    IF WS-CellTotal > WS-MaxCells
        DISPLAY "DensityGrid: grid of " WS-CellTotal
            " cells exceeds " WS-MaxCells
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE gcSource   TO WS-Source
    MOVE gcOriginX  TO WS-OriginX
    MOVE gcOriginY  TO WS-OriginY
    MOVE gcCellSize TO WS-CellSize
    MOVE gcColumns  TO WS-Columns
    MOVE gcRows     TO WS-Rows
    IF gcWindowTicks = ZERO
        MOVE WS-DefaultWindowTicks TO WS-WindowTicks
    ELSE
        MOVE gcWindowTicks TO WS-WindowTicks
    END-IF
    IF gcTopCount = ZERO
        MOVE WS-DefaultTopCount TO WS-TopCount
    ELSE
        MOVE gcTopCount TO WS-TopCount
    END-IF
    IF WS-TopCount > WS-MaxTop
        DISPLAY "DensityGrid: top count capped at " WS-MaxTop
        MOVE WS-MaxTop TO WS-TopCount
    END-IF
    IF WS-Source = "A"
        MOVE "AUDITLOG" TO WS-SourceName
    ELSE
        MOVE "TRAJMSTR" TO WS-SourceName
    END-IF
    CLOSE GridControlFile
    IF WS-GridCtlStatus NOT = "00"
        MOVE "GRIDCTL" TO WS-AbendFileName
        MOVE WS-GridCtlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

LOAD-VEHICLE-SIZES.
    MOVE ZERO TO VehicleCount
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
            DISPLAY "DensityGrid: roster exceeds "
                WS-MaxFleetSize " vehicles - remaining records ignored"
            MOVE "10" TO WS-FleetParmStatus
        ELSE
            ADD 1 TO VehicleCount
            MOVE fpVehicleId  TO vsVehicleId(VehicleCount)
            MOVE fpSizeWidth  TO vsWidth(VehicleCount)
            MOVE fpSizeHeight TO vsHeight(VehicleCount)
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

*> FLEETPRM is read in vehicle-id key order, so the size table can be
*> searched by binary chop. A vehicle since removed from FLEETPRM is
*> counted as a point at its reference corner.
FIND-VEHICLE-SIZE.
    MOVE ZERO TO VehIdx
    MOVE ZERO TO WS-Width
    MOVE ZERO TO WS-Height
    MOVE 1 TO WS-BinLow
    MOVE VehicleCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR VehIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF vsVehicleId(WS-BinMid) = WS-SearchVehicle
            MOVE WS-BinMid TO VehIdx
            MOVE vsWidth(VehIdx)  TO WS-Width
            MOVE vsHeight(VehIdx) TO WS-Height
        ELSE
            IF vsVehicleId(WS-BinMid) < WS-SearchVehicle
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

INITIALIZE-GRID.
    PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > WS-CellTotal
        MOVE ZERO TO gdVehicleTicks(CellIdx)
        MOVE ZERO TO gdTickCount(CellIdx)
        MOVE ZERO TO gdPeak(CellIdx)
        MOVE ZERO TO gdPeakWindow(CellIdx)
        MOVE ZERO TO gdCurWindow(CellIdx)
        MOVE ZERO TO gdCurTicks(CellIdx)
        MOVE ZERO TO gdBusyWindow(CellIdx)
        MOVE ZERO TO gdBusyTicks(CellIdx)
        MOVE ZERO TO gdNearMissWarn(CellIdx)
        MOVE ZERO TO gdNearMissCrit(CellIdx)
        MOVE ZERO TO gdCollisions(CellIdx)
    END-PERFORM
    MOVE ZERO TO TouchedCount.

*> NEARMISS carries no positions, so each near miss is held here and
*> located from the two vehicles' positions at its closest tick as the
*> position stream goes past. NEARMISS and COLLRPT are optional.
LOAD-NEAR-MISS-EVENTS.
    MOVE ZERO TO EventCount
    OPEN INPUT NearMissFile
    IF WS-NearMissStatus NOT = "00" AND WS-NearMissStatus NOT = "35"
        MOVE "NEARMISS" TO WS-AbendFileName
        MOVE WS-NearMissStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-NearMissStatus = "00"
        READ NearMissFile
            AT END
                MOVE "10" TO WS-NearMissStatus
        END-READ
        PERFORM UNTIL WS-NearMissStatus NOT = "00"
            EVALUATE nmObjectA(1:3)
                WHEN "HDR"
                    CONTINUE
                WHEN "TRL"
                    MOVE NearMissRecord(4:8) TO WS-EventRunId
                WHEN OTHER
                    PERFORM ADD-NEAR-MISS-EVENT
            END-EVALUATE
            READ NearMissFile
                AT END
                    MOVE "10" TO WS-NearMissStatus
            END-READ
        END-PERFORM
        CLOSE NearMissFile
        IF WS-NearMissStatus NOT = "00"
            MOVE "NEARMISS" TO WS-AbendFileName
            MOVE WS-NearMissStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

ADD-NEAR-MISS-EVENT.
    IF EventCount >= WS-MaxEvents
        DISPLAY "DensityGrid: event table full - near miss "
            nmObjectA " / " nmObjectB " not overlaid"
        ADD 1 TO WS-EventsUnplaced
    ELSE
        ADD 1 TO EventCount
        MOVE nmGrade     TO evType(EventCount)
        MOVE nmMinTick   TO evTick(EventCount)
        MOVE nmObjectA   TO evVehicleA(EventCount)
        MOVE nmObjectB   TO evVehicleB(EventCount)
        MOVE SPACE       TO evFoundA(EventCount)
        MOVE SPACE       TO evFoundB(EventCount)
        MOVE ZERO        TO evCentreXA(EventCount)
        MOVE ZERO        TO evCentreYA(EventCount)
        MOVE ZERO        TO evCentreXB(EventCount)
        MOVE ZERO        TO evCentreYB(EventCount)
    END-IF.

*> COLLRPT records both vehicles' positions, so a collision is located
*> directly from the record.
LOAD-COLLISION-EVENTS.
    OPEN INPUT CollisionFile
    IF WS-CollisionStatus NOT = "00" AND WS-CollisionStatus NOT = "35"
        MOVE "COLLRPT" TO WS-AbendFileName
        MOVE WS-CollisionStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-CollisionStatus = "00"
        READ CollisionFile
            AT END
                MOVE "10" TO WS-CollisionStatus
        END-READ
        PERFORM UNTIL WS-CollisionStatus NOT = "00"
            EVALUATE clObjectA(1:3)
                WHEN "HDR"
                    MOVE CollisionRecord(4:8) TO WS-CollisionRunId
                WHEN "TRL"
                    CONTINUE
                WHEN OTHER
                    PERFORM ADD-COLLISION-EVENT
            END-EVALUATE
            READ CollisionFile
                AT END
                    MOVE "10" TO WS-CollisionStatus
            END-READ
        END-PERFORM
        CLOSE CollisionFile
        IF WS-CollisionStatus NOT = "00"
            MOVE "COLLRPT" TO WS-AbendFileName
            MOVE WS-CollisionStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

ADD-COLLISION-EVENT.
    IF EventCount >= WS-MaxEvents
        DISPLAY "DensityGrid: event table full - collision "
            clObjectA " / " clObjectB " not overlaid"
        ADD 1 TO WS-EventsUnplaced
    ELSE
        ADD 1 TO EventCount
        MOVE "X"       TO evType(EventCount)
        MOVE clTick    TO evTick(EventCount)
        MOVE clObjectA TO evVehicleA(EventCount)
        MOVE clObjectB TO evVehicleB(EventCount)
        MOVE "Y"       TO evFoundA(EventCount)
        MOVE "Y"       TO evFoundB(EventCount)
        MOVE clObjectA TO WS-SearchVehicle
        PERFORM FIND-VEHICLE-SIZE
        COMPUTE evCentreXA(EventCount) = clPosXA + (WS-Width / 2)
        COMPUTE evCentreYA(EventCount) = clPosYA + (WS-Height / 2)
        MOVE clObjectB TO WS-SearchVehicle
        PERFORM FIND-VEHICLE-SIZE
        COMPUTE evCentreXB(EventCount) = clPosXB + (WS-Width / 2)
        COMPUTE evCentreYB(EventCount) = clPosYB + (WS-Height / 2)
    END-IF.

SORT-EVENTS-BY-TICK.
    PERFORM VARYING EventIdx FROM 2 BY 1 UNTIL EventIdx > EventCount
        MOVE GridEvent(EventIdx) TO EventHold
        COMPUTE EventScanIdx = EventIdx - 1
        MOVE SPACE TO WS-SortDone
        PERFORM UNTIL WS-SortDone = "Y"
            IF EventScanIdx < 1
                MOVE "Y" TO WS-SortDone
            ELSE
                IF evTick(EventScanIdx) <= ehTick
                    MOVE "Y" TO WS-SortDone
                ELSE
                    MOVE GridEvent(EventScanIdx)
                        TO GridEvent(EventScanIdx + 1)
                    SUBTRACT 1 FROM EventScanIdx
                END-IF
            END-IF
        END-PERFORM
        MOVE EventHold TO GridEvent(EventScanIdx + 1)
    END-PERFORM
    MOVE 1 TO EventFirst.

*> AUDITLOG is written tick by tick, so it is streamed as it stands.
STREAM-AUDIT-LOG.
    OPEN INPUT AuditFile
    IF WS-AuditStatus NOT = "00"
        MOVE "AUDITLOG" TO WS-AbendFileName
        MOVE WS-AuditStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ AuditFile
        AT END
            MOVE "10" TO WS-AuditStatus
    END-READ
    PERFORM UNTIL WS-AuditStatus NOT = "00"
        EVALUATE adVehicleId(1:3)
            WHEN "HDR"
                MOVE AuditRecord(4:8) TO WS-RunId
            WHEN "TRL"
                CONTINUE
            WHEN OTHER
                MOVE adVehicleId TO WS-StreamVehicle
                MOVE adTick      TO WS-StreamTick
                MOVE adPosX      TO WS-StreamX
                MOVE adPosY      TO WS-StreamY
                PERFORM PROCESS-ONE-POSITION
        END-EVALUATE
        READ AuditFile
            AT END
                MOVE "10" TO WS-AuditStatus
        END-READ
    END-PERFORM
    CLOSE AuditFile
    IF WS-AuditStatus NOT = "00"
        MOVE "AUDITLOG" TO WS-AbendFileName
        MOVE WS-AuditStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM CHECK-EVENT-RUN-ID.

*> TRAJMSTR is keyed vehicle then tick. A first pass collects the
*> vehicles and the last tick; the positions are then read back tick
*> by tick so that simultaneous occupancy can be counted.
STREAM-TRAJECTORY-MASTER.
    OPEN INPUT TrajControlFile
    IF WS-TrajControlStatus NOT = "00"
        DISPLAY "DensityGrid: cannot open TRAJCTL - status "
            WS-TrajControlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ TrajControlFile
        AT END
            MOVE "10" TO WS-TrajControlStatus
    END-READ
    IF WS-TrajControlStatus NOT = "00"
        DISPLAY "DensityGrid: TRAJCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE tjRunId TO WS-RunId
    CLOSE TrajControlFile
    IF WS-TrajControlStatus NOT = "00"
        MOVE "TRAJCTL" TO WS-AbendFileName
        MOVE WS-TrajControlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    OPEN INPUT TrajMasterFile
    IF WS-TrajMasterStatus NOT = "00"
        MOVE "TRAJMSTR" TO WS-AbendFileName
        MOVE WS-TrajMasterStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM COLLECT-TRAJECTORY-VEHICLES
    PERFORM VARYING WS-StreamTick FROM 1 BY 1
            UNTIL WS-StreamTick > WS-LastTick
        PERFORM VARYING StreamIdx FROM 1 BY 1
                UNTIL StreamIdx > StreamCount
            PERFORM READ-TRAJECTORY-POINT
        END-PERFORM
    END-PERFORM
    CLOSE TrajMasterFile
    IF WS-TrajMasterStatus NOT = "00"
        MOVE "TRAJMSTR" TO WS-AbendFileName
        MOVE WS-TrajMasterStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM CHECK-EVENT-RUN-ID.

COLLECT-TRAJECTORY-VEHICLES.
    MOVE ZERO TO StreamCount
    MOVE ZERO TO WS-LastTick
    MOVE SPACE TO WS-EndOfStream
    PERFORM UNTIL WS-EndOfStream = "Y"
        READ TrajMasterFile NEXT
            AT END
                MOVE "Y" TO WS-EndOfStream
        END-READ
        IF WS-EndOfStream NOT = "Y"
            IF WS-TrajMasterStatus NOT = "00"
                MOVE "TRAJMSTR" TO WS-AbendFileName
                MOVE WS-TrajMasterStatus TO WS-AbendStatus
                PERFORM FILE-IO-ABEND
            END-IF
            IF tmTick > WS-LastTick
                MOVE tmTick TO WS-LastTick
            END-IF
            IF StreamCount = ZERO
                PERFORM ADD-STREAM-VEHICLE
            ELSE
                IF svVehicleId(StreamCount) NOT = tmVehicleId
                    PERFORM ADD-STREAM-VEHICLE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

ADD-STREAM-VEHICLE.
    IF StreamCount >= WS-MaxFleetSize
        DISPLAY "DensityGrid: TRAJMSTR vehicle table full - "
            tmVehicleId " not counted"
    ELSE
        ADD 1 TO StreamCount
        MOVE tmVehicleId TO svVehicleId(StreamCount)
    END-IF.

READ-TRAJECTORY-POINT.
    MOVE svVehicleId(StreamIdx) TO tmVehicleId
    MOVE WS-StreamTick          TO tmTick
    READ TrajMasterFile
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE WS-TrajMasterStatus
        WHEN "00"
            MOVE tmVehicleId TO WS-StreamVehicle
            MOVE tmPosX      TO WS-StreamX
            MOVE tmPosY      TO WS-StreamY
            PERFORM PROCESS-ONE-POSITION
        WHEN "23"
            CONTINUE
        WHEN OTHER
            MOVE "TRAJMSTR" TO WS-AbendFileName
            MOVE WS-TrajMasterStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
    END-EVALUATE.

*> The event files must come from the same run as the positions,
*> otherwise the overlay would put events in the wrong places.
CHECK-EVENT-RUN-ID.
    IF WS-EventRunId NOT = SPACES AND WS-EventRunId NOT = WS-RunId
        DISPLAY "DensityGrid: NEARMISS is for run " WS-EventRunId
            " but " WS-SourceName " is for run " WS-RunId
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF WS-CollisionRunId NOT = SPACES
       AND WS-CollisionRunId NOT = WS-RunId
        DISPLAY "DensityGrid: COLLRPT is for run " WS-CollisionRunId
            " but " WS-SourceName " is for run " WS-RunId
        PERFORM RUN-CONTROL-ABORT
    END-IF.

PROCESS-ONE-POSITION.
    ADD 1 TO WS-ReadCount
    IF WS-StreamTick NOT = WS-CurrentTick
        PERFORM CLOSE-CURRENT-TICK
        MOVE WS-StreamTick TO WS-CurrentTick
        IF WS-StreamTick > WS-LastTick
            MOVE WS-StreamTick TO WS-LastTick
        END-IF
        PERFORM VARYING EventFirst FROM 1 BY 1
                UNTIL EventFirst > EventCount
                   OR evTick(EventFirst) >= WS-CurrentTick
            CONTINUE
        END-PERFORM
    END-IF
    MOVE WS-StreamVehicle TO WS-SearchVehicle
    PERFORM FIND-VEHICLE-SIZE
    IF VehIdx = ZERO
        ADD 1 TO WS-UnknownSizeCount
    END-IF
    PERFORM MATCH-STREAM-EVENTS
    PERFORM COUNT-FOOTPRINT.

MATCH-STREAM-EVENTS.
    PERFORM VARYING EventScanIdx FROM EventFirst BY 1
            UNTIL EventScanIdx > EventCount
               OR evTick(EventScanIdx) > WS-CurrentTick
        IF evType(EventScanIdx) NOT = "X"
            IF evVehicleA(EventScanIdx) = WS-StreamVehicle
                MOVE "Y" TO evFoundA(EventScanIdx)
                COMPUTE evCentreXA(EventScanIdx) =
                    WS-StreamX + (WS-Width / 2)
                COMPUTE evCentreYA(EventScanIdx) =
                    WS-StreamY + (WS-Height / 2)
            END-IF
            IF evVehicleB(EventScanIdx) = WS-StreamVehicle
                MOVE "Y" TO evFoundB(EventScanIdx)
                COMPUTE evCentreXB(EventScanIdx) =
                    WS-StreamX + (WS-Width / 2)
                COMPUTE evCentreYB(EventScanIdx) =
                    WS-StreamY + (WS-Height / 2)
            END-IF
        END-IF
    END-PERFORM.

*> A footprint is counted in every cell it overlaps; the part lying
*> outside the grid is ignored.
COUNT-FOOTPRINT.
    COMPUTE WS-RelLow = WS-StreamX - WS-OriginX
    COMPUTE WS-RelHigh = WS-RelLow + WS-Width
    IF WS-Width > ZERO
        SUBTRACT 0.01 FROM WS-RelHigh
    END-IF
    PERFORM LOCATE-COLUMN-RANGE
    COMPUTE WS-RelLow = WS-StreamY - WS-OriginY
    COMPUTE WS-RelHigh = WS-RelLow + WS-Height
    IF WS-Height > ZERO
        SUBTRACT 0.01 FROM WS-RelHigh
    END-IF
    PERFORM LOCATE-ROW-RANGE
    IF WS-ColHigh < 1 OR WS-ColLow > WS-Columns
       OR WS-RowHigh < 1 OR WS-RowLow > WS-Rows
        ADD 1 TO WS-OutsideCount
    ELSE
        IF WS-ColLow < 1
            MOVE 1 TO WS-ColLow
        END-IF
        IF WS-ColHigh > WS-Columns
            MOVE WS-Columns TO WS-ColHigh
        END-IF
        IF WS-RowLow < 1
            MOVE 1 TO WS-RowLow
        END-IF
        IF WS-RowHigh > WS-Rows
            MOVE WS-Rows TO WS-RowHigh
        END-IF
        ADD 1 TO WS-FootprintCount
        PERFORM VARYING RowIdx FROM WS-RowLow BY 1
                UNTIL RowIdx > WS-RowHigh
            PERFORM VARYING ColIdx FROM WS-ColLow BY 1
                    UNTIL ColIdx > WS-ColHigh
                COMPUTE CellIdx = ((RowIdx - 1) * WS-Columns) + ColIdx
                PERFORM ADD-CELL-OCCUPANCY
            END-PERFORM
        END-PERFORM
    END-IF.

*> Cells are numbered from 1; anything left of or below the origin
*> falls in cell 0, which is outside the grid.
LOCATE-COLUMN-RANGE.
    IF WS-RelLow < ZERO
        MOVE ZERO TO WS-ColLow
    ELSE
        COMPUTE WS-CellWork = WS-RelLow / WS-CellSize
        COMPUTE WS-ColLow = WS-CellWork + 1
    END-IF
    IF WS-RelHigh < ZERO
        MOVE ZERO TO WS-ColHigh
    ELSE
        COMPUTE WS-CellWork = WS-RelHigh / WS-CellSize
        COMPUTE WS-ColHigh = WS-CellWork + 1
    END-IF.

LOCATE-ROW-RANGE.
    IF WS-RelLow < ZERO
        MOVE ZERO TO WS-RowLow
    ELSE
        COMPUTE WS-CellWork = WS-RelLow / WS-CellSize
        COMPUTE WS-RowLow = WS-CellWork + 1
    END-IF
    IF WS-RelHigh < ZERO
        MOVE ZERO TO WS-RowHigh
    ELSE
        COMPUTE WS-CellWork = WS-RelHigh / WS-CellSize
        COMPUTE WS-RowHigh = WS-CellWork + 1
    END-IF.

*> Vehicle-ticks are also accumulated per tick window, and the window
*> with the most vehicle-ticks is kept as the cell's busiest.
ADD-CELL-OCCUPANCY.
    ADD 1 TO gdVehicleTicks(CellIdx)
    IF gdTickCount(CellIdx) = ZERO
        ADD 1 TO TouchedCount
        MOVE CellIdx TO TouchedCell(TouchedCount)
    END-IF
    ADD 1 TO gdTickCount(CellIdx)
    COMPUTE WS-WindowNo = ((WS-CurrentTick - 1) / WS-WindowTicks) + 1
    IF gdCurWindow(CellIdx) NOT = WS-WindowNo
        PERFORM CLOSE-CELL-WINDOW
        MOVE WS-WindowNo TO gdCurWindow(CellIdx)
        MOVE ZERO TO gdCurTicks(CellIdx)
    END-IF
    ADD 1 TO gdCurTicks(CellIdx).

CLOSE-CELL-WINDOW.
    IF gdCurTicks(CellIdx) > gdBusyTicks(CellIdx)
        MOVE gdCurTicks(CellIdx)  TO gdBusyTicks(CellIdx)
        MOVE gdCurWindow(CellIdx) TO gdBusyWindow(CellIdx)
    END-IF.

*> At the end of each tick the cells touched during it are checked
*> for a new peak of simultaneous occupancy and cleared for the next.
CLOSE-CURRENT-TICK.
    PERFORM VARYING TouchedIdx FROM 1 BY 1
            UNTIL TouchedIdx > TouchedCount
        MOVE TouchedCell(TouchedIdx) TO CellIdx
        IF gdTickCount(CellIdx) > gdPeak(CellIdx)
            MOVE gdTickCount(CellIdx) TO gdPeak(CellIdx)
            COMPUTE gdPeakWindow(CellIdx) =
                ((WS-CurrentTick - 1) / WS-WindowTicks) + 1
        END-IF
        MOVE ZERO TO gdTickCount(CellIdx)
    END-PERFORM
    MOVE ZERO TO TouchedCount.

FINISH-CELL-WINDOWS.
    PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > WS-CellTotal
        IF gdCurWindow(CellIdx) > ZERO
            PERFORM CLOSE-CELL-WINDOW
        END-IF
    END-PERFORM.

*> An event is placed at the midpoint of the two vehicles' centres.
*> If only one vehicle was seen at the event tick its centre is used.
PLACE-EVENTS.
    PERFORM VARYING EventIdx FROM 1 BY 1 UNTIL EventIdx > EventCount
        PERFORM PLACE-ONE-EVENT
    END-PERFORM.

PLACE-ONE-EVENT.
    MOVE ZERO TO CellIdx
    IF evFoundA(EventIdx) = "Y" AND evFoundB(EventIdx) = "Y"
        COMPUTE WS-PointX =
            (evCentreXA(EventIdx) + evCentreXB(EventIdx)) / 2
        COMPUTE WS-PointY =
            (evCentreYA(EventIdx) + evCentreYB(EventIdx)) / 2
        PERFORM LOCATE-POINT-CELL
    ELSE
        IF evFoundA(EventIdx) = "Y"
            MOVE evCentreXA(EventIdx) TO WS-PointX
            MOVE evCentreYA(EventIdx) TO WS-PointY
            PERFORM LOCATE-POINT-CELL
        ELSE
            IF evFoundB(EventIdx) = "Y"
                MOVE evCentreXB(EventIdx) TO WS-PointX
                MOVE evCentreYB(EventIdx) TO WS-PointY
                PERFORM LOCATE-POINT-CELL
            END-IF
        END-IF
    END-IF
    IF CellIdx = ZERO
        ADD 1 TO WS-EventsUnplaced
    ELSE
        ADD 1 TO WS-EventsPlaced
        EVALUATE evType(EventIdx)
            WHEN "X"
                ADD 1 TO gdCollisions(CellIdx)
            WHEN "C"
                ADD 1 TO gdNearMissCrit(CellIdx)
            WHEN OTHER
                ADD 1 TO gdNearMissWarn(CellIdx)
        END-EVALUATE
    END-IF.

LOCATE-POINT-CELL.
    COMPUTE WS-RelLow = WS-PointX - WS-OriginX
    MOVE WS-RelLow TO WS-RelHigh
    PERFORM LOCATE-COLUMN-RANGE
    COMPUTE WS-RelLow = WS-PointY - WS-OriginY
    MOVE WS-RelLow TO WS-RelHigh
    PERFORM LOCATE-ROW-RANGE
    IF WS-ColLow >= 1 AND WS-ColLow <= WS-Columns
       AND WS-RowLow >= 1 AND WS-RowLow <= WS-Rows
        COMPUTE CellIdx = ((WS-RowLow - 1) * WS-Columns) + WS-ColLow
    END-IF.

*> Keeps the hottest cells by vehicle-ticks, ties broken on peak
*> occupancy, in a short list held in descending order.
SELECT-TOP-CELLS.
    MOVE ZERO TO TopCount
    PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > WS-CellTotal
        IF gdVehicleTicks(CellIdx) > ZERO
            PERFORM OFFER-TOP-CELL
        END-IF
    END-PERFORM.

OFFER-TOP-CELL.
    IF TopCount < WS-TopCount
        ADD 1 TO TopCount
        MOVE TopCount TO TopScanIdx
    ELSE
        IF gdVehicleTicks(CellIdx) > tcVehicleTicks(TopCount) OR
           (gdVehicleTicks(CellIdx) = tcVehicleTicks(TopCount) AND
            gdPeak(CellIdx) > tcPeak(TopCount))
            MOVE TopCount TO TopScanIdx
        ELSE
            MOVE ZERO TO TopScanIdx
        END-IF
    END-IF
    IF TopScanIdx > ZERO
        MOVE SPACE TO WS-SortDone
        PERFORM UNTIL WS-SortDone = "Y"
            IF TopScanIdx <= 1
                MOVE "Y" TO WS-SortDone
            ELSE
                IF tcVehicleTicks(TopScanIdx - 1) > gdVehicleTicks(CellIdx)
                   OR (tcVehicleTicks(TopScanIdx - 1) =
                       gdVehicleTicks(CellIdx) AND
                       tcPeak(TopScanIdx - 1) >= gdPeak(CellIdx))
                    MOVE "Y" TO WS-SortDone
                ELSE
                    MOVE TopCell(TopScanIdx - 1) TO TopCell(TopScanIdx)
                    SUBTRACT 1 FROM TopScanIdx
                END-IF
            END-IF
        END-PERFORM
        MOVE CellIdx                 TO tcCellIdx(TopScanIdx)
        MOVE gdVehicleTicks(CellIdx) TO tcVehicleTicks(TopScanIdx)
        MOVE gdPeak(CellIdx)         TO tcPeak(TopScanIdx)
    END-IF.

*> GRIDEXT carries every cell with traffic or events, with corners in
*> the same form as ZONETRN so zone transactions can be cut from it.
WRITE-GRID-EXTRACT.
    OPEN OUTPUT GridExtractFile
    IF WS-GridExtractStatus NOT = "00"
        MOVE "GRIDEXT" TO WS-AbendFileName
        MOVE WS-GridExtractStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE "HDR" TO ghRecType
    MOVE WS-RunId TO ghRunId
    WRITE GridHeaderRecord
    PERFORM CHECK-EXTRACT-WRITE
    PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > WS-CellTotal
        IF gdVehicleTicks(CellIdx) > ZERO OR
           gdNearMissWarn(CellIdx) > ZERO OR
           gdNearMissCrit(CellIdx) > ZERO OR
           gdCollisions(CellIdx) > ZERO
            PERFORM WRITE-ONE-EXTRACT-RECORD
        END-IF
    END-PERFORM
    MOVE "TRL" TO gtRecType
    MOVE WS-RunId TO gtRunId
    MOVE WS-ExtractWriteCount TO gtRecordCount
    WRITE GridTrailerRecord
    PERFORM CHECK-EXTRACT-WRITE
    CLOSE GridExtractFile
    IF WS-GridExtractStatus NOT = "00"
        MOVE "GRIDEXT" TO WS-AbendFileName
        MOVE WS-GridExtractStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

WRITE-ONE-EXTRACT-RECORD.
    PERFORM SPLIT-CELL-INDEX
    MOVE ColIdx TO geColumn
    MOVE RowIdx TO geRow
    COMPUTE geCornerX1 = WS-OriginX + ((ColIdx - 1) * WS-CellSize)
    COMPUTE geCornerY1 = WS-OriginY + ((RowIdx - 1) * WS-CellSize)
    COMPUTE geCornerX2 = WS-OriginX + (ColIdx * WS-CellSize)
    COMPUTE geCornerY2 = WS-OriginY + (RowIdx * WS-CellSize)
    MOVE gdVehicleTicks(CellIdx) TO geVehicleTicks
    MOVE gdPeak(CellIdx)         TO gePeakOccupancy
    MOVE gdPeakWindow(CellIdx)   TO WS-WindowNo
    PERFORM WINDOW-TICK-RANGE
    MOVE WS-WindowFrom TO gePeakFromTick
    MOVE WS-WindowTo   TO gePeakToTick
    MOVE gdBusyWindow(CellIdx)   TO WS-WindowNo
    PERFORM WINDOW-TICK-RANGE
    MOVE WS-WindowFrom TO geBusyFromTick
    MOVE WS-WindowTo   TO geBusyToTick
    MOVE gdBusyTicks(CellIdx)    TO geBusyTicks
    MOVE gdNearMissWarn(CellIdx) TO geNearMissWarn
    MOVE gdNearMissCrit(CellIdx) TO geNearMissCrit
    MOVE gdCollisions(CellIdx)   TO geCollisions
    WRITE GridExtractRecord
    PERFORM CHECK-EXTRACT-WRITE
    ADD 1 TO WS-ExtractWriteCount.

SPLIT-CELL-INDEX.
    COMPUTE RowIdx = ((CellIdx - 1) / WS-Columns) + 1
    COMPUTE ColIdx = CellIdx - ((RowIdx - 1) * WS-Columns).

WINDOW-TICK-RANGE.
    IF WS-WindowNo = ZERO
        MOVE ZERO TO WS-WindowFrom
        MOVE ZERO TO WS-WindowTo
    ELSE
        COMPUTE WS-WindowFrom = ((WS-WindowNo - 1) * WS-WindowTicks) + 1
        COMPUTE WS-WindowTo = WS-WindowNo * WS-WindowTicks
        IF WS-WindowTo > WS-LastTick
            MOVE WS-LastTick TO WS-WindowTo
        END-IF
    END-IF.

PRINT-DENSITY-REPORT.
    OPEN OUTPUT DensityReportFile
    IF WS-DensityReportStatus NOT = "00"
        MOVE "DENSRPT" TO WS-AbendFileName
        MOVE WS-DensityReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO WS-PageCount
    IF TopCount = ZERO
        PERFORM PRINT-PAGE-HEADING
        WRITE DensityLine FROM NoActivityLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    ELSE
        PERFORM VARYING TopIdx FROM 1 BY 1 UNTIL TopIdx > TopCount
            PERFORM PRINT-ONE-CELL
        END-PERFORM
    END-IF
    PERFORM PRINT-GRID-SUMMARY
    CLOSE DensityReportFile
    IF WS-DensityReportStatus NOT = "00"
        MOVE "DENSRPT" TO WS-AbendFileName
        MOVE WS-DensityReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

PRINT-ONE-CELL.
    IF WS-LineCount >= WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE tcCellIdx(TopIdx) TO CellIdx
    PERFORM SPLIT-CELL-INDEX
    MOVE TopIdx TO cdRank
    MOVE ColIdx TO cdColumn
    MOVE RowIdx TO cdRow
    COMPUTE cdCornerX = WS-OriginX + ((ColIdx - 1) * WS-CellSize)
    COMPUTE cdCornerY = WS-OriginY + ((RowIdx - 1) * WS-CellSize)
    MOVE gdVehicleTicks(CellIdx) TO cdVehicleTicks
    MOVE gdPeak(CellIdx)         TO cdPeak
    MOVE gdPeakWindow(CellIdx)   TO WS-WindowNo
    PERFORM WINDOW-TICK-RANGE
    MOVE WS-WindowFrom TO cdPeakFrom
    MOVE WS-WindowTo   TO cdPeakTo
    MOVE gdBusyWindow(CellIdx)   TO WS-WindowNo
    PERFORM WINDOW-TICK-RANGE
    MOVE WS-WindowFrom TO cdBusyFrom
    MOVE WS-WindowTo   TO cdBusyTo
    MOVE gdBusyTicks(CellIdx)    TO cdBusyTicks
    MOVE gdNearMissWarn(CellIdx) TO cdNearMissWarn
    MOVE gdNearMissCrit(CellIdx) TO cdNearMissCrit
    MOVE gdCollisions(CellIdx)   TO cdCollisions
    WRITE DensityLine FROM CellDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-GRID-SUMMARY.
    IF WS-LineCount + 3 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE SPACES TO DensityLine
    WRITE DensityLine
    PERFORM CHECK-REPORT-WRITE
    MOVE WS-Columns     TO gs1Columns
    MOVE WS-Rows        TO gs1Rows
    MOVE WS-CellSize    TO gs1CellSize
    MOVE WS-OriginX     TO gs1OriginX
    MOVE WS-OriginY     TO gs1OriginY
    MOVE WS-WindowTicks TO gs1WindowTicks
    WRITE DensityLine FROM GridSummaryLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE WS-ReadCount         TO gs2ReadCount
    MOVE WS-OutsideCount      TO gs2OutsideCount
    MOVE WS-EventsPlaced      TO gs2EventsPlaced
    MOVE WS-EventsUnplaced    TO gs2Unplaced
    MOVE WS-ExtractWriteCount TO gs2CellsUsed
    WRITE DensityLine FROM GridSummaryLine2
    PERFORM CHECK-REPORT-WRITE
    ADD 3 TO WS-LineCount.

PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount  TO hd1PageNo
    MOVE WS-RunId      TO hd1RunId
    MOVE WS-SourceName TO hd1Source
    WRITE DensityLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO DensityLine
    WRITE DensityLine
    PERFORM CHECK-REPORT-WRITE
    WRITE DensityLine FROM HeadingLine2
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO DensityLine
    WRITE DensityLine
    PERFORM CHECK-REPORT-WRITE
    MOVE 4 TO WS-LineCount.
