      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. TeleRecon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtlStatus.

    SELECT TeleControlFile ASSIGN TO "TELECTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TeleCtlStatus.

    SELECT TrajControlFile ASSIGN TO "TRAJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TrajControlStatus.

    SELECT FleetParmFile ASSIGN TO "FLEETPRM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS fpVehicleId
        FILE STATUS IS WS-FleetParmStatus.

    SELECT TrajMasterFile ASSIGN TO "TRAJMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS tmKey
        FILE STATUS IS WS-TrajMasterStatus.

    SELECT TelemetryFile ASSIGN TO "TELEMIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TelemetryStatus.

    SELECT TeleRejectFile ASSIGN TO "TELEREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TeleRejectStatus.

    SELECT DriftReportFile ASSIGN TO "DRIFTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DriftReportStatus.

DATA DIVISION.
FILE SECTION.
FD  RunControlFile.
01  RunControlRecord.
    05  rnRunId             PIC X(8).
    05  rnTotalTicks        PIC 9(4).
    05  rnMaxSpeed          PIC S9(8)V99.
    05  rnMaxTurnRate       PIC S9(6)V99.
    05  rnDistanceTolerance PIC S9(8)V99.
    05  rnEnergyTolerance   PIC S9(8)V99.
    05  rnNearMissWarn      PIC S9(8)V99.
    05  rnNearMissCrit      PIC S9(8)V99.
    05  rnAvoidMode         PIC X(1).
    05  rnLookAheadTicks    PIC 9(2).
    05  rnMaxDecel          PIC S9(4)V99.

FD  TeleControlFile.
01  TeleControlRecord.
    05  tcDriftTolerance    PIC S9(8)V99.
    05  tcRankCount         PIC 9(3).

FD  TrajControlFile.
01  TrajControlRecord.
    05  tjRunId         PIC X(8).
    05  tjReadCount     PIC 9(8).
    05  tjLoadCount     PIC 9(8).
    05  tjDuplicateCount PIC 9(8).

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

FD  TelemetryFile.
01  TelemetryRecord.
    05  tlVehicleId     PIC X(6).
    05  tlTick          PIC 9(4).
    05  tlPosX          PIC S9(8)V99.
    05  tlPosY          PIC S9(8)V99.

FD  TeleRejectFile.
01  TeleRejectRecord.
    05  txVehicleId     PIC X(6).
    05  txTick          PIC X(4).
    05  txPosX          PIC X(10).
    05  txPosY          PIC X(10).
    05  txReasonCode    PIC X(20).

FD  DriftReportFile.
01  DriftLine           PIC X(110).

WORKING-STORAGE SECTION.
01  WS-RunCtlStatus       PIC X(2).
01  WS-TeleCtlStatus      PIC X(2).
01  WS-TrajControlStatus  PIC X(2).
01  WS-FleetParmStatus    PIC X(2).
01  WS-TrajMasterStatus   PIC X(2).
01  WS-TelemetryStatus    PIC X(2).
01  WS-TeleRejectStatus   PIC X(2).
01  WS-DriftReportStatus  PIC X(2).
01  WS-RunId              PIC X(8) VALUE SPACES.
01  WS-TotalTicks         PIC 9(4) VALUE ZERO.
01  WS-DriftTolerance     PIC S9(8)V99 VALUE ZERO.
01  WS-RankCount          PIC 9(4) COMP VALUE ZERO.
01  WS-DefaultRankCount   PIC 9(4) COMP VALUE 20.
01  WS-MaxFleetSize       PIC 9(4) COMP VALUE 5000.
01  WS-MaxClasses         PIC 9(4) COMP VALUE 100.
01  WS-ReadCount          PIC 9(8) COMP VALUE ZERO.
01  WS-MatchCount         PIC 9(8) COMP VALUE ZERO.
01  WS-RejectCount        PIC 9(8) COMP VALUE ZERO.
01  WS-OverTolCount       PIC 9(6) COMP VALUE ZERO.
01  WS-ReasonCode         PIC X(20).
01  WS-SearchVehicle      PIC X(6).
01  WS-SearchClass        PIC X(4).
01  WS-DiffX              PIC S9(8)V99 VALUE ZERO.
01  WS-DiffY              PIC S9(8)V99 VALUE ZERO.
01  WS-Drift              PIC 9(8)V99 VALUE ZERO.
01  WS-MeanDrift          PIC 9(8)V99 VALUE ZERO.
01  WS-LinesPerPage       PIC 9(2) COMP VALUE 55.
01  WS-LineCount          PIC 9(2) COMP VALUE 99.
01  WS-PageCount          PIC 9(4) COMP VALUE ZERO.
01  WS-SectionTitle       PIC X(110) VALUE SPACES.
01  WS-ColumnHeading      PIC X(110) VALUE SPACES.
01  WS-AbendFileName      PIC X(8).
01  WS-AbendStatus        PIC X(2).
01  VehicleCount          PIC 9(4) COMP VALUE ZERO.
01  ClassCount            PIC 9(4) COMP VALUE ZERO.
01  RankCount             PIC 9(4) COMP VALUE ZERO.
01  VehIdx                PIC 9(4) COMP VALUE ZERO.
01  ClsIdx                PIC 9(4) COMP VALUE ZERO.
01  RankIdx               PIC 9(4) COMP VALUE ZERO.
01  ScanIdx               PIC 9(4) COMP VALUE ZERO.
01  SortScanIdx           PIC 9(4) COMP VALUE ZERO.
01  WS-SortDone           PIC X(1) VALUE SPACE.
01  WS-BinLow             PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh            PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid             PIC 9(4) COMP VALUE ZERO.

01  VehicleDriftTable.
    05  VehicleDrift OCCURS 5000 TIMES.
        10  vdVehicleId     PIC X(6).
        10  vdOperatorId    PIC X(6).
        10  vdClassId       PIC X(4).
        10  vdObsCount      PIC 9(6) COMP.
        10  vdOverCount     PIC 9(6) COMP.
        10  vdSumDrift      PIC 9(12)V99.
        10  vdMaxDrift      PIC 9(8)V99.
        10  vdMaxTick       PIC 9(4).
        10  vdFirstOverTick PIC 9(4).

01  ClassDriftTable.
    05  ClassDrift OCCURS 100 TIMES.
        10  cdClassId       PIC X(4).
        10  cdVehicles      PIC 9(6) COMP.
        10  cdObsCount      PIC 9(8) COMP.
        10  cdOverCount     PIC 9(8) COMP.
        10  cdSumDrift      PIC 9(14)V99.
        10  cdMaxDrift      PIC 9(8)V99.

01  RankTable.
    05  RankEntry OCCURS 5000 TIMES.
        10  rkIdx           PIC 9(4) COMP.
        10  rkMeanDrift     PIC 9(8)V99.

01  RankHold.
    05  rhIdx           PIC 9(4) COMP.
    05  rhMeanDrift     PIC 9(8)V99.

01  HeadingLine1.
    05  FILLER          PIC X(43)
        VALUE "FLEET SIMULATION - TELEMETRY DRIFT FOR RUN ".
    05  hd1RunId        PIC X(8).
    05  FILLER          PIC X(45) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  VehicleHeading.
    05  FILLER          PIC X(6)  VALUE "RANK".
    05  FILLER          PIC X(9)  VALUE "VEHICLE".
    05  FILLER          PIC X(10) VALUE "OPERATOR".
    05  FILLER          PIC X(7)  VALUE "CLASS".
    05  FILLER          PIC X(10) VALUE "OBSERVED".
    05  FILLER          PIC X(10) VALUE "OVER TOL".
    05  FILLER          PIC X(14) VALUE "  MEAN DRIFT".
    05  FILLER          PIC X(14) VALUE "   MAX DRIFT".
    05  FILLER          PIC X(9)  VALUE "AT TICK".
    05  FILLER          PIC X(11) VALUE "FIRST OVER".
    05  FILLER          PIC X(10) VALUE SPACES.

01  VehicleDetailLine.
    05  vlRank          PIC ZZZZ.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vlVehicleId     PIC X(6).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  vlOperatorId    PIC X(6).
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  vlClassId       PIC X(4).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  vlObsCount      PIC ZZZZZ9.
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  vlOverCount     PIC ZZZZZ9.
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  vlMeanDrift     PIC Z(8)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vlMaxDrift      PIC Z(8)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vlMaxTick       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.
    05  vlFirstOver     PIC X(12).
    05  FILLER          PIC X(9)  VALUE SPACES.

01  ClassHeading.
    05  FILLER          PIC X(6)  VALUE "RANK".
    05  FILLER          PIC X(7)  VALUE "CLASS".
    05  FILLER          PIC X(10) VALUE "VEHICLES".
    05  FILLER          PIC X(12) VALUE "OBSERVED".
    05  FILLER          PIC X(12) VALUE "OVER TOL".
    05  FILLER          PIC X(14) VALUE "  MEAN DRIFT".
    05  FILLER          PIC X(14) VALUE "   MAX DRIFT".
    05  FILLER          PIC X(35) VALUE SPACES.

01  ClassDetailLine.
    05  clRank          PIC ZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  clClassId       PIC X(4).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  clVehicles      PIC ZZZZZ9.
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  clObsCount      PIC ZZZZZZZ9.
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  clOverCount     PIC ZZZZZZZ9.
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  clMeanDrift     PIC Z(8)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  clMaxDrift      PIC Z(8)9.99.
    05  FILLER          PIC X(37) VALUE SPACES.

01  NothingToRankLine.
    05  FILLER          PIC X(40)
        VALUE "NO TELEMETRY MATCHED TO THE SIMULATION".
    05  FILLER          PIC X(70) VALUE SPACES.

01  TotalsLine.
    05  FILLER          PIC X(16) VALUE "TELEMETRY READ  ".
    05  ttReadCount     PIC ZZZZZZZ9.
    05  FILLER          PIC X(12) VALUE "   MATCHED  ".
    05  ttMatchCount    PIC ZZZZZZZ9.
    05  FILLER          PIC X(13) VALUE "   REJECTED  ".
    05  ttRejectCount   PIC ZZZZZZZ9.
    05  FILLER          PIC X(14) VALUE "   TOLERANCE  ".
    05  ttTolerance     PIC Z(7)9.99.
    05  FILLER          PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM LOAD-RUN-CONTROL
    PERFORM LOAD-TELE-CONTROL
    PERFORM CHECK-TRAJ-CONTROL
    PERFORM LOAD-VEHICLE-TABLE
    OPEN INPUT TrajMasterFile
    IF WS-TrajMasterStatus NOT = "00"
        MOVE "TRAJMSTR" TO WS-AbendFileName
        MOVE WS-TrajMasterStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN OUTPUT TeleRejectFile
    IF WS-TeleRejectStatus NOT = "00"
        MOVE "TELEREJ" TO WS-AbendFileName
        MOVE WS-TeleRejectStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM MATCH-TELEMETRY-FEED
    CLOSE TrajMasterFile
    IF WS-TrajMasterStatus NOT = "00"
        MOVE "TRAJMSTR" TO WS-AbendFileName
        MOVE WS-TrajMasterStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE TeleRejectFile
    IF WS-TeleRejectStatus NOT = "00"
        MOVE "TELEREJ" TO WS-AbendFileName
        MOVE WS-TeleRejectStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM ACCUMULATE-CLASS-DRIFT
    PERFORM PRINT-DRIFT-REPORT
    DISPLAY "TeleRecon: run " WS-RunId " - " WS-ReadCount
        " observations read, " WS-MatchCount " matched, "
        WS-RejectCount " rejected"
    DISPLAY "  vehicles over tolerance " WS-OverTolCount
    IF WS-RejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "TeleRecon: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "TeleRecon: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "TeleRecon: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "TeleRecon: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

CHECK-REPORT-WRITE.
    IF WS-DriftReportStatus NOT = "00"
        MOVE "DRIFTRPT" TO WS-AbendFileName
        MOVE WS-DriftReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

LOAD-RUN-CONTROL.
    OPEN INPUT RunControlFile
    IF WS-RunCtlStatus NOT = "00"
        DISPLAY "TeleRecon: cannot open RUNCTL - status "
            WS-RunCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ RunControlFile
        AT END
            MOVE "10" TO WS-RunCtlStatus
    END-READ
    IF WS-RunCtlStatus NOT = "00"
        DISPLAY "TeleRecon: RUNCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rnRunId = SPACES
        DISPLAY "TeleRecon: run identifier is blank"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rnTotalTicks NOT NUMERIC OR rnTotalTicks = ZERO
        DISPLAY "TeleRecon: total ticks invalid on RUNCTL"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE rnRunId      TO WS-RunId
    MOVE rnTotalTicks TO WS-TotalTicks
    CLOSE RunControlFile
    IF WS-RunCtlStatus NOT = "00"
        MOVE "RUNCTL" TO WS-AbendFileName
        MOVE WS-RunCtlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> The rank count limits the worst-vehicle list only; zero takes the
*> default. Classes are always listed in full.
LOAD-TELE-CONTROL.
    OPEN INPUT TeleControlFile
    IF WS-TeleCtlStatus NOT = "00"
        DISPLAY "TeleRecon: cannot open TELECTL - status "
            WS-TeleCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ TeleControlFile
        AT END
            MOVE "10" TO WS-TeleCtlStatus
    END-READ
    IF WS-TeleCtlStatus NOT = "00"
        DISPLAY "TeleRecon: TELECTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF tcDriftTolerance NOT NUMERIC OR tcDriftTolerance <= ZERO
        DISPLAY "TeleRecon: drift tolerance invalid on TELECTL"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF tcRankCount NOT NUMERIC
        DISPLAY "TeleRecon: rank count invalid on TELECTL"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE tcDriftTolerance TO WS-DriftTolerance
    IF tcRankCount = ZERO
        MOVE WS-DefaultRankCount TO WS-RankCount
    ELSE
        MOVE tcRankCount TO WS-RankCount
    END-IF
    CLOSE TeleControlFile
    IF WS-TeleCtlStatus NOT = "00"
        MOVE "TELECTL" TO WS-AbendFileName
        MOVE WS-TeleCtlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> TRAJMSTR is rebuilt by TrajLoad for each run, so the feed is only
*> compared when TRAJCTL shows it was loaded from the RUNCTL run.
CHECK-TRAJ-CONTROL.
    OPEN INPUT TrajControlFile
    IF WS-TrajControlStatus NOT = "00"
        DISPLAY "TeleRecon: cannot open TRAJCTL - status "
            WS-TrajControlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ TrajControlFile
        AT END
            MOVE "10" TO WS-TrajControlStatus
    END-READ
    IF WS-TrajControlStatus NOT = "00"
        DISPLAY "TeleRecon: TRAJCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF tjRunId NOT = WS-RunId
        DISPLAY "TeleRecon: TRAJMSTR holds run " tjRunId
            " but RUNCTL names " WS-RunId
        PERFORM RUN-CONTROL-ABORT
    END-IF
    CLOSE TrajControlFile
    IF WS-TrajControlStatus NOT = "00"
        MOVE "TRAJCTL" TO WS-AbendFileName
        MOVE WS-TrajControlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

LOAD-VEHICLE-TABLE.
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
            DISPLAY "TeleRecon: roster exceeds "
                WS-MaxFleetSize " vehicles - remaining records ignored"
            MOVE "10" TO WS-FleetParmStatus
        ELSE
            ADD 1 TO VehicleCount
            MOVE fpVehicleId  TO vdVehicleId(VehicleCount)
            MOVE fpOperatorId TO vdOperatorId(VehicleCount)
            MOVE fpClassId    TO vdClassId(VehicleCount)
            MOVE ZERO TO vdObsCount(VehicleCount)
            MOVE ZERO TO vdOverCount(VehicleCount)
            MOVE ZERO TO vdSumDrift(VehicleCount)
            MOVE ZERO TO vdMaxDrift(VehicleCount)
            MOVE ZERO TO vdMaxTick(VehicleCount)
            MOVE ZERO TO vdFirstOverTick(VehicleCount)
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

*> FLEETPRM is read in vehicle-id key order, so the drift table is
*> ordered by vehicleId and can be searched by binary chop.
FIND-VEHICLE.
    MOVE ZERO TO VehIdx
    MOVE 1 TO WS-BinLow
    MOVE VehicleCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR VehIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF vdVehicleId(WS-BinMid) = WS-SearchVehicle
            MOVE WS-BinMid TO VehIdx
        ELSE
            IF vdVehicleId(WS-BinMid) < WS-SearchVehicle
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

MATCH-TELEMETRY-FEED.
    OPEN INPUT TelemetryFile
    IF WS-TelemetryStatus NOT = "00"
        MOVE "TELEMIN" TO WS-AbendFileName
        MOVE WS-TelemetryStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ TelemetryFile
        AT END
            MOVE "10" TO WS-TelemetryStatus
    END-READ
    PERFORM UNTIL WS-TelemetryStatus NOT = "00"
        ADD 1 TO WS-ReadCount
        PERFORM MATCH-ONE-OBSERVATION
        READ TelemetryFile
            AT END
                MOVE "10" TO WS-TelemetryStatus
        END-READ
    END-PERFORM
    CLOSE TelemetryFile
    IF WS-TelemetryStatus NOT = "00"
        MOVE "TELEMIN" TO WS-AbendFileName
        MOVE WS-TelemetryStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> A vehicle that stopped moving in the run (damaged, out of fuel or
*> held out) has no TRAJMSTR point after that tick, so a later
*> observation cannot be compared and is rejected.
MATCH-ONE-OBSERVATION.
    MOVE SPACES TO WS-ReasonCode
    IF tlVehicleId = SPACES
        MOVE "VEHICLE-ID-BLANK" TO WS-ReasonCode
    ELSE
        IF tlTick NOT NUMERIC OR tlPosX NOT NUMERIC
           OR tlPosY NOT NUMERIC
            MOVE "FIELD-NOT-NUMERIC" TO WS-ReasonCode
        ELSE
            MOVE tlVehicleId TO WS-SearchVehicle
            PERFORM FIND-VEHICLE
            IF VehIdx = ZERO
                MOVE "VEHICLE-NOT-ON-FILE" TO WS-ReasonCode
            ELSE
                IF tlTick = ZERO OR tlTick > WS-TotalTicks
                    MOVE "TICK-OUTSIDE-RUN" TO WS-ReasonCode
                ELSE
                    PERFORM READ-SIMULATED-POINT
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-ReasonCode = SPACES
        PERFORM RECORD-DRIFT
    ELSE
        PERFORM WRITE-TELE-REJECT
    END-IF.

READ-SIMULATED-POINT.
    MOVE tlVehicleId TO tmVehicleId
    MOVE tlTick      TO tmTick
    READ TrajMasterFile
        INVALID KEY
            MOVE "NO-SIMULATED-POINT" TO WS-ReasonCode
    END-READ
    IF WS-TrajMasterStatus NOT = "00" AND
       WS-TrajMasterStatus NOT = "23"
        MOVE "TRAJMSTR" TO WS-AbendFileName
        MOVE WS-TrajMasterStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

*> The first tick over tolerance is the earliest such tick, whatever
*> order the feed arrives in.
RECORD-DRIFT.
    COMPUTE WS-DiffX = tlPosX - tmPosX
    COMPUTE WS-DiffY = tlPosY - tmPosY
    COMPUTE WS-Drift ROUNDED = FUNCTION SQRT(
        (WS-DiffX * WS-DiffX) + (WS-DiffY * WS-DiffY))
    ADD 1 TO WS-MatchCount
    ADD 1 TO vdObsCount(VehIdx)
    ADD WS-Drift TO vdSumDrift(VehIdx)
    IF WS-Drift > vdMaxDrift(VehIdx) OR vdObsCount(VehIdx) = 1
        MOVE WS-Drift TO vdMaxDrift(VehIdx)
        MOVE tlTick   TO vdMaxTick(VehIdx)
    END-IF
    IF WS-Drift > WS-DriftTolerance
        ADD 1 TO vdOverCount(VehIdx)
        IF vdFirstOverTick(VehIdx) = ZERO OR
           tlTick < vdFirstOverTick(VehIdx)
            MOVE tlTick TO vdFirstOverTick(VehIdx)
        END-IF
    END-IF.

WRITE-TELE-REJECT.
    MOVE tlVehicleId            TO txVehicleId
    MOVE TelemetryRecord(7:4)   TO txTick
    MOVE TelemetryRecord(11:10) TO txPosX
    MOVE TelemetryRecord(21:10) TO txPosY
    MOVE WS-ReasonCode          TO txReasonCode
    WRITE TeleRejectRecord
    IF WS-TeleRejectStatus NOT = "00"
        MOVE "TELEREJ" TO WS-AbendFileName
        MOVE WS-TeleRejectStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF
    ADD 1 TO WS-RejectCount.

*> Vehicles without a class on FLEETPRM are grouped together under a
*> blank class.
ACCUMULATE-CLASS-DRIFT.
    MOVE ZERO TO ClassCount
    PERFORM VARYING VehIdx FROM 1 BY 1 UNTIL VehIdx > VehicleCount
        IF vdObsCount(VehIdx) > ZERO
            MOVE vdClassId(VehIdx) TO WS-SearchClass
            PERFORM FIND-OR-ADD-CLASS
            IF ClsIdx > ZERO
                ADD 1 TO cdVehicles(ClsIdx)
                ADD vdObsCount(VehIdx)  TO cdObsCount(ClsIdx)
                ADD vdOverCount(VehIdx) TO cdOverCount(ClsIdx)
                ADD vdSumDrift(VehIdx)  TO cdSumDrift(ClsIdx)
                IF vdMaxDrift(VehIdx) > cdMaxDrift(ClsIdx)
                    MOVE vdMaxDrift(VehIdx) TO cdMaxDrift(ClsIdx)
                END-IF
            END-IF
            IF vdOverCount(VehIdx) > ZERO
                ADD 1 TO WS-OverTolCount
            END-IF
        END-IF
    END-PERFORM.

FIND-OR-ADD-CLASS.
    MOVE ZERO TO ClsIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ClassCount
        IF cdClassId(ScanIdx) = WS-SearchClass AND ClsIdx = ZERO
            MOVE ScanIdx TO ClsIdx
        END-IF
    END-PERFORM
    IF ClsIdx = ZERO
        IF ClassCount >= WS-MaxClasses
            DISPLAY "TeleRecon: class table full for " WS-SearchClass
        ELSE
            ADD 1 TO ClassCount
            MOVE ClassCount TO ClsIdx
            MOVE WS-SearchClass TO cdClassId(ClsIdx)
            MOVE ZERO TO cdVehicles(ClsIdx)
            MOVE ZERO TO cdObsCount(ClsIdx)
            MOVE ZERO TO cdOverCount(ClsIdx)
            MOVE ZERO TO cdSumDrift(ClsIdx)
            MOVE ZERO TO cdMaxDrift(ClsIdx)
        END-IF
    END-IF.

PRINT-DRIFT-REPORT.
    OPEN OUTPUT DriftReportFile
    IF WS-DriftReportStatus NOT = "00"
        MOVE "DRIFTRPT" TO WS-AbendFileName
        MOVE WS-DriftReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE ZERO TO WS-PageCount
    PERFORM PRINT-VEHICLE-SECTION
    PERFORM PRINT-WORST-VEHICLES
    PERFORM PRINT-WORST-CLASSES
    PERFORM PRINT-REPORT-TOTALS
    CLOSE DriftReportFile
    IF WS-DriftReportStatus NOT = "00"
        MOVE "DRIFTRPT" TO WS-AbendFileName
        MOVE WS-DriftReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> Every vehicle on FLEETPRM is listed in vehicle order, including
*> those the feed did not report on.
PRINT-VEHICLE-SECTION.
    MOVE "DRIFT BY VEHICLE" TO WS-SectionTitle
    MOVE VehicleHeading TO WS-ColumnHeading
    MOVE 99 TO WS-LineCount
    PERFORM VARYING VehIdx FROM 1 BY 1 UNTIL VehIdx > VehicleCount
        MOVE ZERO TO vlRank
        PERFORM PRINT-ONE-VEHICLE
    END-PERFORM.

PRINT-WORST-VEHICLES.
    MOVE "WORST-MODELLED VEHICLES BY MEAN DRIFT" TO WS-SectionTitle
    MOVE VehicleHeading TO WS-ColumnHeading
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO RankCount
    PERFORM VARYING VehIdx FROM 1 BY 1 UNTIL VehIdx > VehicleCount
        IF vdObsCount(VehIdx) > ZERO
            ADD 1 TO RankCount
            MOVE VehIdx TO rkIdx(RankCount)
            COMPUTE rkMeanDrift(RankCount) ROUNDED =
                vdSumDrift(VehIdx) / vdObsCount(VehIdx)
        END-IF
    END-PERFORM
    PERFORM SORT-RANK-WORST-FIRST
    IF RankCount = ZERO
        PERFORM PRINT-PAGE-HEADING
        WRITE DriftLine FROM NothingToRankLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    ELSE
        PERFORM VARYING RankIdx FROM 1 BY 1
                UNTIL RankIdx > RankCount OR RankIdx > WS-RankCount
            MOVE rkIdx(RankIdx) TO VehIdx
            MOVE RankIdx TO vlRank
            PERFORM PRINT-ONE-VEHICLE
        END-PERFORM
    END-IF.

PRINT-ONE-VEHICLE.
    IF WS-LineCount >= WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE vdVehicleId(VehIdx)  TO vlVehicleId
    MOVE vdOperatorId(VehIdx) TO vlOperatorId
    MOVE vdClassId(VehIdx)    TO vlClassId
    MOVE vdObsCount(VehIdx)   TO vlObsCount
    MOVE vdOverCount(VehIdx)  TO vlOverCount
    IF vdObsCount(VehIdx) = ZERO
        MOVE ZERO TO vlMeanDrift
        MOVE ZERO TO vlMaxDrift
        MOVE ZERO TO vlMaxTick
        MOVE "NOT OBSERVED" TO vlFirstOver
    ELSE
        COMPUTE WS-MeanDrift ROUNDED =
            vdSumDrift(VehIdx) / vdObsCount(VehIdx)
        MOVE WS-MeanDrift        TO vlMeanDrift
        MOVE vdMaxDrift(VehIdx)  TO vlMaxDrift
        MOVE vdMaxTick(VehIdx)   TO vlMaxTick
        IF vdFirstOverTick(VehIdx) = ZERO
            MOVE "WITHIN TOL" TO vlFirstOver
        ELSE
            MOVE SPACES TO vlFirstOver
            MOVE vdFirstOverTick(VehIdx) TO vlFirstOver(1:4)
        END-IF
    END-IF
    WRITE DriftLine FROM VehicleDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

SORT-RANK-WORST-FIRST.
    PERFORM VARYING RankIdx FROM 2 BY 1 UNTIL RankIdx > RankCount
        MOVE RankEntry(RankIdx) TO RankHold
        COMPUTE SortScanIdx = RankIdx - 1
        MOVE SPACE TO WS-SortDone
        PERFORM UNTIL WS-SortDone = "Y"
            IF SortScanIdx < 1
                MOVE "Y" TO WS-SortDone
            ELSE
                IF rkMeanDrift(SortScanIdx) >= rhMeanDrift
                    MOVE "Y" TO WS-SortDone
                ELSE
                    MOVE RankEntry(SortScanIdx)
                        TO RankEntry(SortScanIdx + 1)
                    SUBTRACT 1 FROM SortScanIdx
                END-IF
            END-IF
        END-PERFORM
        MOVE RankHold TO RankEntry(SortScanIdx + 1)
    END-PERFORM.

PRINT-WORST-CLASSES.
    MOVE "VEHICLE CLASSES BY MEAN DRIFT" TO WS-SectionTitle
    MOVE ClassHeading TO WS-ColumnHeading
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO RankCount
    PERFORM VARYING ClsIdx FROM 1 BY 1 UNTIL ClsIdx > ClassCount
        ADD 1 TO RankCount
        MOVE ClsIdx TO rkIdx(RankCount)
        COMPUTE rkMeanDrift(RankCount) ROUNDED =
            cdSumDrift(ClsIdx) / cdObsCount(ClsIdx)
    END-PERFORM
    PERFORM SORT-RANK-WORST-FIRST
    IF RankCount = ZERO
        PERFORM PRINT-PAGE-HEADING
        WRITE DriftLine FROM NothingToRankLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    ELSE
        PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx > RankCount
            PERFORM PRINT-ONE-CLASS
        END-PERFORM
    END-IF.

PRINT-ONE-CLASS.
    IF WS-LineCount >= WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE rkIdx(RankIdx)       TO ClsIdx
    MOVE RankIdx              TO clRank
    MOVE cdClassId(ClsIdx)    TO clClassId
    MOVE cdVehicles(ClsIdx)   TO clVehicles
    MOVE cdObsCount(ClsIdx)   TO clObsCount
    MOVE cdOverCount(ClsIdx)  TO clOverCount
    MOVE rkMeanDrift(RankIdx) TO clMeanDrift
    MOVE cdMaxDrift(ClsIdx)   TO clMaxDrift
    WRITE DriftLine FROM ClassDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-REPORT-TOTALS.
    IF WS-LineCount + 2 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE SPACES TO DriftLine
    WRITE DriftLine
    PERFORM CHECK-REPORT-WRITE
    MOVE WS-ReadCount      TO ttReadCount
    MOVE WS-MatchCount     TO ttMatchCount
    MOVE WS-RejectCount    TO ttRejectCount
    MOVE WS-DriftTolerance TO ttTolerance
    WRITE DriftLine FROM TotalsLine
    PERFORM CHECK-REPORT-WRITE
    ADD 2 TO WS-LineCount.

PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO hd1PageNo
    MOVE WS-RunId TO hd1RunId
    WRITE DriftLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO DriftLine
    WRITE DriftLine
    PERFORM CHECK-REPORT-WRITE
    WRITE DriftLine FROM WS-SectionTitle
    PERFORM CHECK-REPORT-WRITE
    WRITE DriftLine FROM WS-ColumnHeading
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO DriftLine
    WRITE DriftLine
    PERFORM CHECK-REPORT-WRITE
    MOVE 5 TO WS-LineCount.
