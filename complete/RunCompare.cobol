      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. RunCompare.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompareControlFile ASSIGN TO "CMPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CompareCtlStatus.

    SELECT ArchiveFile ASSIGN TO "ARCHIVE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS avKey
        FILE STATUS IS WS-ArchiveStatus.

    SELECT CatalogueFile ASSIGN TO "ARCHCAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cgKey
        FILE STATUS IS WS-CatalogueStatus.

    SELECT CompareReportFile ASSIGN TO "CMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CompareRptStatus.

DATA DIVISION.
FILE SECTION.
FD  CompareControlFile.
01  CompareControlRecord.
    05  cpBaseRunId     PIC X(8).
    05  cpCandRunId     PIC X(8).
    05  cpSource        PIC X(1).
    05  cpTolerance     PIC 9(6)V99.

FD  ArchiveFile.
01  ArchiveRecord.
    05  avKey.
        10  avRunId     PIC X(8).
        10  avDataset   PIC X(8).
        10  avSequence  PIC 9(8).
    05  avData          PIC X(200).

FD  CatalogueFile.
01  CatalogueRecord.
    05  cgKey.
        10  cgRunId     PIC X(8).
        10  cgDataset   PIC X(8).
    05  cgTrailerCount  PIC 9(8).
    05  cgRecordsFiled  PIC 9(8).
    05  cgArchiveDate   PIC 9(8).

FD  CompareReportFile.
01  CompareLine         PIC X(110).

WORKING-STORAGE SECTION.
01  WS-CompareCtlStatus  PIC X(2).
01  WS-ArchiveStatus     PIC X(2).
01  WS-CatalogueStatus   PIC X(2).
01  WS-CompareRptStatus  PIC X(2).
01  WS-MaxVehicles       PIC 9(4) COMP VALUE 5000.
01  WS-MaxEvents         PIC 9(5) COMP VALUE 10000.
01  WS-LinesPerPage      PIC 9(2) COMP VALUE 55.
01  WS-LineCount         PIC 9(2) COMP VALUE 99.
01  WS-PageCount         PIC 9(4) COMP VALUE ZERO.
01  WS-Section           PIC X(1) VALUE SPACE.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-BaseRunId         PIC X(8).
01  WS-CandRunId         PIC X(8).
01  WS-Source            PIC X(1).
01  WS-SourceDataset     PIC X(8).
01  WS-Tolerance         PIC S9(8)V99 VALUE ZERO.
01  WS-NotComparedCount  PIC 9(4) COMP VALUE ZERO.
01  WS-FuelCompared      PIC X(1) VALUE SPACE.
01  WS-DatasetFiled      PIC X(1) VALUE SPACE.
01  WS-BaseFiled         PIC X(1) VALUE SPACE.

*> Reading an archived dataset: the run, dataset and last sequence
*> read are set before each READ-ARCHIVE-DATA.
01  WS-ReadRunId         PIC X(8).
01  WS-ReadDataset       PIC X(8).
01  WS-ReadSeq           PIC 9(8) VALUE ZERO.
01  WS-ArchiveFound      PIC X(1) VALUE SPACE.
01  WS-SkipRecord        PIC X(1) VALUE SPACE.
01  WS-BaseSeq           PIC 9(8) VALUE ZERO.
01  WS-CandSeq           PIC 9(8) VALUE ZERO.
01  WS-ReadRun           PIC X(1).

*> One trajectory point from each run. The merge key is vehicle then
*> tick for TRAJMSTR and tick then vehicle for AUDITLOG, which is the
*> order each dataset was filed in.
01  WS-BaseEnd           PIC X(1) VALUE SPACE.
01  WS-BaseKey           PIC X(10).
01  WS-BaseVehicle       PIC X(6).
01  WS-BaseTick          PIC 9(4) VALUE ZERO.
01  WS-BaseX             PIC S9(8)V99 VALUE ZERO.
01  WS-BaseY             PIC S9(8)V99 VALUE ZERO.
01  WS-CandEnd           PIC X(1) VALUE SPACE.
01  WS-CandKey           PIC X(10).
01  WS-CandVehicle       PIC X(6).
01  WS-CandTick          PIC 9(4) VALUE ZERO.
01  WS-CandX             PIC S9(8)V99 VALUE ZERO.
01  WS-CandY             PIC S9(8)V99 VALUE ZERO.
01  WS-PointVehicle      PIC X(6).
01  WS-PointTick         PIC 9(4) VALUE ZERO.
01  WS-PointX            PIC S9(8)V99 VALUE ZERO.
01  WS-PointY            PIC S9(8)V99 VALUE ZERO.
01  WS-PointKey          PIC X(10).
01  WS-DeltaX            PIC S9(8)V99 VALUE ZERO.
01  WS-DeltaY            PIC S9(8)V99 VALUE ZERO.
01  WS-Distance          PIC S9(8)V99 VALUE ZERO.
01  WS-BasePointCount    PIC 9(8) COMP VALUE ZERO.
01  WS-CandPointCount    PIC 9(8) COMP VALUE ZERO.
01  WS-MatchedPointCount PIC 9(8) COMP VALUE ZERO.

01  WS-PointImage        PIC X(200).
01  TrajPointImage REDEFINES WS-PointImage.
    05  tpVehicleId     PIC X(6).
    05  tpTick          PIC 9(4).
    05  tpOperatorId    PIC X(6).
    05  tpPosX          PIC S9(8)V99.
    05  tpPosY          PIC S9(8)V99.
    05  tpVelX          PIC S9(8)V99.
    05  tpVelY          PIC S9(8)V99.
    05  tpAccX          PIC S9(8)V99.
    05  tpAccY          PIC S9(8)V99.
    05  FILLER          PIC X(124).
01  AuditPointImage REDEFINES WS-PointImage.
    05  apVehicleId     PIC X(6).
    05  apOperatorId    PIC X(6).
    05  apTick          PIC 9(4).
    05  apPosX          PIC S9(8)V99.
    05  apPosY          PIC S9(8)V99.
    05  apVelX          PIC S9(8)V99.
    05  apVelY          PIC S9(8)V99.
    05  apAccX          PIC S9(8)V99.
    05  apAccY          PIC S9(8)V99.
    05  FILLER          PIC X(124).

01  WS-ResultImage       PIC X(200).
01  FuelResultImage REDEFINES WS-ResultImage.
    05  frVehicleId     PIC X(6).
    05  frOperatorId    PIC X(6).
    05  frFuelCapacity  PIC S9(8)V99.
    05  frStartLevel    PIC S9(8)V99.
    05  frConsumed      PIC S9(8)V99.
    05  frRemaining     PIC S9(8)V99.
    05  frExhaustTick   PIC 9(4).
    05  frWarningFlag   PIC X(1).
    05  frClassId       PIC X(4).
    05  FILLER          PIC X(139).
01  CollisionResultImage REDEFINES WS-ResultImage.
    05  crObjectA       PIC X(6).
    05  crOperatorA     PIC X(6).
    05  crObjectB       PIC X(6).
    05  crOperatorB     PIC X(6).
    05  crAxis          PIC X(1).
    05  crTick          PIC 9(4).
    05  FILLER          PIC X(171).
01  NearMissResultImage REDEFINES WS-ResultImage.
    05  nrObjectA       PIC X(6).
    05  nrOperatorA     PIC X(6).
    05  nrObjectB       PIC X(6).
    05  nrOperatorB     PIC X(6).
    05  nrGrade         PIC X(1).
    05  nrMinSep        PIC S9(8)V99.
    05  nrMinTick       PIC 9(4).
    05  FILLER          PIC X(161).
01  ZoneResultImage REDEFINES WS-ResultImage.
    05  zrVehicleId     PIC X(6).
    05  zrOperatorId    PIC X(6).
    05  zrZoneId        PIC X(6).
    05  zrBreachType    PIC X(1).
    05  zrTick          PIC 9(4).
    05  FILLER          PIC X(177).

01  VehicleCount         PIC 9(4) COMP VALUE ZERO.
01  VehIdx               PIC 9(4) COMP VALUE ZERO.
01  ShiftIdx             PIC 9(4) COMP VALUE ZERO.
01  EventCount           PIC 9(5) COMP VALUE ZERO.
01  EvIdx                PIC 9(5) COMP VALUE ZERO.
01  MatchIdx             PIC 9(5) COMP VALUE ZERO.
01  KindIdx              PIC 9(4) COMP VALUE ZERO.
01  WS-BinLow            PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh           PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid            PIC 9(4) COMP VALUE ZERO.
01  WS-SearchVehicle     PIC X(6).
01  WS-EventIdA          PIC X(6).
01  WS-EventIdB          PIC X(6).
01  WS-EventType         PIC X(1).
01  WS-EventTick         PIC 9(4) VALUE ZERO.
01  WS-StatusCode        PIC X(1).
01  WS-StatusText        PIC X(8).
01  WS-VehicleDiffers    PIC X(1) VALUE SPACE.
01  WS-ListShown         PIC 9(4) COMP VALUE ZERO.
01  WS-ListType          PIC X(1).

01  CompareTotals.
    05  ctBaseVehicles  PIC 9(6) COMP VALUE ZERO.
    05  ctCandVehicles  PIC 9(6) COMP VALUE ZERO.
    05  ctAdded         PIC 9(6) COMP VALUE ZERO.
    05  ctDropped       PIC 9(6) COMP VALUE ZERO.
    05  ctStatusChanged PIC 9(6) COMP VALUE ZERO.
    05  ctDiverged      PIC 9(6) COMP VALUE ZERO.
    05  ctDiffering     PIC 9(6) COMP VALUE ZERO.
    05  ctUnchanged     PIC 9(6) COMP VALUE ZERO.

*> Per vehicle, both runs side by side. Status is blank when the
*> vehicle is not in the run, R ran, F ran out of fuel, C collided.
*> cvDivergeWhy is P position beyond tolerance, B tick in the baseline
*> only, C tick in the candidate only.
01  CompareVehicleTable.
    05  CompareVehicle OCCURS 5000 TIMES.
        10  cvVehicleId     PIC X(6).
        10  cvBaseStatus    PIC X(1).
        10  cvCandStatus    PIC X(1).
        10  cvBasePoints    PIC 9(4) COMP.
        10  cvCandPoints    PIC 9(4) COMP.
        10  cvBaseTick      PIC 9(4).
        10  cvBaseX         PIC S9(8)V99.
        10  cvBaseY         PIC S9(8)V99.
        10  cvCandTick      PIC 9(4).
        10  cvCandX         PIC S9(8)V99.
        10  cvCandY         PIC S9(8)V99.
        10  cvDivergeWhy    PIC X(1).
        10  cvDivergeTick   PIC 9(4).
        10  cvBaseFuelSeen  PIC X(1).
        10  cvBaseFuel      PIC S9(8)V99.
        10  cvCandFuelSeen  PIC X(1).
        10  cvCandFuel      PIC S9(8)V99.
        10  cvBaseOnlyColl  PIC 9(4) COMP.
        10  cvCandOnlyColl  PIC 9(4) COMP.
        10  cvBaseOnlyNear  PIC 9(4) COMP.
        10  cvCandOnlyNear  PIC 9(4) COMP.
        10  cvBaseOnlyZone  PIC 9(4) COMP.
        10  cvCandOnlyZone  PIC 9(4) COMP.

*> Collisions and near misses are matched on the vehicle pair (lower
*> id first), zone breaches on vehicle, zone and breach type. Ticks
*> and grades are shown but do not take part in the match.
01  EventTable.
    05  RunEvent OCCURS 10000 TIMES.
        10  evKind          PIC X(1).
        10  evRun           PIC X(1).
        10  evIdA           PIC X(6).
        10  evIdB           PIC X(6).
        10  evType          PIC X(1).
        10  evTick          PIC 9(4).
        10  evMatched       PIC X(1).

01  EventKindValues.
    05  FILLER          PIC X(22) VALUE "CCOLLRPT COLLISIONS   ".
    05  FILLER          PIC X(22) VALUE "NNEARMISSNEAR MISSES  ".
    05  FILLER          PIC X(22) VALUE "ZZONERPT ZONE BREACHES".
01  EventKindTable REDEFINES EventKindValues.
    05  EventKind OCCURS 3 TIMES.
        10  ekCode          PIC X(1).
        10  ekDataset       PIC X(8).
        10  ekLabel         PIC X(13).
01  WS-KindCount         PIC 9(4) COMP VALUE 3.

01  EventKindTotals.
    05  KindTotal OCCURS 3 TIMES.
        10  ktCompared      PIC X(1).
        10  ktBaseCount     PIC 9(6) COMP.
        10  ktCandCount     PIC 9(6) COMP.
        10  ktBaseOnly      PIC 9(6) COMP.
        10  ktCandOnly      PIC 9(6) COMP.

01  HeadingLine1.
    05  FILLER          PIC X(34)
        VALUE "FLEET SIMULATION - RUN COMPARISON ".
    05  hd1BaseRunId    PIC X(8).
    05  FILLER          PIC X(4)  VALUE " VS ".
    05  hd1CandRunId    PIC X(8).
    05  FILLER          PIC X(8)  VALUE "  AS AT ".
    05  hd1ReportDate   PIC 9999/99/99.
    05  FILLER          PIC X(29) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.

01  VehicleHeadLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(8)  VALUE "VEHICLE".
    05  FILLER          PIC X(9)  VALUE "BASELINE".
    05  FILLER          PIC X(10) VALUE "CANDIDATE".
    05  FILLER          PIC X(6)  VALUE "TICK".
    05  FILLER          PIC X(12) VALUE "DIVERGED".
    05  FILLER          PIC X(13) VALUE " FINAL DIST".
    05  FILLER          PIC X(14) VALUE "   FUEL DIFF".
    05  FILLER          PIC X(9)  VALUE "COLL B/C".
    05  FILLER          PIC X(9)  VALUE "NEAR B/C".
    05  FILLER          PIC X(9)  VALUE "ZONE B/C".
    05  FILLER          PIC X(9)  VALUE SPACES.

01  VehicleDetailLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdVehicleId     PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdBaseStatus    PIC X(8).
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  vdCandStatus    PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdDivergeTick   PIC ZZZ9.
    05  vdDivergeTickX  REDEFINES vdDivergeTick PIC X(4).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdDivergeWhy    PIC X(11).
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  vdFinalDist     PIC ZZZZZZZ9.99.
    05  vdFinalDistX    REDEFINES vdFinalDist PIC X(11).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdFuelDiff      PIC -ZZZZZZZ9.99.
    05  vdFuelDiffX     REDEFINES vdFuelDiff PIC X(12).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdBaseOnlyColl  PIC ZZ9.
    05  FILLER          PIC X(1)  VALUE "/".
    05  vdCandOnlyColl  PIC ZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdBaseOnlyNear  PIC ZZ9.
    05  FILLER          PIC X(1)  VALUE "/".
    05  vdCandOnlyNear  PIC ZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  vdBaseOnlyZone  PIC ZZ9.
    05  FILLER          PIC X(1)  VALUE "/".
    05  vdCandOnlyZone  PIC ZZ9.
    05  FILLER          PIC X(11) VALUE SPACES.

01  EventHeadLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(15) VALUE "EVENT".
    05  FILLER          PIC X(11) VALUE "ONLY IN".
    05  FILLER          PIC X(9)  VALUE "VEHICLE".
    05  FILLER          PIC X(13) VALUE "OTHER / ZONE".
    05  FILLER          PIC X(6)  VALUE "TYPE".
    05  FILLER          PIC X(6)  VALUE "TICK".
    05  FILLER          PIC X(48) VALUE SPACES.

01  EventDetailLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edLabel         PIC X(13).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edOnlyIn        PIC X(9).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edIdA           PIC X(6).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  edIdB           PIC X(6).
    05  FILLER          PIC X(7)  VALUE SPACES.
    05  edType          PIC X(1).
    05  FILLER          PIC X(5)  VALUE SPACES.
    05  edTick          PIC ZZZ9.
    05  FILLER          PIC X(50) VALUE SPACES.

01  NotComparedLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  ncLabel         PIC X(13).
    05  FILLER          PIC X(18) VALUE " NOT COMPARED -   ".
    05  ncDataset       PIC X(8).
    05  FILLER          PIC X(32)
        VALUE " NOT ARCHIVED FOR BOTH RUNS".
    05  FILLER          PIC X(37) VALUE SPACES.

01  MessageLine.
    05  mlText          PIC X(60).
    05  FILLER          PIC X(50) VALUE SPACES.

01  SummaryHeadLine.
    05  FILLER          PIC X(22) VALUE "RUN COMPARISON SUMMARY".
    05  FILLER          PIC X(88) VALUE SPACES.

01  RunLine.
    05  FILLER          PIC X(15) VALUE "BASELINE RUN   ".
    05  rlBaseRunId     PIC X(8).
    05  FILLER          PIC X(18) VALUE "   CANDIDATE RUN  ".
    05  rlCandRunId     PIC X(8).
    05  FILLER          PIC X(11) VALUE "   SOURCE  ".
    05  rlSourceDataset PIC X(8).
    05  FILLER          PIC X(14) VALUE "   TOLERANCE  ".
    05  rlTolerance     PIC ZZZZZ9.99.
    05  FILLER          PIC X(19) VALUE SPACES.

01  TotalLine.
    05  tlLabel         PIC X(30).
    05  tlCount         PIC ZZZ,ZZ9.
    05  FILLER          PIC X(73) VALUE SPACES.

01  KindTotalLine.
    05  ktlLabel        PIC X(15).
    05  FILLER          PIC X(9)  VALUE "BASELINE ".
    05  ktlBaseCount    PIC ZZZZ9.
    05  FILLER          PIC X(13) VALUE "   CANDIDATE ".
    05  ktlCandCount    PIC ZZZZ9.
    05  FILLER          PIC X(17) VALUE "   BASELINE ONLY ".
    05  ktlBaseOnly     PIC ZZZZ9.
    05  FILLER          PIC X(18) VALUE "   CANDIDATE ONLY ".
    05  ktlCandOnly     PIC ZZZZ9.
    05  FILLER          PIC X(18) VALUE SPACES.

01  ListHeadLine.
    05  lhText          PIC X(40).
    05  FILLER          PIC X(70) VALUE SPACES.

01  ListLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  llVehicleId     PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  llBaseStatus    PIC X(8).
    05  FILLER          PIC X(4)  VALUE " -> ".
    05  llCandStatus    PIC X(8).
    05  FILLER          PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-COMPARE-CONTROL
    OPEN INPUT ArchiveFile
    IF WS-ArchiveStatus NOT = "00"
        MOVE "ARCHIVE" TO WS-AbendFileName
        MOVE WS-ArchiveStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN INPUT CatalogueFile
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM CHECK-ARCHIVED-DATASETS
    PERFORM COMPARE-TRAJECTORIES
    IF WS-FuelCompared = "Y"
        MOVE "B" TO WS-ReadRun
        PERFORM LOAD-FUEL-RESULTS
        MOVE "C" TO WS-ReadRun
        PERFORM LOAD-FUEL-RESULTS
    END-IF
    MOVE ZERO TO EventCount
    PERFORM VARYING KindIdx FROM 1 BY 1 UNTIL KindIdx > WS-KindCount
        IF ktCompared(KindIdx) = "Y"
            MOVE "B" TO WS-ReadRun
            PERFORM LOAD-RUN-EVENTS
            MOVE "C" TO WS-ReadRun
            PERFORM LOAD-RUN-EVENTS
        END-IF
    END-PERFORM
    PERFORM MATCH-RUN-EVENTS
    CLOSE CatalogueFile
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE ArchiveFile
    IF WS-ArchiveStatus NOT = "00"
        MOVE "ARCHIVE" TO WS-AbendFileName
        MOVE WS-ArchiveStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM PRINT-COMPARISON-REPORT
    DISPLAY "RunCompare: baseline " WS-BaseRunId " candidate "
        WS-CandRunId " from " WS-SourceDataset
    DISPLAY "  points read          " WS-BasePointCount " / "
        WS-CandPointCount ", matched " WS-MatchedPointCount
    DISPLAY "  vehicles             " ctBaseVehicles " / "
        ctCandVehicles
    DISPLAY "  added " ctAdded ", dropped " ctDropped
        ", status changed " ctStatusChanged ", diverged " ctDiverged
    DISPLAY "  differing " ctDiffering ", unchanged " ctUnchanged
    IF WS-NotComparedCount > ZERO
        DISPLAY "  datasets not compared " WS-NotComparedCount
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "RunCompare: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "RunCompare: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "RunCompare: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "RunCompare: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

CHECK-REPORT-WRITE.
    IF WS-CompareRptStatus NOT = "00"
        MOVE "CMPRPT" TO WS-AbendFileName
        MOVE WS-CompareRptStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

*> CMPCTL names the baseline and candidate runs, the trajectory source
*> (T = TRAJMSTR, A = AUDITLOG) and the position tolerance; a zero
*> tolerance reports the first tick at which positions differ at all.
LOAD-COMPARE-CONTROL.
    OPEN INPUT CompareControlFile
    IF WS-CompareCtlStatus NOT = "00"
        DISPLAY "RunCompare: cannot open CMPCTL - status "
            WS-CompareCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ CompareControlFile
        AT END
            MOVE "10" TO WS-CompareCtlStatus
    END-READ
    IF WS-CompareCtlStatus NOT = "00"
        DISPLAY "RunCompare: CMPCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF cpBaseRunId = SPACES OR cpCandRunId = SPACES
        DISPLAY "RunCompare: baseline and candidate run ids are required"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF cpBaseRunId = cpCandRunId
        DISPLAY "RunCompare: baseline and candidate are the same run "
            cpBaseRunId
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF cpSource NOT = "T" AND cpSource NOT = "A"
        DISPLAY "RunCompare: source must be T (TRAJMSTR) or A (AUDITLOG)"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF cpTolerance NOT NUMERIC
        DISPLAY "RunCompare: tolerance is not numeric"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE cpBaseRunId TO WS-BaseRunId
    MOVE cpCandRunId TO WS-CandRunId
    MOVE cpSource    TO WS-Source
    MOVE cpTolerance TO WS-Tolerance
    IF WS-Source = "T"
        MOVE "TRAJMSTR" TO WS-SourceDataset
    ELSE
        MOVE "AUDITLOG" TO WS-SourceDataset
    END-IF
    CLOSE CompareControlFile
    IF WS-CompareCtlStatus NOT = "00"
        MOVE "CMPCTL" TO WS-AbendFileName
        MOVE WS-CompareCtlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> The trajectory source must be archived for both runs. FUELRPT and
*> the event datasets are compared only where both runs have them.
CHECK-ARCHIVED-DATASETS.
    MOVE WS-SourceDataset TO WS-ReadDataset
    MOVE WS-BaseRunId TO WS-ReadRunId
    PERFORM CHECK-DATASET-FILED
    IF WS-DatasetFiled NOT = "Y"
        DISPLAY "RunCompare: " WS-SourceDataset " for run "
            WS-BaseRunId " is not in the archive"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE WS-CandRunId TO WS-ReadRunId
    PERFORM CHECK-DATASET-FILED
    IF WS-DatasetFiled NOT = "Y"
        DISPLAY "RunCompare: " WS-SourceDataset " for run "
            WS-CandRunId " is not in the archive"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE "FUELRPT" TO WS-ReadDataset
    PERFORM CHECK-BOTH-RUNS-FILED
    MOVE WS-DatasetFiled TO WS-FuelCompared
    PERFORM VARYING KindIdx FROM 1 BY 1 UNTIL KindIdx > WS-KindCount
        MOVE ekDataset(KindIdx) TO WS-ReadDataset
        PERFORM CHECK-BOTH-RUNS-FILED
        MOVE WS-DatasetFiled TO ktCompared(KindIdx)
        MOVE ZERO TO ktBaseCount(KindIdx)
        MOVE ZERO TO ktCandCount(KindIdx)
        MOVE ZERO TO ktBaseOnly(KindIdx)
        MOVE ZERO TO ktCandOnly(KindIdx)
    END-PERFORM.

CHECK-BOTH-RUNS-FILED.
    MOVE WS-BaseRunId TO WS-ReadRunId
    PERFORM CHECK-DATASET-FILED
    MOVE WS-DatasetFiled TO WS-BaseFiled
    MOVE WS-CandRunId TO WS-ReadRunId
    PERFORM CHECK-DATASET-FILED
    IF WS-BaseFiled NOT = "Y" OR WS-DatasetFiled NOT = "Y"
        MOVE SPACE TO WS-DatasetFiled
        DISPLAY "RunCompare: " WS-ReadDataset
            " not archived for both runs - not compared"
        ADD 1 TO WS-NotComparedCount
    END-IF.

CHECK-DATASET-FILED.
    MOVE SPACE TO WS-DatasetFiled
    MOVE WS-ReadRunId   TO cgRunId
    MOVE WS-ReadDataset TO cgDataset
    READ CatalogueFile
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE WS-CatalogueStatus
        WHEN "00"
            MOVE "Y" TO WS-DatasetFiled
        WHEN "23"
            CONTINUE
        WHEN OTHER
            MOVE "ARCHCAT" TO WS-AbendFileName
            MOVE WS-CatalogueStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
    END-EVALUATE.

*> Archived records are numbered from 1 in the order they were filed,
*> so each run's copy can be read in turn by key. Header and trailer
*> records are passed over.
READ-ARCHIVE-DATA.
    MOVE SPACE TO WS-ArchiveFound
    MOVE "Y" TO WS-SkipRecord
    PERFORM UNTIL WS-SkipRecord NOT = "Y"
        ADD 1 TO WS-ReadSeq
        MOVE WS-ReadRunId   TO avRunId
        MOVE WS-ReadDataset TO avDataset
        MOVE WS-ReadSeq     TO avSequence
        READ ArchiveFile
            INVALID KEY
                CONTINUE
        END-READ
        EVALUATE WS-ArchiveStatus
            WHEN "00"
                IF avData(1:3) NOT = "HDR" AND avData(1:3) NOT = "TRL"
                    MOVE "Y" TO WS-ArchiveFound
                    MOVE SPACE TO WS-SkipRecord
                END-IF
            WHEN "23"
                MOVE SPACE TO WS-SkipRecord
            WHEN OTHER
                MOVE "ARCHIVE" TO WS-AbendFileName
                MOVE WS-ArchiveStatus TO WS-AbendStatus
                PERFORM FILE-IO-ABEND
        END-EVALUATE
    END-PERFORM.

READ-TRAJECTORY-POINT.
    PERFORM READ-ARCHIVE-DATA
    IF WS-ArchiveFound = "Y"
        MOVE avData TO WS-PointImage
        IF WS-Source = "T"
            MOVE tpVehicleId TO WS-PointVehicle
            MOVE tpTick      TO WS-PointTick
            MOVE tpPosX      TO WS-PointX
            MOVE tpPosY      TO WS-PointY
            MOVE WS-PointVehicle TO WS-PointKey(1:6)
            MOVE WS-PointTick    TO WS-PointKey(7:4)
        ELSE
            MOVE apVehicleId TO WS-PointVehicle
            MOVE apTick      TO WS-PointTick
            MOVE apPosX      TO WS-PointX
            MOVE apPosY      TO WS-PointY
            MOVE WS-PointTick    TO WS-PointKey(1:4)
            MOVE WS-PointVehicle TO WS-PointKey(5:6)
        END-IF
    END-IF.

READ-BASE-POINT.
    MOVE WS-BaseRunId     TO WS-ReadRunId
    MOVE WS-SourceDataset TO WS-ReadDataset
    MOVE WS-BaseSeq       TO WS-ReadSeq
    PERFORM READ-TRAJECTORY-POINT
    MOVE WS-ReadSeq TO WS-BaseSeq
    IF WS-ArchiveFound = "Y"
        ADD 1 TO WS-BasePointCount
        MOVE WS-PointVehicle TO WS-BaseVehicle
        MOVE WS-PointTick    TO WS-BaseTick
        MOVE WS-PointX       TO WS-BaseX
        MOVE WS-PointY       TO WS-BaseY
        MOVE WS-PointKey     TO WS-BaseKey
    ELSE
        MOVE "Y" TO WS-BaseEnd
    END-IF.

READ-CAND-POINT.
    MOVE WS-CandRunId     TO WS-ReadRunId
    MOVE WS-SourceDataset TO WS-ReadDataset
    MOVE WS-CandSeq       TO WS-ReadSeq
    PERFORM READ-TRAJECTORY-POINT
    MOVE WS-ReadSeq TO WS-CandSeq
    IF WS-ArchiveFound = "Y"
        ADD 1 TO WS-CandPointCount
        MOVE WS-PointVehicle TO WS-CandVehicle
        MOVE WS-PointTick    TO WS-CandTick
        MOVE WS-PointX       TO WS-CandX
        MOVE WS-PointY       TO WS-CandY
        MOVE WS-PointKey     TO WS-CandKey
    ELSE
        MOVE "Y" TO WS-CandEnd
    END-IF.

*> Both runs are read in step, matching vehicle and tick. Within each
*> vehicle ticks come in order, so the first difference recorded is
*> the first tick at which that vehicle diverged.
COMPARE-TRAJECTORIES.
    MOVE ZERO TO VehicleCount
    MOVE ZERO TO WS-BaseSeq
    MOVE ZERO TO WS-CandSeq
    MOVE SPACE TO WS-BaseEnd
    MOVE SPACE TO WS-CandEnd
    PERFORM READ-BASE-POINT
    PERFORM READ-CAND-POINT
    PERFORM UNTIL WS-BaseEnd = "Y" AND WS-CandEnd = "Y"
        EVALUATE TRUE
            WHEN WS-BaseEnd = "Y"
                PERFORM CAND-ONLY-POINT
                PERFORM READ-CAND-POINT
            WHEN WS-CandEnd = "Y"
                PERFORM BASE-ONLY-POINT
                PERFORM READ-BASE-POINT
            WHEN WS-BaseKey = WS-CandKey
                PERFORM MATCH-POINTS
                PERFORM READ-BASE-POINT
                PERFORM READ-CAND-POINT
            WHEN WS-BaseKey < WS-CandKey
                PERFORM BASE-ONLY-POINT
                PERFORM READ-BASE-POINT
            WHEN OTHER
                PERFORM CAND-ONLY-POINT
                PERFORM READ-CAND-POINT
        END-EVALUATE
    END-PERFORM.

MATCH-POINTS.
    ADD 1 TO WS-MatchedPointCount
    MOVE WS-BaseVehicle TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-VEHICLE
    PERFORM RECORD-BASE-POINT
    PERFORM RECORD-CAND-POINT
    IF cvDivergeWhy(VehIdx) = SPACE
        COMPUTE WS-DeltaX = WS-CandX - WS-BaseX
        COMPUTE WS-DeltaY = WS-CandY - WS-BaseY
        COMPUTE WS-Distance ROUNDED = FUNCTION SQRT(
            WS-DeltaX * WS-DeltaX + WS-DeltaY * WS-DeltaY)
        IF WS-Distance > WS-Tolerance
            MOVE "P" TO cvDivergeWhy(VehIdx)
            MOVE WS-BaseTick TO cvDivergeTick(VehIdx)
        END-IF
    END-IF.

BASE-ONLY-POINT.
    MOVE WS-BaseVehicle TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-VEHICLE
    PERFORM RECORD-BASE-POINT
    IF cvDivergeWhy(VehIdx) = SPACE
        MOVE "B" TO cvDivergeWhy(VehIdx)
        MOVE WS-BaseTick TO cvDivergeTick(VehIdx)
    END-IF.

CAND-ONLY-POINT.
    MOVE WS-CandVehicle TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-VEHICLE
    PERFORM RECORD-CAND-POINT
    IF cvDivergeWhy(VehIdx) = SPACE
        MOVE "C" TO cvDivergeWhy(VehIdx)
        MOVE WS-CandTick TO cvDivergeTick(VehIdx)
    END-IF.

RECORD-BASE-POINT.
    ADD 1 TO cvBasePoints(VehIdx)
    IF cvBaseStatus(VehIdx) = SPACE
        MOVE "R" TO cvBaseStatus(VehIdx)
    END-IF
    IF WS-BaseTick >= cvBaseTick(VehIdx)
        MOVE WS-BaseTick TO cvBaseTick(VehIdx)
        MOVE WS-BaseX    TO cvBaseX(VehIdx)
        MOVE WS-BaseY    TO cvBaseY(VehIdx)
    END-IF.

RECORD-CAND-POINT.
    ADD 1 TO cvCandPoints(VehIdx)
    IF cvCandStatus(VehIdx) = SPACE
        MOVE "R" TO cvCandStatus(VehIdx)
    END-IF
    IF WS-CandTick >= cvCandTick(VehIdx)
        MOVE WS-CandTick TO cvCandTick(VehIdx)
        MOVE WS-CandX    TO cvCandX(VehIdx)
        MOVE WS-CandY    TO cvCandY(VehIdx)
    END-IF.

*> The vehicle table is kept in vehicle-id order for the binary chop;
*> a vehicle not yet seen is inserted in place.
FIND-OR-ADD-VEHICLE.
    MOVE ZERO TO VehIdx
    MOVE 1 TO WS-BinLow
    MOVE VehicleCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR VehIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF cvVehicleId(WS-BinMid) = WS-SearchVehicle
            MOVE WS-BinMid TO VehIdx
        ELSE
            IF cvVehicleId(WS-BinMid) < WS-SearchVehicle
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM
    IF VehIdx = ZERO
        IF VehicleCount >= WS-MaxVehicles
            DISPLAY "RunCompare: more than " WS-MaxVehicles
                " vehicles - comparison abandoned"
            PERFORM RUN-CONTROL-ABORT
        END-IF
        PERFORM VARYING ShiftIdx FROM VehicleCount BY -1
                UNTIL ShiftIdx < WS-BinLow
            MOVE CompareVehicle(ShiftIdx) TO CompareVehicle(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO VehicleCount
        MOVE WS-BinLow TO VehIdx
        PERFORM CLEAR-VEHICLE-ENTRY
    END-IF.

CLEAR-VEHICLE-ENTRY.
    MOVE WS-SearchVehicle TO cvVehicleId(VehIdx)
    MOVE SPACE TO cvBaseStatus(VehIdx)
    MOVE SPACE TO cvCandStatus(VehIdx)
    MOVE ZERO  TO cvBasePoints(VehIdx)
    MOVE ZERO  TO cvCandPoints(VehIdx)
    MOVE ZERO  TO cvBaseTick(VehIdx)
    MOVE ZERO  TO cvBaseX(VehIdx)
    MOVE ZERO  TO cvBaseY(VehIdx)
    MOVE ZERO  TO cvCandTick(VehIdx)
    MOVE ZERO  TO cvCandX(VehIdx)
    MOVE ZERO  TO cvCandY(VehIdx)
    MOVE SPACE TO cvDivergeWhy(VehIdx)
    MOVE ZERO  TO cvDivergeTick(VehIdx)
    MOVE SPACE TO cvBaseFuelSeen(VehIdx)
    MOVE ZERO  TO cvBaseFuel(VehIdx)
    MOVE SPACE TO cvCandFuelSeen(VehIdx)
    MOVE ZERO  TO cvCandFuel(VehIdx)
    MOVE ZERO  TO cvBaseOnlyColl(VehIdx)
    MOVE ZERO  TO cvCandOnlyColl(VehIdx)
    MOVE ZERO  TO cvBaseOnlyNear(VehIdx)
    MOVE ZERO  TO cvCandOnlyNear(VehIdx)
    MOVE ZERO  TO cvBaseOnlyZone(VehIdx)
    MOVE ZERO  TO cvCandOnlyZone(VehIdx).

SET-READ-RUN.
    IF WS-ReadRun = "B"
        MOVE WS-BaseRunId TO WS-ReadRunId
    ELSE
        MOVE WS-CandRunId TO WS-ReadRunId
    END-IF
    MOVE ZERO TO WS-ReadSeq.

*> FUELRPT gives each vehicle's fuel left at the end of the run; a
*> vehicle that ran dry is marked F unless it also collided.
LOAD-FUEL-RESULTS.
    PERFORM SET-READ-RUN
    MOVE "FUELRPT" TO WS-ReadDataset
    PERFORM READ-ARCHIVE-DATA
    PERFORM UNTIL WS-ArchiveFound NOT = "Y"
        MOVE avData TO WS-ResultImage
        MOVE frVehicleId TO WS-SearchVehicle
        PERFORM FIND-OR-ADD-VEHICLE
        IF WS-ReadRun = "B"
            MOVE "Y" TO cvBaseFuelSeen(VehIdx)
            MOVE frRemaining TO cvBaseFuel(VehIdx)
            IF frExhaustTick > ZERO
                MOVE "F" TO cvBaseStatus(VehIdx)
            END-IF
            IF cvBaseStatus(VehIdx) = SPACE
                MOVE "R" TO cvBaseStatus(VehIdx)
            END-IF
        ELSE
            MOVE "Y" TO cvCandFuelSeen(VehIdx)
            MOVE frRemaining TO cvCandFuel(VehIdx)
            IF frExhaustTick > ZERO
                MOVE "F" TO cvCandStatus(VehIdx)
            END-IF
            IF cvCandStatus(VehIdx) = SPACE
                MOVE "R" TO cvCandStatus(VehIdx)
            END-IF
        END-IF
        PERFORM READ-ARCHIVE-DATA
    END-PERFORM.

LOAD-RUN-EVENTS.
    PERFORM SET-READ-RUN
    MOVE ekDataset(KindIdx) TO WS-ReadDataset
    PERFORM READ-ARCHIVE-DATA
    PERFORM UNTIL WS-ArchiveFound NOT = "Y"
        MOVE avData TO WS-ResultImage
        EVALUATE ekCode(KindIdx)
            WHEN "C"
                MOVE crObjectA TO WS-EventIdA
                MOVE crObjectB TO WS-EventIdB
                MOVE crAxis    TO WS-EventType
                MOVE crTick    TO WS-EventTick
                PERFORM ORDER-EVENT-PAIR
                PERFORM MARK-COLLIDED
            WHEN "N"
                MOVE nrObjectA TO WS-EventIdA
                MOVE nrObjectB TO WS-EventIdB
                MOVE nrGrade   TO WS-EventType
                MOVE nrMinTick TO WS-EventTick
                PERFORM ORDER-EVENT-PAIR
            WHEN "Z"
                MOVE zrVehicleId  TO WS-EventIdA
                MOVE zrZoneId     TO WS-EventIdB
                MOVE zrBreachType TO WS-EventType
                MOVE zrTick       TO WS-EventTick
        END-EVALUATE
        PERFORM ADD-RUN-EVENT
        PERFORM READ-ARCHIVE-DATA
    END-PERFORM.

ORDER-EVENT-PAIR.
    IF WS-EventIdB < WS-EventIdA
        MOVE WS-EventIdA TO WS-SearchVehicle
        MOVE WS-EventIdB TO WS-EventIdA
        MOVE WS-SearchVehicle TO WS-EventIdB
    END-IF.

MARK-COLLIDED.
    MOVE WS-EventIdA TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-VEHICLE
    PERFORM SET-COLLIDED-STATUS
    MOVE WS-EventIdB TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-VEHICLE
    PERFORM SET-COLLIDED-STATUS.

SET-COLLIDED-STATUS.
    IF WS-ReadRun = "B"
        MOVE "C" TO cvBaseStatus(VehIdx)
    ELSE
        MOVE "C" TO cvCandStatus(VehIdx)
    END-IF.

ADD-RUN-EVENT.
    IF EventCount >= WS-MaxEvents
        DISPLAY "RunCompare: more than " WS-MaxEvents
            " events - comparison abandoned"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    ADD 1 TO EventCount
    MOVE ekCode(KindIdx) TO evKind(EventCount)
    MOVE WS-ReadRun      TO evRun(EventCount)
    MOVE WS-EventIdA     TO evIdA(EventCount)
    MOVE WS-EventIdB     TO evIdB(EventCount)
    MOVE WS-EventType    TO evType(EventCount)
    MOVE WS-EventTick    TO evTick(EventCount)
    MOVE SPACE           TO evMatched(EventCount)
    IF WS-ReadRun = "B"
        ADD 1 TO ktBaseCount(KindIdx)
    ELSE
        ADD 1 TO ktCandCount(KindIdx)
    END-IF.

*> Each baseline event pairs off with one unmatched candidate event of
*> the same kind and identity; whatever is left over happened in one
*> run only and is charged to the vehicles involved.
MATCH-RUN-EVENTS.
    PERFORM VARYING EvIdx FROM 1 BY 1 UNTIL EvIdx > EventCount
        IF evRun(EvIdx) = "B"
            PERFORM VARYING MatchIdx FROM 1 BY 1
                    UNTIL MatchIdx > EventCount OR evMatched(EvIdx) = "Y"
                IF evRun(MatchIdx) = "C"
                   AND evMatched(MatchIdx) NOT = "Y"
                   AND evKind(MatchIdx) = evKind(EvIdx)
                   AND evIdA(MatchIdx) = evIdA(EvIdx)
                   AND evIdB(MatchIdx) = evIdB(EvIdx)
                    IF evKind(EvIdx) NOT = "Z"
                       OR evType(MatchIdx) = evType(EvIdx)
                        MOVE "Y" TO evMatched(EvIdx)
                        MOVE "Y" TO evMatched(MatchIdx)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING EvIdx FROM 1 BY 1 UNTIL EvIdx > EventCount
        IF evMatched(EvIdx) NOT = "Y"
            PERFORM CHARGE-UNMATCHED-EVENT
        END-IF
    END-PERFORM.

CHARGE-UNMATCHED-EVENT.
    PERFORM VARYING KindIdx FROM 1 BY 1
            UNTIL ekCode(KindIdx) = evKind(EvIdx)
        CONTINUE
    END-PERFORM
    IF evRun(EvIdx) = "B"
        ADD 1 TO ktBaseOnly(KindIdx)
    ELSE
        ADD 1 TO ktCandOnly(KindIdx)
    END-IF
    MOVE evIdA(EvIdx) TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-VEHICLE
    PERFORM CHARGE-EVENT-TO-VEHICLE
    IF evKind(EvIdx) NOT = "Z"
        MOVE evIdB(EvIdx) TO WS-SearchVehicle
        PERFORM FIND-OR-ADD-VEHICLE
        PERFORM CHARGE-EVENT-TO-VEHICLE
    END-IF.

CHARGE-EVENT-TO-VEHICLE.
    EVALUATE evKind(EvIdx) ALSO evRun(EvIdx)
        WHEN "C" ALSO "B"
            ADD 1 TO cvBaseOnlyColl(VehIdx)
        WHEN "C" ALSO "C"
            ADD 1 TO cvCandOnlyColl(VehIdx)
        WHEN "N" ALSO "B"
            ADD 1 TO cvBaseOnlyNear(VehIdx)
        WHEN "N" ALSO "C"
            ADD 1 TO cvCandOnlyNear(VehIdx)
        WHEN "Z" ALSO "B"
            ADD 1 TO cvBaseOnlyZone(VehIdx)
        WHEN "Z" ALSO "C"
            ADD 1 TO cvCandOnlyZone(VehIdx)
    END-EVALUATE.

PRINT-COMPARISON-REPORT.
    OPEN OUTPUT CompareReportFile
    IF WS-CompareRptStatus NOT = "00"
        MOVE "CMPRPT" TO WS-AbendFileName
        MOVE WS-CompareRptStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE ZERO TO WS-PageCount
    MOVE "V" TO WS-Section
    MOVE 99 TO WS-LineCount
    PERFORM VARYING VehIdx FROM 1 BY 1 UNTIL VehIdx > VehicleCount
        PERFORM TALLY-VEHICLE
        IF WS-VehicleDiffers = "Y"
            PERFORM PRINT-VEHICLE-LINE
        END-IF
    END-PERFORM
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    IF ctDiffering = ZERO
        MOVE "  NO VEHICLE DIFFERENCES" TO mlText
        PERFORM WRITE-MESSAGE-LINE
    END-IF
    MOVE "E" TO WS-Section
    MOVE 99 TO WS-LineCount
    PERFORM VARYING KindIdx FROM 1 BY 1 UNTIL KindIdx > WS-KindCount
        PERFORM PRINT-EVENT-KIND
    END-PERFORM
    MOVE "S" TO WS-Section
    MOVE 99 TO WS-LineCount
    PERFORM PRINT-SUMMARY
    CLOSE CompareReportFile
    IF WS-CompareRptStatus NOT = "00"
        MOVE "CMPRPT" TO WS-AbendFileName
        MOVE WS-CompareRptStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> A vehicle differs if it is in one run only, changed status,
*> diverged, ended with different fuel, or had an event in one run
*> that it did not have in the other.
TALLY-VEHICLE.
    MOVE SPACE TO WS-VehicleDiffers
    IF cvBaseStatus(VehIdx) NOT = SPACE
        ADD 1 TO ctBaseVehicles
    END-IF
    IF cvCandStatus(VehIdx) NOT = SPACE
        ADD 1 TO ctCandVehicles
    END-IF
    EVALUATE TRUE
        WHEN cvBaseStatus(VehIdx) = SPACE
            ADD 1 TO ctAdded
            MOVE "Y" TO WS-VehicleDiffers
        WHEN cvCandStatus(VehIdx) = SPACE
            ADD 1 TO ctDropped
            MOVE "Y" TO WS-VehicleDiffers
        WHEN cvBaseStatus(VehIdx) NOT = cvCandStatus(VehIdx)
            ADD 1 TO ctStatusChanged
            MOVE "Y" TO WS-VehicleDiffers
    END-EVALUATE
    IF cvDivergeWhy(VehIdx) NOT = SPACE
        MOVE "Y" TO WS-VehicleDiffers
        IF cvBaseStatus(VehIdx) NOT = SPACE
           AND cvCandStatus(VehIdx) NOT = SPACE
            ADD 1 TO ctDiverged
        END-IF
    END-IF
    IF cvBaseFuelSeen(VehIdx) = "Y" AND cvCandFuelSeen(VehIdx) = "Y"
       AND cvBaseFuel(VehIdx) NOT = cvCandFuel(VehIdx)
        MOVE "Y" TO WS-VehicleDiffers
    END-IF
    IF cvBaseOnlyColl(VehIdx) > ZERO OR cvCandOnlyColl(VehIdx) > ZERO
       OR cvBaseOnlyNear(VehIdx) > ZERO OR cvCandOnlyNear(VehIdx) > ZERO
       OR cvBaseOnlyZone(VehIdx) > ZERO OR cvCandOnlyZone(VehIdx) > ZERO
        MOVE "Y" TO WS-VehicleDiffers
    END-IF
    IF WS-VehicleDiffers = "Y"
        ADD 1 TO ctDiffering
    ELSE
        ADD 1 TO ctUnchanged
    END-IF.

STATUS-TO-TEXT.
    EVALUATE WS-StatusCode
        WHEN "R"
            MOVE "RAN" TO WS-StatusText
        WHEN "F"
            MOVE "NO FUEL" TO WS-StatusText
        WHEN "C"
            MOVE "COLLIDED" TO WS-StatusText
        WHEN OTHER
            MOVE "ABSENT" TO WS-StatusText
    END-EVALUATE.

PRINT-VEHICLE-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE cvVehicleId(VehIdx) TO vdVehicleId
    MOVE cvBaseStatus(VehIdx) TO WS-StatusCode
    PERFORM STATUS-TO-TEXT
    MOVE WS-StatusText TO vdBaseStatus
    MOVE cvCandStatus(VehIdx) TO WS-StatusCode
    PERFORM STATUS-TO-TEXT
    MOVE WS-StatusText TO vdCandStatus
    EVALUATE cvDivergeWhy(VehIdx)
        WHEN "P"
            MOVE "POSITION" TO vdDivergeWhy
        WHEN "B"
            MOVE "NOT IN CAND" TO vdDivergeWhy
        WHEN "C"
            MOVE "NOT IN BASE" TO vdDivergeWhy
        WHEN OTHER
            MOVE SPACES TO vdDivergeWhy
    END-EVALUATE
    IF cvDivergeWhy(VehIdx) = SPACE
        MOVE SPACES TO vdDivergeTickX
    ELSE
        MOVE cvDivergeTick(VehIdx) TO vdDivergeTick
    END-IF
    IF cvBasePoints(VehIdx) > ZERO AND cvCandPoints(VehIdx) > ZERO
        COMPUTE WS-DeltaX = cvCandX(VehIdx) - cvBaseX(VehIdx)
        COMPUTE WS-DeltaY = cvCandY(VehIdx) - cvBaseY(VehIdx)
        COMPUTE WS-Distance ROUNDED = FUNCTION SQRT(
            WS-DeltaX * WS-DeltaX + WS-DeltaY * WS-DeltaY)
        MOVE WS-Distance TO vdFinalDist
    ELSE
        MOVE SPACES TO vdFinalDistX
    END-IF
    IF cvBaseFuelSeen(VehIdx) = "Y" AND cvCandFuelSeen(VehIdx) = "Y"
        COMPUTE WS-DeltaX = cvCandFuel(VehIdx) - cvBaseFuel(VehIdx)
        MOVE WS-DeltaX TO vdFuelDiff
    ELSE
        MOVE SPACES TO vdFuelDiffX
    END-IF
    MOVE cvBaseOnlyColl(VehIdx) TO vdBaseOnlyColl
    MOVE cvCandOnlyColl(VehIdx) TO vdCandOnlyColl
    MOVE cvBaseOnlyNear(VehIdx) TO vdBaseOnlyNear
    MOVE cvCandOnlyNear(VehIdx) TO vdCandOnlyNear
    MOVE cvBaseOnlyZone(VehIdx) TO vdBaseOnlyZone
    MOVE cvCandOnlyZone(VehIdx) TO vdCandOnlyZone
    WRITE CompareLine FROM VehicleDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-EVENT-KIND.
    IF WS-LineCount + 2 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    IF ktCompared(KindIdx) NOT = "Y"
        MOVE ekLabel(KindIdx)   TO ncLabel
        MOVE ekDataset(KindIdx) TO ncDataset
        WRITE CompareLine FROM NotComparedLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    ELSE
        MOVE ZERO TO WS-ListShown
        PERFORM VARYING EvIdx FROM 1 BY 1 UNTIL EvIdx > EventCount
            IF evKind(EvIdx) = ekCode(KindIdx)
               AND evMatched(EvIdx) NOT = "Y"
                PERFORM PRINT-EVENT-LINE
            END-IF
        END-PERFORM
        IF WS-ListShown = ZERO
            MOVE SPACES TO mlText
            STRING "  NO " DELIMITED BY SIZE
                ekLabel(KindIdx) DELIMITED BY "  "
                " IN ONE RUN ONLY" DELIMITED BY SIZE
                INTO mlText
            END-STRING
            PERFORM WRITE-MESSAGE-LINE
        END-IF
    END-IF
    MOVE SPACES TO CompareLine
    WRITE CompareLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-EVENT-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    ADD 1 TO WS-ListShown
    MOVE ekLabel(KindIdx) TO edLabel
    IF evRun(EvIdx) = "B"
        MOVE "BASELINE" TO edOnlyIn
    ELSE
        MOVE "CANDIDATE" TO edOnlyIn
    END-IF
    MOVE evIdA(EvIdx)  TO edIdA
    MOVE evIdB(EvIdx)  TO edIdB
    MOVE evType(EvIdx) TO edType
    MOVE evTick(EvIdx) TO edTick
    WRITE CompareLine FROM EventDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

WRITE-MESSAGE-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    WRITE CompareLine FROM MessageLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

WRITE-TOTAL-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    WRITE CompareLine FROM TotalLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

WRITE-BLANK-LINE.
    MOVE SPACES TO CompareLine
    WRITE CompareLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

*> The summary page gives the run pair, vehicle and event totals, and
*> lists the vehicles added, dropped or changed in status.
PRINT-SUMMARY.
    PERFORM PRINT-PAGE-HEADING
    MOVE WS-BaseRunId     TO rlBaseRunId
    MOVE WS-CandRunId     TO rlCandRunId
    MOVE WS-SourceDataset TO rlSourceDataset
    MOVE WS-Tolerance     TO rlTolerance
    WRITE CompareLine FROM RunLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount
    PERFORM WRITE-BLANK-LINE
    MOVE "VEHICLES IN BASELINE" TO tlLabel
    MOVE ctBaseVehicles TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES IN CANDIDATE" TO tlLabel
    MOVE ctCandVehicles TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES ADDED" TO tlLabel
    MOVE ctAdded TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES DROPPED" TO tlLabel
    MOVE ctDropped TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES CHANGED IN STATUS" TO tlLabel
    MOVE ctStatusChanged TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES DIVERGED" TO tlLabel
    MOVE ctDiverged TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES DIFFERING" TO tlLabel
    MOVE ctDiffering TO tlCount
    PERFORM WRITE-TOTAL-LINE
    MOVE "VEHICLES UNCHANGED" TO tlLabel
    MOVE ctUnchanged TO tlCount
    PERFORM WRITE-TOTAL-LINE
    PERFORM WRITE-BLANK-LINE
    PERFORM VARYING KindIdx FROM 1 BY 1 UNTIL KindIdx > WS-KindCount
        PERFORM PRINT-KIND-TOTAL
    END-PERFORM
    IF WS-FuelCompared NOT = "Y"
        MOVE "FUEL               NOT COMPARED" TO mlText
        PERFORM WRITE-MESSAGE-LINE
    END-IF
    MOVE "A" TO WS-ListType
    MOVE "VEHICLES ADDED IN CANDIDATE" TO lhText
    PERFORM PRINT-VEHICLE-LIST
    MOVE "D" TO WS-ListType
    MOVE "VEHICLES DROPPED FROM CANDIDATE" TO lhText
    PERFORM PRINT-VEHICLE-LIST
    MOVE "S" TO WS-ListType
    MOVE "VEHICLES CHANGED IN STATUS" TO lhText
    PERFORM PRINT-VEHICLE-LIST.

PRINT-KIND-TOTAL.
    IF ktCompared(KindIdx) = "Y"
        MOVE ekLabel(KindIdx)     TO ktlLabel
        MOVE ktBaseCount(KindIdx) TO ktlBaseCount
        MOVE ktCandCount(KindIdx) TO ktlCandCount
        MOVE ktBaseOnly(KindIdx)  TO ktlBaseOnly
        MOVE ktCandOnly(KindIdx)  TO ktlCandOnly
        IF WS-LineCount + 1 > WS-LinesPerPage
            PERFORM PRINT-PAGE-HEADING
        END-IF
        WRITE CompareLine FROM KindTotalLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    ELSE
        MOVE SPACES TO mlText
        MOVE ekLabel(KindIdx) TO mlText(1:15)
        MOVE "NOT COMPARED" TO mlText(20:12)
        PERFORM WRITE-MESSAGE-LINE
    END-IF.

PRINT-VEHICLE-LIST.
    IF WS-LineCount + 4 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    PERFORM WRITE-BLANK-LINE
    WRITE CompareLine FROM ListHeadLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount
    MOVE ZERO TO WS-ListShown
    PERFORM VARYING VehIdx FROM 1 BY 1 UNTIL VehIdx > VehicleCount
        EVALUATE TRUE
            WHEN WS-ListType = "A" AND cvBaseStatus(VehIdx) = SPACE
                PERFORM PRINT-LIST-LINE
            WHEN WS-ListType = "D" AND cvCandStatus(VehIdx) = SPACE
                PERFORM PRINT-LIST-LINE
            WHEN WS-ListType = "S" AND cvBaseStatus(VehIdx) NOT = SPACE
                 AND cvCandStatus(VehIdx) NOT = SPACE
                 AND cvBaseStatus(VehIdx) NOT = cvCandStatus(VehIdx)
                PERFORM PRINT-LIST-LINE
        END-EVALUATE
    END-PERFORM
    IF WS-ListShown = ZERO
        MOVE "  NONE" TO mlText
        PERFORM WRITE-MESSAGE-LINE
    END-IF.

PRINT-LIST-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    ADD 1 TO WS-ListShown
    MOVE cvVehicleId(VehIdx) TO llVehicleId
    MOVE cvBaseStatus(VehIdx) TO WS-StatusCode
    PERFORM STATUS-TO-TEXT
    MOVE WS-StatusText TO llBaseStatus
    MOVE cvCandStatus(VehIdx) TO WS-StatusCode
    PERFORM STATUS-TO-TEXT
    MOVE WS-StatusText TO llCandStatus
    WRITE CompareLine FROM ListLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

*> The column heading follows the section being printed: vehicle
*> differences, event differences, or the summary.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO hd1PageNo
    MOVE WS-Today     TO hd1ReportDate
    MOVE WS-BaseRunId TO hd1BaseRunId
    MOVE WS-CandRunId TO hd1CandRunId
    WRITE CompareLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO CompareLine
    WRITE CompareLine
    PERFORM CHECK-REPORT-WRITE
    EVALUATE WS-Section
        WHEN "V"
            WRITE CompareLine FROM VehicleHeadLine
        WHEN "E"
            WRITE CompareLine FROM EventHeadLine
        WHEN OTHER
            WRITE CompareLine FROM SummaryHeadLine
    END-EVALUATE
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO CompareLine
    WRITE CompareLine
    PERFORM CHECK-REPORT-WRITE
    MOVE 4 TO WS-LineCount.
