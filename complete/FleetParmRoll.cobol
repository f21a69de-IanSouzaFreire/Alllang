      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. FleetParmRoll.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtlStatus.

    SELECT CheckpointFile ASSIGN TO "CHKPOINT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CheckpointStatus.

    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditStatus.

    SELECT FuelReportFile ASSIGN TO "FUELRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FuelReportStatus.

    SELECT CollisionFile ASSIGN TO "COLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CollisionStatus.

    SELECT FleetParmFile ASSIGN TO "FLEETPRM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS fpVehicleId
        FILE STATUS IS WS-FleetParmStatus.

    SELECT MaintJournalFile ASSIGN TO "MAINTJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MaintJournalStatus.

    SELECT RollReportFile ASSIGN TO "ROLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RollReportStatus.

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

FD  CheckpointFile.
01  CheckpointRecord.
    05  ckRecType       PIC X(1).
    05  ckTick          PIC 9(4).
    05  ckVehicleId     PIC X(6).
    05  ckPosX          PIC S9(8)V99.
    05  ckPosY          PIC S9(8)V99.
    05  ckVelX          PIC S9(8)V99.
    05  ckVelY          PIC S9(8)V99.
    05  ckTurnAngle     PIC S9(6)V99.
    05  ckObjStatus     PIC X(1).
    05  ckFuelLevel     PIC S9(8)V99.
    05  ckFuelExhaustTick PIC 9(4).
    05  ckDamageTick    PIC 9(4).
    05  ckAuditCount    PIC 9(8).
    05  ckCollisionCount PIC 9(8).
    05  ckZoneCount     PIC 9(8).

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

FD  FuelReportFile.
01  FuelReportRecord.
    05  flVehicleId     PIC X(6).
    05  flOperatorId    PIC X(6).
    05  flFuelCapacity  PIC S9(8)V99.
    05  flStartLevel    PIC S9(8)V99.
    05  flConsumed      PIC S9(8)V99.
    05  flRemaining     PIC S9(8)V99.
    05  flExhaustTick   PIC 9(4).
    05  flWarningFlag   PIC X(1).
    05  flClassId       PIC X(4).

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

FD  MaintJournalFile.
01  MaintJournalRecord.
    05  jnBatchId       PIC X(14).
    05  jnTimestamp     PIC X(21).
    05  jnActionCode    PIC X(1).
    05  jnVehicleId     PIC X(6).
    05  jnBeforeImage   PIC X(124).
    05  jnAfterImage    PIC X(124).
    05  jnRequesterId   PIC X(8).
    05  jnApproverId    PIC X(8).

FD  RollReportFile.
01  RollLine            PIC X(110).

WORKING-STORAGE SECTION.
01  WS-RunCtlStatus       PIC X(2).
01  WS-CheckpointStatus   PIC X(2).
01  WS-AuditStatus        PIC X(2).
01  WS-FuelReportStatus   PIC X(2).
01  WS-CollisionStatus    PIC X(2).
01  WS-FleetParmStatus    PIC X(2).
01  WS-MaintJournalStatus PIC X(2).
01  WS-RollReportStatus   PIC X(2).
01  WS-MaxFleetSize       PIC 9(4) COMP VALUE 5000.
01  WS-RunId              PIC X(8) VALUE SPACES.
01  WS-TotalTicks         PIC 9(4) COMP VALUE ZERO.
01  WS-FinalTick          PIC 9(4) COMP VALUE ZERO.
01  WS-StateSource        PIC X(8) VALUE SPACES.
01  WS-TrailerFound       PIC X(1) VALUE SPACE.
01  WS-FuelLoaded         PIC X(1) VALUE SPACE.
01  WS-BatchId            PIC X(14).
01  WS-CurrentDate        PIC X(21).
01  WS-BeforeImage        PIC X(124).
01  WS-AfterImage         PIC X(124).
01  WS-RollAction         PIC X(11).
01  WS-Condition          PIC X(11).
01  WS-AbendFileName      PIC X(8).
01  WS-AbendStatus        PIC X(2).
01  WS-SearchVehicle      PIC X(6).
01  WS-LinesPerPage       PIC 9(2) COMP VALUE 55.
01  WS-LineCount          PIC 9(2) COMP VALUE 99.
01  WS-PageCount          PIC 9(4) COMP VALUE ZERO.
01  WS-RolledCount        PIC 9(6) COMP VALUE ZERO.
01  WS-UnchangedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-ExcludedCount      PIC 9(6) COMP VALUE ZERO.
01  WS-NotOnFileCount     PIC 9(6) COMP VALUE ZERO.
01  WS-DamagedCount       PIC 9(6) COMP VALUE ZERO.
01  WS-OutOfFuelCount     PIC 9(6) COMP VALUE ZERO.
01  WS-ErrorCount         PIC 9(6) COMP VALUE ZERO.
01  WS-JournalCount       PIC 9(6) COMP VALUE ZERO.
01  FinalCount            PIC 9(4) COMP VALUE ZERO.
01  FinalIdx              PIC 9(4) COMP VALUE ZERO.
01  ShiftIdx              PIC 9(4) COMP VALUE ZERO.
01  WS-BinLow             PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh            PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid             PIC 9(4) COMP VALUE ZERO.

01  FinalStateTable.
    05  FinalState OCCURS 5000 TIMES.
        10  fsVehicleId     PIC X(6).
        10  fsTick          PIC 9(4).
        10  fsPosX          PIC S9(8)V99.
        10  fsPosY          PIC S9(8)V99.
        10  fsVelX          PIC S9(8)V99.
        10  fsVelY          PIC S9(8)V99.
        10  fsFuelLevel     PIC S9(8)V99.
        10  fsFuelKnown     PIC X(1).
        10  fsCondition     PIC X(1).

01  HeadingLine1.
    05  FILLER          PIC X(39)
        VALUE "FLEET SIMULATION - ROLL-FORWARD OF RUN ".
    05  hd1RunId        PIC X(8).
    05  FILLER          PIC X(6)  VALUE " FROM ".
    05  hd1Source       PIC X(8).
    05  FILLER          PIC X(35) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  HeadingLine2.
    05  FILLER          PIC X(6)  VALUE "BATCH ".
    05  hd2BatchId      PIC X(14).
    05  FILLER          PIC X(90) VALUE SPACES.

01  HeadingLine3.
    05  FILLER          PIC X(9)  VALUE "VEHICLE".
    05  FILLER          PIC X(8)  VALUE "OPERATOR".
    05  FILLER          PIC X(12) VALUE "       POS X".
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  FILLER          PIC X(12) VALUE "       POS Y".
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  FILLER          PIC X(12) VALUE "       VEL X".
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  FILLER          PIC X(12) VALUE "       VEL Y".
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  FILLER          PIC X(12) VALUE "  FUEL LEVEL".
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(11) VALUE "ACTION".
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(11) VALUE "CONDITION".
    05  FILLER          PIC X(3)  VALUE SPACES.

01  RollDetailLine.
    05  rdVehicleId     PIC X(6).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  rdOperatorId    PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rdPosX          PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  rdPosY          PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  rdVelX          PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  rdVelY          PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  rdFuelLevel     PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rdAction        PIC X(11).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rdCondition     PIC X(11).
    05  FILLER          PIC X(3)  VALUE SPACES.

01  RollTotalLine.
    05  tlLabel         PIC X(30).
    05  tlCount         PIC ZZZZZ9.
    05  FILLER          PIC X(74) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    PERFORM LOAD-RUN-CONTROL
    MOVE SPACES TO WS-BatchId
    STRING "ROLL" WS-RunId DELIMITED BY SIZE INTO WS-BatchId
    PERFORM LOAD-FINAL-STATE
    IF FinalCount = ZERO
        DISPLAY "FleetParmRoll: no final vehicle state for run "
            WS-RunId
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND MaintJournalFile
    IF WS-MaintJournalStatus = "35"
        OPEN OUTPUT MaintJournalFile
    END-IF
    IF WS-MaintJournalStatus NOT = "00"
        MOVE "MAINTJRN" TO WS-AbendFileName
        MOVE WS-MaintJournalStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O FleetParmFile
    IF WS-FleetParmStatus NOT = "00"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN OUTPUT RollReportFile
    IF WS-RollReportStatus NOT = "00"
        MOVE "ROLLRPT" TO WS-AbendFileName
        MOVE WS-RollReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM VARYING FinalIdx FROM 1 BY 1 UNTIL FinalIdx > FinalCount
        PERFORM ROLL-ONE-VEHICLE
    END-PERFORM
    PERFORM PRINT-ROLL-TOTALS
    CLOSE RollReportFile
    IF WS-RollReportStatus NOT = "00"
        MOVE "ROLLRPT" TO WS-AbendFileName
        MOVE WS-RollReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE FleetParmFile
    IF WS-FleetParmStatus NOT = "00"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE MaintJournalFile
    IF WS-MaintJournalStatus NOT = "00"
        MOVE "MAINTJRN" TO WS-AbendFileName
        MOVE WS-MaintJournalStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "FleetParmRoll: run " WS-RunId " rolled forward from "
        WS-StateSource " tick " WS-FinalTick
    DISPLAY "  rolled      " WS-RolledCount
    DISPLAY "  unchanged   " WS-UnchangedCount
    DISPLAY "  excluded    " WS-ExcludedCount
    DISPLAY "  not on file " WS-NotOnFileCount
    DISPLAY "  damaged     " WS-DamagedCount
    DISPLAY "  out of fuel " WS-OutOfFuelCount
    DISPLAY "  errors      " WS-ErrorCount
    DISPLAY "  journal     " WS-JournalCount " records, batch " WS-BatchId
    IF WS-ErrorCount > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-NotOnFileCount > ZERO OR WS-FuelLoaded NOT = "Y"
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

LOAD-RUN-CONTROL.
    OPEN INPUT RunControlFile
    IF WS-RunCtlStatus NOT = "00"
        DISPLAY "FleetParmRoll: cannot open RUNCTL - status "
            WS-RunCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ RunControlFile
        AT END
            MOVE "10" TO WS-RunCtlStatus
    END-READ
    IF WS-RunCtlStatus NOT = "00"
        DISPLAY "FleetParmRoll: RUNCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rnRunId = SPACES
        DISPLAY "FleetParmRoll: run identifier is blank"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rnTotalTicks NOT NUMERIC OR rnTotalTicks = ZERO
        DISPLAY "FleetParmRoll: total ticks invalid"
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

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "FleetParmRoll: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "FleetParmRoll: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "FleetParmRoll: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

CHECK-FLEET-PARM-IO.
    IF WS-FleetParmStatus NOT = "00" AND
       WS-FleetParmStatus NOT = "22" AND
       WS-FleetParmStatus NOT = "23"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

CHECK-REPORT-WRITE.
    IF WS-RollReportStatus NOT = "00"
        MOVE "ROLLRPT" TO WS-AbendFileName
        MOVE WS-RollReportStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

*> GameObjects rewrites CHKPOINT at the end of every tick, so once
*> the run has completed its "O" records hold each vehicle's final
*> state. When CHKPOINT has been cleared down the final state is
*> rebuilt from the last AUDITLOG record for each vehicle instead.
LOAD-FINAL-STATE.
    MOVE ZERO TO FinalCount
    OPEN INPUT CheckpointFile
    IF WS-CheckpointStatus NOT = "00" AND WS-CheckpointStatus NOT = "35"
        MOVE "CHKPOINT" TO WS-AbendFileName
        MOVE WS-CheckpointStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-CheckpointStatus = "00"
        MOVE "CHKPOINT" TO WS-StateSource
        PERFORM LOAD-FINAL-FROM-CHECKPOINT
    ELSE
        MOVE "AUDITLOG" TO WS-StateSource
        PERFORM LOAD-FINAL-FROM-AUDIT
        PERFORM LOAD-FUEL-FROM-REPORT
        PERFORM LOAD-DAMAGE-FROM-COLLISIONS
    END-IF.

LOAD-FINAL-FROM-CHECKPOINT.
    MOVE "Y" TO WS-FuelLoaded
    READ CheckpointFile
        AT END
            MOVE "10" TO WS-CheckpointStatus
    END-READ
    PERFORM UNTIL WS-CheckpointStatus NOT = "00"
        EVALUATE ckRecType
            WHEN "T"
                MOVE ckTick TO WS-FinalTick
            WHEN "O"
                PERFORM STORE-CHECKPOINT-STATE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        READ CheckpointFile
            AT END
                MOVE "10" TO WS-CheckpointStatus
        END-READ
    END-PERFORM
    CLOSE CheckpointFile
    IF WS-CheckpointStatus NOT = "00"
        MOVE "CHKPOINT" TO WS-AbendFileName
        MOVE WS-CheckpointStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    IF WS-FinalTick NOT = WS-TotalTicks
        DISPLAY "FleetParmRoll: CHKPOINT is at tick " WS-FinalTick
            " of " WS-TotalTicks " - run " WS-RunId " is incomplete"
        PERFORM RUN-CONTROL-ABORT
    END-IF.

STORE-CHECKPOINT-STATE.
    MOVE ckVehicleId TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-FINAL-STATE
    IF FinalIdx > ZERO
        MOVE ckTick      TO fsTick(FinalIdx)
        MOVE ckPosX      TO fsPosX(FinalIdx)
        MOVE ckPosY      TO fsPosY(FinalIdx)
        MOVE ckVelX      TO fsVelX(FinalIdx)
        MOVE ckVelY      TO fsVelY(FinalIdx)
        MOVE ckFuelLevel TO fsFuelLevel(FinalIdx)
        MOVE "Y"         TO fsFuelKnown(FinalIdx)
        MOVE ckObjStatus TO fsCondition(FinalIdx)
    END-IF.

*> A vehicle stops writing AUDITLOG records once it is damaged,
*> out of fuel or held out of the run, so its last record is its
*> final position. A restarted run can repeat ticks; the highest
*> tick seen wins.
LOAD-FINAL-FROM-AUDIT.
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
                IF AuditRecord(4:8) NOT = WS-RunId
                    DISPLAY "FleetParmRoll: AUDITLOG is for run "
                        AuditRecord(4:8) " not " WS-RunId
                    PERFORM RUN-CONTROL-ABORT
                END-IF
            WHEN "TRL"
                MOVE "Y" TO WS-TrailerFound
            WHEN OTHER
                PERFORM STORE-AUDIT-STATE
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
    IF WS-TrailerFound NOT = "Y"
        DISPLAY "FleetParmRoll: AUDITLOG has no trailer - run "
            WS-RunId " is incomplete"
        PERFORM RUN-CONTROL-ABORT
    END-IF.

STORE-AUDIT-STATE.
    MOVE adVehicleId TO WS-SearchVehicle
    PERFORM FIND-OR-ADD-FINAL-STATE
    IF FinalIdx > ZERO
        IF adTick >= fsTick(FinalIdx)
            MOVE adTick TO fsTick(FinalIdx)
            MOVE adPosX TO fsPosX(FinalIdx)
            MOVE adPosY TO fsPosY(FinalIdx)
            MOVE adVelX TO fsVelX(FinalIdx)
            MOVE adVelY TO fsVelY(FinalIdx)
        END-IF
        IF adTick > WS-FinalTick
            MOVE adTick TO WS-FinalTick
        END-IF
    END-IF.

*> FUELRPT is optional on the AUDITLOG path: without it fuel levels
*> are left as they are on FLEETPRM and the run ends with RC 4.
LOAD-FUEL-FROM-REPORT.
    OPEN INPUT FuelReportFile
    IF WS-FuelReportStatus NOT = "00" AND WS-FuelReportStatus NOT = "35"
        MOVE "FUELRPT" TO WS-AbendFileName
        MOVE WS-FuelReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-FuelReportStatus = "35"
        DISPLAY "FleetParmRoll: FUELRPT not found - fuel levels not rolled"
    ELSE
        READ FuelReportFile
            AT END
                MOVE "10" TO WS-FuelReportStatus
        END-READ
        PERFORM UNTIL WS-FuelReportStatus NOT = "00"
            IF flVehicleId(1:3) = "TRL"
                IF FuelReportRecord(4:8) NOT = WS-RunId
                    DISPLAY "FleetParmRoll: FUELRPT is for run "
                        FuelReportRecord(4:8) " not " WS-RunId
                    PERFORM RUN-CONTROL-ABORT
                END-IF
                MOVE "Y" TO WS-FuelLoaded
            ELSE
                PERFORM STORE-FUEL-STATE
            END-IF
            READ FuelReportFile
                AT END
                    MOVE "10" TO WS-FuelReportStatus
            END-READ
        END-PERFORM
        CLOSE FuelReportFile
        IF WS-FuelReportStatus NOT = "00"
            MOVE "FUELRPT" TO WS-AbendFileName
            MOVE WS-FuelReportStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
        IF WS-FuelLoaded NOT = "Y"
            DISPLAY "FleetParmRoll: FUELRPT has no trailer - "
                "fuel levels not rolled"
            PERFORM VARYING FinalIdx FROM 1 BY 1
                    UNTIL FinalIdx > FinalCount
                MOVE SPACE TO fsFuelKnown(FinalIdx)
                IF fsCondition(FinalIdx) = "F"
                    MOVE SPACE TO fsCondition(FinalIdx)
                END-IF
            END-PERFORM
        END-IF
    END-IF.

STORE-FUEL-STATE.
    MOVE flVehicleId TO WS-SearchVehicle
    PERFORM FIND-FINAL-STATE
    IF FinalIdx > ZERO
        MOVE flRemaining TO fsFuelLevel(FinalIdx)
        MOVE "Y"         TO fsFuelKnown(FinalIdx)
        IF flExhaustTick > ZERO
            MOVE "F" TO fsCondition(FinalIdx)
        END-IF
    END-IF.

*> COLLRPT is optional on the AUDITLOG path; every vehicle named on
*> a collision record ended the run damaged.
LOAD-DAMAGE-FROM-COLLISIONS.
    OPEN INPUT CollisionFile
    IF WS-CollisionStatus NOT = "00" AND WS-CollisionStatus NOT = "35"
        MOVE "COLLRPT" TO WS-AbendFileName
        MOVE WS-CollisionStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-CollisionStatus = "35"
        DISPLAY "FleetParmRoll: COLLRPT not found - damage not flagged"
    ELSE
        READ CollisionFile
            AT END
                MOVE "10" TO WS-CollisionStatus
        END-READ
        PERFORM UNTIL WS-CollisionStatus NOT = "00"
            EVALUATE clObjectA(1:3)
                WHEN "HDR"
                    IF CollisionRecord(4:8) NOT = WS-RunId
                        DISPLAY "FleetParmRoll: COLLRPT is for run "
                            CollisionRecord(4:8) " not " WS-RunId
                        PERFORM RUN-CONTROL-ABORT
                    END-IF
                WHEN "TRL"
                    CONTINUE
                WHEN OTHER
                    MOVE clObjectA TO WS-SearchVehicle
                    PERFORM FIND-FINAL-STATE
                    IF FinalIdx > ZERO
                        MOVE "D" TO fsCondition(FinalIdx)
                    END-IF
                    MOVE clObjectB TO WS-SearchVehicle
                    PERFORM FIND-FINAL-STATE
                    IF FinalIdx > ZERO
                        MOVE "D" TO fsCondition(FinalIdx)
                    END-IF
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

*> FinalStateTable is kept in vehicle-id order so that it can be
*> searched by binary chop; a vehicle not yet in the table is
*> inserted at its place.
FIND-FINAL-STATE.
    MOVE ZERO TO FinalIdx
    MOVE 1 TO WS-BinLow
    MOVE FinalCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR FinalIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF fsVehicleId(WS-BinMid) = WS-SearchVehicle
            MOVE WS-BinMid TO FinalIdx
        ELSE
            IF fsVehicleId(WS-BinMid) < WS-SearchVehicle
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

FIND-OR-ADD-FINAL-STATE.
    PERFORM FIND-FINAL-STATE
    IF FinalIdx = ZERO
        IF FinalCount >= WS-MaxFleetSize
            DISPLAY "FleetParmRoll: final state exceeds "
                WS-MaxFleetSize " vehicles - " WS-SearchVehicle
                " ignored"
        ELSE
            PERFORM VARYING ShiftIdx FROM FinalCount BY -1
                    UNTIL ShiftIdx < WS-BinLow
                MOVE FinalState(ShiftIdx) TO FinalState(ShiftIdx + 1)
            END-PERFORM
            ADD 1 TO FinalCount
            MOVE WS-BinLow TO FinalIdx
            MOVE WS-SearchVehicle TO fsVehicleId(FinalIdx)
            MOVE ZERO  TO fsTick(FinalIdx)
            MOVE ZERO  TO fsPosX(FinalIdx)
            MOVE ZERO  TO fsPosY(FinalIdx)
            MOVE ZERO  TO fsVelX(FinalIdx)
            MOVE ZERO  TO fsVelY(FinalIdx)
            MOVE ZERO  TO fsFuelLevel(FinalIdx)
            MOVE SPACE TO fsFuelKnown(FinalIdx)
            MOVE SPACE TO fsCondition(FinalIdx)
        END-IF
    END-IF.

*> Vehicles held out of the run ("E") never moved and are left alone.
*> A damaged vehicle is carried forward where it stopped, at rest;
*> an out-of-fuel vehicle is carried forward with its empty tank.
*> Neither is put back to its starting state.
ROLL-ONE-VEHICLE.
    MOVE SPACES TO WS-Condition
    EVALUATE fsCondition(FinalIdx)
        WHEN "D"
            MOVE "DAMAGED" TO WS-Condition
        WHEN "F"
            MOVE "OUT OF FUEL" TO WS-Condition
        WHEN "E"
            MOVE "HELD" TO WS-Condition
    END-EVALUATE
    IF fsCondition(FinalIdx) = "E"
        MOVE "EXCLUDED" TO WS-RollAction
        ADD 1 TO WS-ExcludedCount
        MOVE SPACES TO FleetParmRecord
        MOVE fsVehicleId(FinalIdx) TO fpVehicleId
        PERFORM PRINT-ROLL-LINE
    ELSE
        MOVE fsVehicleId(FinalIdx) TO fpVehicleId
        READ FleetParmFile
            INVALID KEY
                CONTINUE
        END-READ
        PERFORM CHECK-FLEET-PARM-IO
        IF WS-FleetParmStatus NOT = "00"
            DISPLAY "FleetParmRoll: vehicle not on file "
                fsVehicleId(FinalIdx)
            MOVE "NOT ON FILE" TO WS-RollAction
            ADD 1 TO WS-NotOnFileCount
            MOVE SPACES TO FleetParmRecord
            MOVE fsVehicleId(FinalIdx) TO fpVehicleId
        ELSE
            PERFORM REWRITE-FINAL-STATE
            IF fsCondition(FinalIdx) = "D"
                ADD 1 TO WS-DamagedCount
            END-IF
            IF fsCondition(FinalIdx) = "F"
                ADD 1 TO WS-OutOfFuelCount
            END-IF
        END-IF
        PERFORM PRINT-ROLL-LINE
    END-IF.

REWRITE-FINAL-STATE.
    MOVE FleetParmRecord TO WS-BeforeImage
    MOVE fsPosX(FinalIdx) TO fpPosX
    MOVE fsPosY(FinalIdx) TO fpPosY
    IF fsCondition(FinalIdx) = "D"
        MOVE ZERO TO fpVelX
        MOVE ZERO TO fpVelY
    ELSE
        MOVE fsVelX(FinalIdx) TO fpVelX
        MOVE fsVelY(FinalIdx) TO fpVelY
    END-IF
    IF fsFuelKnown(FinalIdx) = "Y"
        MOVE fsFuelLevel(FinalIdx) TO fpFuelLevel
    END-IF
    MOVE FleetParmRecord TO WS-AfterImage
    IF WS-AfterImage = WS-BeforeImage
        MOVE "UNCHANGED" TO WS-RollAction
        ADD 1 TO WS-UnchangedCount
    ELSE
        REWRITE FleetParmRecord
            INVALID KEY
                DISPLAY "FleetParmRoll: rewrite failed for "
                    fsVehicleId(FinalIdx)
                MOVE "FAILED" TO WS-RollAction
                ADD 1 TO WS-ErrorCount
            NOT INVALID KEY
                MOVE "ROLLED" TO WS-RollAction
                ADD 1 TO WS-RolledCount
                PERFORM WRITE-JOURNAL-RECORD
        END-REWRITE
        PERFORM CHECK-FLEET-PARM-IO
    END-IF.

*> Journal entries are written as changes under the roll's own batch
*> ID, so FleetParmBack can restore the before-images for the whole
*> roll in one pass.
WRITE-JOURNAL-RECORD.
    MOVE WS-BatchId     TO jnBatchId
    MOVE FUNCTION CURRENT-DATE TO jnTimestamp
    MOVE "C"            TO jnActionCode
    MOVE fpVehicleId    TO jnVehicleId
    MOVE WS-BeforeImage TO jnBeforeImage
    MOVE WS-AfterImage  TO jnAfterImage
    MOVE SPACES         TO jnRequesterId
    MOVE SPACES         TO jnApproverId
    WRITE MaintJournalRecord
    IF WS-MaintJournalStatus NOT = "00"
        MOVE "MAINTJRN" TO WS-AbendFileName
        MOVE WS-MaintJournalStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    ADD 1 TO WS-JournalCount.

PRINT-ROLL-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE fsVehicleId(FinalIdx) TO rdVehicleId
    MOVE fpOperatorId          TO rdOperatorId
    MOVE fsPosX(FinalIdx)      TO rdPosX
    MOVE fsPosY(FinalIdx)      TO rdPosY
    IF WS-RollAction = "ROLLED" OR WS-RollAction = "UNCHANGED"
        MOVE fpVelX      TO rdVelX
        MOVE fpVelY      TO rdVelY
        MOVE fpFuelLevel TO rdFuelLevel
    ELSE
        MOVE fsVelX(FinalIdx)      TO rdVelX
        MOVE fsVelY(FinalIdx)      TO rdVelY
        MOVE fsFuelLevel(FinalIdx) TO rdFuelLevel
    END-IF
    MOVE WS-RollAction TO rdAction
    MOVE WS-Condition  TO rdCondition
    WRITE RollLine FROM RollDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-ROLL-TOTALS.
    IF WS-LineCount + 10 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE SPACES TO RollLine
    WRITE RollLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "VEHICLES IN FINAL STATE" TO tlLabel
    MOVE FinalCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "ROLLED FORWARD" TO tlLabel
    MOVE WS-RolledCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "UNCHANGED" TO tlLabel
    MOVE WS-UnchangedCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "EXCLUDED FROM RUN" TO tlLabel
    MOVE WS-ExcludedCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "NOT ON FLEETPRM" TO tlLabel
    MOVE WS-NotOnFileCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "CARRIED FORWARD DAMAGED" TO tlLabel
    MOVE WS-DamagedCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "CARRIED FORWARD OUT OF FUEL" TO tlLabel
    MOVE WS-OutOfFuelCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "REWRITE ERRORS" TO tlLabel
    MOVE WS-ErrorCount TO tlCount
    PERFORM PRINT-TOTAL-LINE
    MOVE "JOURNAL RECORDS WRITTEN" TO tlLabel
    MOVE WS-JournalCount TO tlCount
    PERFORM PRINT-TOTAL-LINE.

PRINT-TOTAL-LINE.
    WRITE RollLine FROM RollTotalLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount   TO hd1PageNo
    MOVE WS-RunId       TO hd1RunId
    MOVE WS-StateSource TO hd1Source
    MOVE WS-BatchId     TO hd2BatchId
    WRITE RollLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    WRITE RollLine FROM HeadingLine2
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO RollLine
    WRITE RollLine
    PERFORM CHECK-REPORT-WRITE
    WRITE RollLine FROM HeadingLine3
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO RollLine
    WRITE RollLine
    PERFORM CHECK-REPORT-WRITE
    MOVE 5 TO WS-LineCount.
