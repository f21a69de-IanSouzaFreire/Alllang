        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FuelReportStatus.

    SELECT AvoidFile ASSIGN TO "AVOIDLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AvoidStatus.

    SELECT ZoneFile ASSIGN TO "ZONEDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZoneStatus.
        RECORD KEY IS vcClassId
        FILE STATUS IS WS-VehClassStatus.

    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT WorkOrderFile ASSIGN TO "WORKORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS woKey
        FILE STATUS IS WS-WorkOrderStatus.

DATA DIVISION.
FILE SECTION.
FD  RunControlFile.
    05  rnEnergyTolerance   PIC S9(8)V99.
    05  rnNearMissWarn      PIC S9(8)V99.
    05  rnNearMissCrit      PIC S9(8)V99.
    05  rnAvoidMode         PIC X(1).
    05  rnLookAheadTicks    PIC 9(2).
    05  rnMaxDecel          PIC S9(4)V99.

FD  FleetParmFile.
01  FleetParmRecord.
    05  ncMinSep        PIC S9(8)V99.
    05  ncMinTick       PIC 9(4).
    05  ncCollided      PIC X(1).
01  AvoidCheckpointRecord.
    05  acRecType       PIC X(1).
    05  acTick          PIC 9(4).
    05  acVehicleA      PIC X(6).
    05  acVehicleB      PIC X(6).
    05  acBrakedId      PIC X(6).
    05  acTimeToContact PIC 9(4)V99.
    05  acDecel         PIC S9(4)V99.
    05  acLimited       PIC X(1).
    05  acContact       PIC X(1).

FD  AuditFile.
01  AuditHeaderRecord.
    05  vcFuelIdleRate  PIC S9(4)V99.
    05  vcFuelSpeedRate PIC S9(4)V99.
    05  vcFuelAccelRate PIC S9(4)V99.
    05  vcMaxDecel      PIC S9(4)V99.

FD  OperMasterFile.
01  OperMasterRecord.
    05  omOperatorId     PIC X(6).
    05  omOperatorName   PIC X(30).
    05  omContractStatus PIC X(1).
    05  omBillingContact PIC X(40).
    05  omContractStart  PIC 9(8).
    05  omContractEnd    PIC 9(8).

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

FD  NearMissFile.
01  NearMissRecord.
    05  ltRunId         PIC X(8).
    05  ltRecordCount   PIC 9(8).

FD  AvoidFile.
01  AvoidHeaderRecord.
    05  vhRecType       PIC X(3).
    05  vhRunId         PIC X(8).
01  AvoidRecord.
    05  vaTick          PIC 9(4).
    05  vaVehicleA      PIC X(6).
    05  vaVehicleB      PIC X(6).
    05  vaBrakedId      PIC X(6).
    05  vaTimeToContact PIC 9(4)V99.
    05  vaDecel         PIC S9(4)V99.
    05  vaLimited       PIC X(1).
    05  vaContact       PIC X(1).
01  AvoidTrailerRecord.
    05  vtRecType       PIC X(3).
    05  vtRunId         PIC X(8).
    05  vtRecordCount   PIC 9(8).

FD  ZoneBreachFile.
01  ZoneBreachRecord.
    05  zbVehicleId     PIC X(6).
01  WS-ZoneBreachStatus PIC X(2).
01  WS-FuelReportStatus PIC X(2).
01  WS-NearMissStatus   PIC X(2).
01  WS-AvoidStatus      PIC X(2).
01  WS-MaxFleetSize     PIC 9(4) COMP VALUE 5000.
01  WS-MaxZones         PIC 9(4) COMP VALUE 100.
01  WS-MaxSteerCmds     PIC 9(5) COMP VALUE 20000.
01  WS-MaxClasses       PIC 9(4) COMP VALUE 100.
01  ClassCount          PIC 9(4) COMP VALUE ZERO.
01  ClassIdx            PIC 9(4) COMP VALUE ZERO.
01  WS-OperMasterStatus PIC X(2).
01  WS-MaxOperators     PIC 9(4) COMP VALUE 500.
01  OperCount           PIC 9(4) COMP VALUE ZERO.
01  OperIdx             PIC 9(4) COMP VALUE ZERO.
01  WS-SearchOperator   PIC X(6).
01  WS-ExceptionReason  PIC X(20).
01  WS-WorkOrderStatus  PIC X(2).
01  WS-OpenWorkOrders   PIC 9(4) COMP VALUE ZERO.
01  WS-VehicleHeld      PIC X(1) VALUE SPACE.
01  WS-EffMaxSpeed      PIC S9(8)V99 VALUE ZERO.
01  WS-EffIdleRate      PIC S9(4)V99 VALUE ZERO.
01  WS-EffSpeedRate     PIC S9(4)V99 VALUE ZERO.
01  WS-RunId            PIC X(8) VALUE SPACES.
01  WS-NearMissWarn     PIC S9(8)V99 VALUE ZERO.
01  WS-NearMissCrit     PIC S9(8)V99 VALUE ZERO.
01  WS-AvoidMode        PIC X(1) VALUE SPACE.
01  WS-LookAheadTicks   PIC 9(4) COMP VALUE ZERO.
01  WS-MaxDecel         PIC S9(4)V99 VALUE ZERO.
01  WS-EffMaxDecel      PIC S9(4)V99 VALUE ZERO.
01  WS-AvoidReach       PIC S9(8)V99 VALUE ZERO.
01  WS-MaxAbsVelX       PIC S9(8)V99 VALUE ZERO.
01  WS-RelPosX          PIC S9(8)V99 VALUE ZERO.
01  WS-RelPosY          PIC S9(8)V99 VALUE ZERO.
01  WS-RelVelX          PIC S9(8)V99 VALUE ZERO.
01  WS-RelVelY          PIC S9(8)V99 VALUE ZERO.
01  WS-EntryTime        PIC S9(6)V9(4) VALUE ZERO.
01  WS-ExitTime         PIC S9(6)V9(4) VALUE ZERO.
01  WS-EntryX           PIC S9(6)V9(4) VALUE ZERO.
01  WS-ExitX            PIC S9(6)V9(4) VALUE ZERO.
01  WS-EntryY           PIC S9(6)V9(4) VALUE ZERO.
01  WS-ExitY            PIC S9(6)V9(4) VALUE ZERO.
01  WS-AxisTime1        PIC S9(6)V9(4) VALUE ZERO.
01  WS-AxisTime2        PIC S9(6)V9(4) VALUE ZERO.
01  WS-ContactPredicted PIC X(1) VALUE SPACE.
01  WS-SpeedA           PIC S9(8)V99 VALUE ZERO.
01  WS-SpeedB           PIC S9(8)V99 VALUE ZERO.
01  WS-BrakeDecel       PIC S9(8)V99 VALUE ZERO.
01  WS-BrakeLimited     PIC X(1) VALUE SPACE.
01  WS-BrakeFactor      PIC S9V9(8) VALUE ZERO.
01  BrakeIdx            PIC 9(4) COMP VALUE ZERO.
01  WS-MaxAvoids        PIC 9(5) COMP VALUE 10000.
01  AvoidCount          PIC 9(5) COMP VALUE ZERO.
01  AvoidIdx            PIC 9(5) COMP VALUE ZERO.
01  WS-AvoidFullShown   PIC X(1) VALUE SPACE.
01  WS-HorizOverlap     PIC X(1) VALUE SPACE.
01  WS-VertOverlap      PIC X(1) VALUE SPACE.
01  WS-GapX             PIC S9(8)V99 VALUE ZERO.
01  WS-ZoneWriteCount       PIC 9(8) COMP VALUE ZERO.
01  WS-FuelWriteCount       PIC 9(8) COMP VALUE ZERO.
01  WS-NearMissWriteCount   PIC 9(8) COMP VALUE ZERO.
01  WS-AvoidWriteCount      PIC 9(8) COMP VALUE ZERO.
01  WS-CheckpointWriteCount PIC 9(8) COMP VALUE ZERO.
01  PairCount           PIC 9(4) COMP VALUE ZERO.
01  PairIdx             PIC 9(4) COMP VALUE ZERO.
        10  damageTick      PIC 9(4).
        10  objClassId      PIC X(4).
        10  objClassIdx     PIC 9(4) COMP.
        10  objWorkOrder    PIC X(1).
        10  brakeTick       PIC 9(4).

01  SteerTable.
    05  SteerCommand OCCURS 20000 TIMES.
        10  pairMinTick     PIC 9(4).
        10  pairCollided    PIC X(1).

01  AvoidTable.
    05  Avoidance OCCURS 10000 TIMES.
        10  avoidTick          PIC 9(4).
        10  avoidVehicleA      PIC X(6).
        10  avoidVehicleB      PIC X(6).
        10  avoidBrakedId      PIC X(6).
        10  avoidTimeToContact PIC 9(4)V99.
        10  avoidDecel         PIC S9(4)V99.
        10  avoidLimited       PIC X(1).
        10  avoidContact       PIC X(1).

01  VehClassTable.
    05  VehClass OCCURS 100 TIMES.
        10  vclClassId        PIC X(4).
        10  vclFuelIdleRate   PIC S9(4)V99.
        10  vclFuelSpeedRate  PIC S9(4)V99.
        10  vclFuelAccelRate  PIC S9(4)V99.
        10  vclMaxDecel       PIC S9(4)V99.

01  SweepOrderTable.
    05  sweepObj OCCURS 5000 TIMES PIC 9(4) COMP.
01  CandidateTable.
    05  candKey OCCURS 20000 TIMES PIC 9(9) COMP.

01  OperStatusTable.
    05  OperStatus OCCURS 500 TIMES.
        10  osOperatorId      PIC X(6).
        10  osContractStatus  PIC X(1).

01  ZoneTable.
    05  Zone OCCURS 100 TIMES.
        10  zoneId          PIC X(6).
    PERFORM RECONCILE-RUN
    PERFORM WRITE-FUEL-REPORT
    PERFORM WRITE-NEAR-MISS-REPORT
    PERFORM WRITE-AVOIDANCE-LOG
    MOVE "TRL" TO ctRecType
    MOVE WS-RunId TO ctRunId
    MOVE WS-CollisionWriteCount TO ctRecordCount
INITIALIZE-RUN.
    PERFORM LOAD-RUN-CONTROL
    PERFORM LOAD-VEHICLE-CLASSES
    PERFORM LOAD-OPERATOR-STATUS
    MOVE ZERO TO FleetCount
    OPEN INPUT FleetParmFile
    IF WS-FleetParmStatus NOT = "00"
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM LOAD-OPEN-WORK-ORDERS
    MOVE ZERO TO SteerCount
    OPEN INPUT SteerFile
    IF WS-SteerStatus = "00"
        DISPLAY "LOAD-RUN-CONTROL: near-miss thresholds invalid"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rnAvoidMode = "Y"
        IF rnLookAheadTicks NOT NUMERIC OR rnLookAheadTicks = ZERO
            DISPLAY "LOAD-RUN-CONTROL: avoidance look-ahead invalid"
            PERFORM RUN-CONTROL-ABORT
        END-IF
        IF rnMaxDecel NOT NUMERIC OR rnMaxDecel <= ZERO
            DISPLAY "LOAD-RUN-CONTROL: avoidance deceleration invalid"
            PERFORM RUN-CONTROL-ABORT
        END-IF
        MOVE "Y"              TO WS-AvoidMode
        MOVE rnLookAheadTicks TO WS-LookAheadTicks
        MOVE rnMaxDecel       TO WS-MaxDecel
    ELSE
        IF rnAvoidMode NOT = SPACE AND rnAvoidMode NOT = "N"
            DISPLAY "LOAD-RUN-CONTROL: avoidance switch invalid"
            PERFORM RUN-CONTROL-ABORT
        END-IF
        MOVE SPACE TO WS-AvoidMode
    END-IF
    MOVE rnRunId             TO WS-RunId
    MOVE rnTotalTicks        TO WS-TotalTicks
    MOVE rnMaxSpeed          TO WS-MaxSpeed
        " distance tolerance " WS-DistanceTolerance
        " energy tolerance " WS-EnergyTolerance
        " near-miss warn " WS-NearMissWarn
        " near-miss critical " WS-NearMissCrit
    IF WS-AvoidMode = "Y"
        DISPLAY "GameObjects: collision avoidance on - look-ahead "
            WS-LookAheadTicks " ticks, max deceleration " WS-MaxDecel
    END-IF.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    DISPLAY "  ZONERPT   " WS-ZoneWriteCount
    DISPLAY "  FUELRPT   " WS-FuelWriteCount
    DISPLAY "  NEARMISS  " WS-NearMissWriteCount
    DISPLAY "  AVOIDLOG  " WS-AvoidWriteCount
    DISPLAY "  CHKPOINT  " WS-CheckpointWriteCount.

*> VEHCLASS is optional: vehicles without a class (or with no master
                MOVE vcFuelIdleRate  TO vclFuelIdleRate(ClassCount)
                MOVE vcFuelSpeedRate TO vclFuelSpeedRate(ClassCount)
                MOVE vcFuelAccelRate TO vclFuelAccelRate(ClassCount)
                MOVE vcMaxDecel      TO vclMaxDecel(ClassCount)
                READ VehClassFile
                    AT END
                        MOVE "10" TO WS-VehClassStatus
        END-IF
    END-IF.

*> OPERMSTR is optional: with no master on file every vehicle runs
*> regardless of its operator's contract status.
LOAD-OPERATOR-STATUS.
    MOVE ZERO TO OperCount
    OPEN INPUT OperMasterFile
    IF WS-OperMasterStatus NOT = "00" AND WS-OperMasterStatus NOT = "35"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-OperMasterStatus = "00"
        READ OperMasterFile
            AT END
                MOVE "10" TO WS-OperMasterStatus
        END-READ
        PERFORM UNTIL WS-OperMasterStatus NOT = "00"
            IF OperCount >= WS-MaxOperators
                DISPLAY "LOAD-OPERATOR-STATUS: operator master exceeds "
                    WS-MaxOperators " operators - remaining records ignored"
                MOVE "10" TO WS-OperMasterStatus
            ELSE
                ADD 1 TO OperCount
                MOVE omOperatorId     TO osOperatorId(OperCount)
                MOVE omContractStatus TO osContractStatus(OperCount)
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

*> OPERMSTR is read in operator-id key order, so OperStatusTable can
*> be searched by binary chop.
FIND-OPERATOR-STATUS.
    MOVE ZERO TO OperIdx
    MOVE 1 TO WS-BinLow
    MOVE OperCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR OperIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF osOperatorId(WS-BinMid) = WS-SearchOperator
            MOVE WS-BinMid TO OperIdx
        ELSE
            IF osOperatorId(WS-BinMid) < WS-SearchOperator
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

FIND-VEHICLE-CLASS.
    MOVE ZERO TO ClassIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ClassCount
    MOVE ZERO            TO fuelExhaustTick(FleetCount)
    MOVE ZERO            TO damageTick(FleetCount)
    MOVE fpClassId       TO objClassId(FleetCount)
    MOVE SPACE           TO objWorkOrder(FleetCount)
    MOVE ZERO            TO brakeTick(FleetCount)
    IF fpClassId = SPACES
        MOVE ZERO TO objClassIdx(FleetCount)
    ELSE
        END-IF
    END-IF.

*> WORKORD is optional. A vehicle with any repair work order still
*> open is flagged here and held out of the run by VALIDATE-FLEET.
LOAD-OPEN-WORK-ORDERS.
    MOVE ZERO TO WS-OpenWorkOrders
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
                MOVE woVehicleId TO WS-SearchKey
                PERFORM FIND-OBJECT-BY-VEHICLE-ID
                IF ObjIdx > ZERO
                    MOVE "Y" TO objWorkOrder(ObjIdx)
                    ADD 1 TO WS-OpenWorkOrders
                END-IF
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
        IF WS-OpenWorkOrders > ZERO
            DISPLAY "LOAD-OPEN-WORK-ORDERS: " WS-OpenWorkOrders
                " open work orders against the roster"
        END-IF
    END-IF.

LOAD-STEER-COMMANDS.
    READ SteerFile
        AT END
            END-IF
        WHEN "N"
            PERFORM APPLY-NEAR-MISS-CHECKPOINT
        WHEN "A"
            PERFORM APPLY-AVOID-CHECKPOINT
        WHEN OTHER
            MOVE ckVehicleId TO WS-SearchKey
            PERFORM FIND-OBJECT-BY-VEHICLE-ID
        MOVE ncCollided  TO pairCollided(PairCount)
    END-IF.

APPLY-AVOID-CHECKPOINT.
    IF AvoidCount >= WS-MaxAvoids
        DISPLAY "APPLY-AVOID-CHECKPOINT: avoidance table full - "
            acVehicleA " / " acVehicleB " tick " acTick " not restored"
    ELSE
        ADD 1 TO AvoidCount
        MOVE acTick          TO avoidTick(AvoidCount)
        MOVE acVehicleA      TO avoidVehicleA(AvoidCount)
        MOVE acVehicleB      TO avoidVehicleB(AvoidCount)
        MOVE acBrakedId      TO avoidBrakedId(AvoidCount)
        MOVE acTimeToContact TO avoidTimeToContact(AvoidCount)
        MOVE acDecel         TO avoidDecel(AvoidCount)
        MOVE acLimited       TO avoidLimited(AvoidCount)
        MOVE acContact       TO avoidContact(AvoidCount)
    END-IF.

WRITE-CHECKPOINT.
    OPEN OUTPUT CheckpointFile
    IF WS-CheckpointStatus NOT = "00"
        PERFORM CHECK-CHECKPOINT-WRITE
        ADD 1 TO WS-CheckpointWriteCount
    END-PERFORM
    PERFORM VARYING AvoidIdx FROM 1 BY 1 UNTIL AvoidIdx > AvoidCount
        MOVE "A" TO acRecType
        MOVE avoidTick(AvoidIdx)          TO acTick
        MOVE avoidVehicleA(AvoidIdx)      TO acVehicleA
        MOVE avoidVehicleB(AvoidIdx)      TO acVehicleB
        MOVE avoidBrakedId(AvoidIdx)      TO acBrakedId
        MOVE avoidTimeToContact(AvoidIdx) TO acTimeToContact
        MOVE avoidDecel(AvoidIdx)         TO acDecel
        MOVE avoidLimited(AvoidIdx)       TO acLimited
        MOVE avoidContact(AvoidIdx)       TO acContact
        WRITE AvoidCheckpointRecord
        PERFORM CHECK-CHECKPOINT-WRITE
        ADD 1 TO WS-CheckpointWriteCount
    END-PERFORM
    CLOSE CheckpointFile
    IF WS-CheckpointStatus NOT = "00"
        MOVE "CHKPOINT" TO WS-AbendFileName

VALIDATE-FLEET.
    PERFORM VARYING ObjIdx FROM 1 BY 1 UNTIL ObjIdx > FleetCount
        MOVE SPACE TO WS-VehicleHeld
        PERFORM OPERATOR-STATUS-CHECK
        IF WS-VehicleHeld NOT = "Y"
            PERFORM WORK-ORDER-CHECK
        END-IF
        IF WS-VehicleHeld NOT = "Y"
            PERFORM GOVERNANCE-CHECK
        END-IF
    END-PERFORM.

*> Vehicles of a suspended or terminated operator are held out of
*> the run and reported on EXCPTLOG.
OPERATOR-STATUS-CHECK.
    IF OperCount > ZERO
        MOVE operatorId(ObjIdx) TO WS-SearchOperator
        PERFORM FIND-OPERATOR-STATUS
        IF OperIdx > ZERO
            IF osContractStatus(OperIdx) = "S" OR
               osContractStatus(OperIdx) = "T"
                COMPUTE WS-Speed = FUNCTION SQRT(
                    (startVelX(ObjIdx) * startVelX(ObjIdx)) +
                    (startVelY(ObjIdx) * startVelY(ObjIdx)))
                IF osContractStatus(OperIdx) = "S"
                    MOVE "OPERATOR-SUSPENDED" TO WS-ExceptionReason
                ELSE
                    MOVE "OPERATOR-TERMINATED" TO WS-ExceptionReason
                END-IF
                MOVE "E" TO objStatus(ObjIdx)
                MOVE "Y" TO WS-VehicleHeld
                PERFORM WRITE-EXCEPTION-RECORD
            END-IF
        END-IF
    END-IF.

*> A vehicle still in the repair shop stays off the road until its
*> work order is closed.
WORK-ORDER-CHECK.
    IF objWorkOrder(ObjIdx) = "Y"
        COMPUTE WS-Speed = FUNCTION SQRT(
            (startVelX(ObjIdx) * startVelX(ObjIdx)) +
            (startVelY(ObjIdx) * startVelY(ObjIdx)))
        MOVE "OPEN-WORK-ORDER" TO WS-ExceptionReason
        MOVE "E" TO objStatus(ObjIdx)
        MOVE "Y" TO WS-VehicleHeld
        PERFORM WRITE-EXCEPTION-RECORD
    END-IF.

GOVERNANCE-CHECK.
    IF objClassIdx(ObjIdx) > ZERO
        MOVE vclMaxSpeed(objClassIdx(ObjIdx)) TO WS-EffMaxSpeed
    IF WS-Speed > WS-EffMaxSpeed OR
       FUNCTION ABS(turnRateLimit(ObjIdx)) > WS-MaxTurnRate
        MOVE "E" TO objStatus(ObjIdx)
        MOVE "SPEED-OR-TURN-LIMIT" TO WS-ExceptionReason
        PERFORM WRITE-EXCEPTION-RECORD
    END-IF.

WRITE-EXCEPTION-RECORD.
    MOVE vehicleId(ObjIdx)      TO exVehicleId
    MOVE WS-ExceptionReason     TO exReasonCode
    MOVE WS-Speed               TO exSpeed
    MOVE turnRateLimit(ObjIdx)  TO exTurnRateLimit
    MOVE objClassId(ObjIdx)     TO exClassId
    MOVE "D" TO objStatus(CompareA)
    MOVE "D" TO objStatus(CompareB)
    MOVE CurrentTick TO damageTick(CompareA)
    MOVE CurrentTick TO damageTick(CompareB)
    IF AvoidCount > ZERO
        PERFORM FLAG-AVOID-CONTACT
    END-IF.

CHECK-COLLISION-WRITE.
    IF WS-CollisionStatus NOT = "00"
COLLIDE.
    PERFORM BUILD-SWEEP-ORDER
    PERFORM SORT-SWEEP-ORDER
    IF WS-AvoidMode = "Y"
        PERFORM COMPUTE-AVOID-REACH
    END-IF
    PERFORM GATHER-SWEEP-CANDIDATES
    PERFORM EVALUATE-CANDIDATE-PAIRS.

    PERFORM VARYING SweepIdx FROM 1 BY 1 UNTIL SweepIdx >= SweepCount
        COMPUTE WS-SweepReach = posX(sweepObj(SweepIdx))
            + sizeWidth(sweepObj(SweepIdx)) + WS-NearMissWarn
            + WS-AvoidReach
        COMPUTE SweepScanIdx = SweepIdx + 1
        PERFORM UNTIL SweepScanIdx > SweepCount
                OR posX(sweepObj(SweepScanIdx)) > WS-SweepReach
        END-PERFORM
    END-PERFORM.

*> With avoidance on, a pair can close by both vehicles' speed for
*> every tick of the look-ahead, so the sweep reach is widened to
*> keep those pairs in the candidate list.
COMPUTE-AVOID-REACH.
    MOVE ZERO TO WS-MaxAbsVelX
    PERFORM VARYING SweepIdx FROM 1 BY 1 UNTIL SweepIdx > SweepCount
        IF FUNCTION ABS(velX(sweepObj(SweepIdx))) > WS-MaxAbsVelX
            COMPUTE WS-MaxAbsVelX =
                FUNCTION ABS(velX(sweepObj(SweepIdx)))
        END-IF
    END-PERFORM
    COMPUTE WS-AvoidReach = WS-MaxAbsVelX * 2 * WS-LookAheadTicks.

ADD-SWEEP-CANDIDATE.
    IF sweepObj(SweepIdx) < sweepObj(SweepScanIdx)
        COMPUTE WS-CandKey =
        IF WS-NearMissWarn > ZERO
            PERFORM CHECK-NEAR-MISS
        END-IF
        IF WS-AvoidMode = "Y"
            PERFORM PREDICT-PAIR-CONTACT
        END-IF
    END-IF.

CHECK-NEAR-MISS.
        END-IF
    END-IF.

*> Projects the pair forward on current velocities. On each axis the
*> boxes overlap between an entry and an exit time; contact is
*> predicted when the later entry comes before the earlier exit and
*> falls inside the look-ahead window.
PREDICT-PAIR-CONTACT.
    MOVE SPACE TO WS-ContactPredicted
    COMPUTE WS-RelPosX = posX(CompareB) - posX(CompareA)
    COMPUTE WS-RelPosY = posY(CompareB) - posY(CompareA)
    COMPUTE WS-RelVelX = velX(CompareB) - velX(CompareA)
    COMPUTE WS-RelVelY = velY(CompareB) - velY(CompareA)
    MOVE "Y" TO WS-ContactPredicted
    IF WS-RelVelX = ZERO
        IF WS-HorizOverlap = "Y"
            MOVE -99999 TO WS-EntryX
            MOVE 99999  TO WS-ExitX
        ELSE
            MOVE SPACE TO WS-ContactPredicted
        END-IF
    ELSE
        COMPUTE WS-AxisTime1 ROUNDED =
            (ZERO - sizeWidth(CompareB) - WS-RelPosX) / WS-RelVelX
        COMPUTE WS-AxisTime2 ROUNDED =
            (sizeWidth(CompareA) - WS-RelPosX) / WS-RelVelX
        IF WS-AxisTime1 < WS-AxisTime2
            MOVE WS-AxisTime1 TO WS-EntryX
            MOVE WS-AxisTime2 TO WS-ExitX
        ELSE
            MOVE WS-AxisTime2 TO WS-EntryX
            MOVE WS-AxisTime1 TO WS-ExitX
        END-IF
    END-IF
    IF WS-RelVelY = ZERO
        IF WS-VertOverlap = "Y"
            MOVE -99999 TO WS-EntryY
            MOVE 99999  TO WS-ExitY
        ELSE
            MOVE SPACE TO WS-ContactPredicted
        END-IF
    ELSE
        COMPUTE WS-AxisTime1 ROUNDED =
            (ZERO - sizeHeight(CompareB) - WS-RelPosY) / WS-RelVelY
        COMPUTE WS-AxisTime2 ROUNDED =
            (sizeHeight(CompareA) - WS-RelPosY) / WS-RelVelY
        IF WS-AxisTime1 < WS-AxisTime2
            MOVE WS-AxisTime1 TO WS-EntryY
            MOVE WS-AxisTime2 TO WS-ExitY
        ELSE
            MOVE WS-AxisTime2 TO WS-EntryY
            MOVE WS-AxisTime1 TO WS-ExitY
        END-IF
    END-IF
    IF WS-ContactPredicted = "Y"
        IF WS-EntryX > WS-EntryY
            MOVE WS-EntryX TO WS-EntryTime
        ELSE
            MOVE WS-EntryY TO WS-EntryTime
        END-IF
        IF WS-ExitX < WS-ExitY
            MOVE WS-ExitX TO WS-ExitTime
        ELSE
            MOVE WS-ExitY TO WS-ExitTime
        END-IF
        IF WS-EntryTime >= WS-ExitTime OR
           WS-EntryTime <= ZERO OR
           WS-EntryTime > WS-LookAheadTicks
            MOVE SPACE TO WS-ContactPredicted
        END-IF
    END-IF
    IF WS-ContactPredicted = "Y"
        PERFORM APPLY-AVOID-BRAKING
    END-IF.

*> The faster vehicle gives way; on equal speeds the higher fleet
*> index gives way. Braking aims to stop before the predicted contact
*> but never exceeds the class deceleration limit, falling back to the
*> run-control limit for unclassed vehicles. A vehicle is braked at
*> most once per tick.
APPLY-AVOID-BRAKING.
    COMPUTE WS-SpeedA = FUNCTION SQRT(
        (velX(CompareA) * velX(CompareA)) +
        (velY(CompareA) * velY(CompareA)))
    COMPUTE WS-SpeedB = FUNCTION SQRT(
        (velX(CompareB) * velX(CompareB)) +
        (velY(CompareB) * velY(CompareB)))
    IF WS-SpeedA > WS-SpeedB
        MOVE CompareA  TO BrakeIdx
        MOVE WS-SpeedA TO WS-Speed
    ELSE
        MOVE CompareB  TO BrakeIdx
        MOVE WS-SpeedB TO WS-Speed
    END-IF
    IF WS-Speed > ZERO AND brakeTick(BrakeIdx) NOT = CurrentTick
        MOVE CurrentTick TO brakeTick(BrakeIdx)
        MOVE WS-MaxDecel TO WS-EffMaxDecel
        IF objClassIdx(BrakeIdx) > ZERO
            IF vclMaxDecel(objClassIdx(BrakeIdx)) > ZERO
                MOVE vclMaxDecel(objClassIdx(BrakeIdx))
                    TO WS-EffMaxDecel
            END-IF
        END-IF
        COMPUTE WS-BrakeDecel ROUNDED = WS-Speed / WS-EntryTime
        IF WS-BrakeDecel > WS-Speed
            MOVE WS-Speed TO WS-BrakeDecel
        END-IF
        MOVE SPACE TO WS-BrakeLimited
        IF WS-BrakeDecel > WS-EffMaxDecel
            MOVE WS-EffMaxDecel TO WS-BrakeDecel
            MOVE "Y" TO WS-BrakeLimited
        END-IF
        COMPUTE WS-BrakeFactor ROUNDED =
            (WS-Speed - WS-BrakeDecel) / WS-Speed
        COMPUTE velX(BrakeIdx) ROUNDED = velX(BrakeIdx) * WS-BrakeFactor
        COMPUTE velY(BrakeIdx) ROUNDED = velY(BrakeIdx) * WS-BrakeFactor
        PERFORM RECORD-AVOIDANCE
    END-IF.

RECORD-AVOIDANCE.
    IF AvoidCount >= WS-MaxAvoids
        IF WS-AvoidFullShown NOT = "Y"
            MOVE "Y" TO WS-AvoidFullShown
            DISPLAY "RECORD-AVOIDANCE: avoidance table full at tick "
                CurrentTick " - further interventions not logged"
        END-IF
    ELSE
        ADD 1 TO AvoidCount
        MOVE CurrentTick         TO avoidTick(AvoidCount)
        MOVE vehicleId(CompareA) TO avoidVehicleA(AvoidCount)
        MOVE vehicleId(CompareB) TO avoidVehicleB(AvoidCount)
        MOVE vehicleId(BrakeIdx) TO avoidBrakedId(AvoidCount)
        MOVE WS-EntryTime        TO avoidTimeToContact(AvoidCount)
        MOVE WS-BrakeDecel       TO avoidDecel(AvoidCount)
        MOVE WS-BrakeLimited     TO avoidLimited(AvoidCount)
        MOVE SPACE               TO avoidContact(AvoidCount)
    END-IF.

*> A collision after braking means the intervention did not prevent
*> contact; every earlier intervention on the pair is marked.
FLAG-AVOID-CONTACT.
    PERFORM VARYING AvoidIdx FROM 1 BY 1 UNTIL AvoidIdx > AvoidCount
        IF (avoidVehicleA(AvoidIdx) = vehicleId(CompareA) AND
            avoidVehicleB(AvoidIdx) = vehicleId(CompareB)) OR
           (avoidVehicleA(AvoidIdx) = vehicleId(CompareB) AND
            avoidVehicleB(AvoidIdx) = vehicleId(CompareA))
            MOVE "Y" TO avoidContact(AvoidIdx)
        END-IF
    END-PERFORM.

TURN.
    ADD angle TO turnAngle(ObjIdx).

    END-IF
    ADD 1 TO WS-NearMissWriteCount.

WRITE-AVOIDANCE-LOG.
    OPEN OUTPUT AvoidFile
    IF WS-AvoidStatus NOT = "00"
        MOVE "AVOIDLOG" TO WS-AbendFileName
        MOVE WS-AvoidStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE "HDR" TO vhRecType
    MOVE WS-RunId TO vhRunId
    WRITE AvoidHeaderRecord
    PERFORM CHECK-AVOID-WRITE
    PERFORM VARYING AvoidIdx FROM 1 BY 1 UNTIL AvoidIdx > AvoidCount
        MOVE avoidTick(AvoidIdx)          TO vaTick
        MOVE avoidVehicleA(AvoidIdx)      TO vaVehicleA
        MOVE avoidVehicleB(AvoidIdx)      TO vaVehicleB
        MOVE avoidBrakedId(AvoidIdx)      TO vaBrakedId
        MOVE avoidTimeToContact(AvoidIdx) TO vaTimeToContact
        MOVE avoidDecel(AvoidIdx)         TO vaDecel
        MOVE avoidLimited(AvoidIdx)       TO vaLimited
        IF avoidContact(AvoidIdx) = "Y"
            MOVE "Y" TO vaContact
        ELSE
            MOVE "N" TO vaContact
        END-IF
        WRITE AvoidRecord
        PERFORM CHECK-AVOID-WRITE
        ADD 1 TO WS-AvoidWriteCount
    END-PERFORM
    MOVE "TRL" TO vtRecType
    MOVE WS-RunId TO vtRunId
    MOVE WS-AvoidWriteCount TO vtRecordCount
    WRITE AvoidTrailerRecord
    PERFORM CHECK-AVOID-WRITE
    CLOSE AvoidFile
    IF WS-AvoidStatus NOT = "00"
        MOVE "AVOIDLOG" TO WS-AbendFileName
        MOVE WS-AvoidStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

CHECK-AVOID-WRITE.
    IF WS-AvoidStatus NOT = "00"
        MOVE "AVOIDLOG" TO WS-AbendFileName
        MOVE WS-AvoidStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

WRITE-FUEL-REPORT.
    OPEN OUTPUT FuelReportFile
    IF WS-FuelReportStatus NOT = "00"
