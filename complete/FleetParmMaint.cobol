        RECORD KEY IS vcClassId
        FILE STATUS IS WS-VehClassStatus.

    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT UserAuthFile ASSIGN TO "USERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UserAuthStatus.

    SELECT MaintLimitFile ASSIGN TO "MAINTLIM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MaintLimitStatus.

    SELECT PendingFile ASSIGN TO "MAINTPND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pnKey
        FILE STATUS IS WS-PendingStatus.

    SELECT ApprovalFile ASSIGN TO "APPRTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ApprovalStatus.

    SELECT AuthRejectFile ASSIGN TO "AUTHREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuthRejectStatus.

DATA DIVISION.
FILE SECTION.
FD  FleetParmFile.
    05  mtFuelCapacity  PIC S9(8)V99.
    05  mtFuelLevel     PIC S9(8)V99.
    05  mtClassId       PIC X(4).
    05  mtRequesterId   PIC X(8).

FD  VehClassFile.
01  VehClassRecord.
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

FD  MaintJournalFile.
01  MaintJournalRecord.
    05  jnVehicleId     PIC X(6).
    05  jnBeforeImage   PIC X(124).
    05  jnAfterImage    PIC X(124).
    05  jnRequesterId   PIC X(8).
    05  jnApproverId    PIC X(8).

FD  UserAuthFile.
01  UserAuthRecord.
    05  uaUserId        PIC X(8).
    05  uaMasterFile    PIC X(8).
    05  uaActionCodes   PIC X(3).
    05  uaApprover      PIC X(1).

FD  MaintLimitFile.
01  MaintLimitRecord.
    05  mlFuelCapacityLimit PIC S9(8)V99.
    05  mlMaxSpeedRaise     PIC S9(8)V99.

FD  PendingFile.
01  PendingRecord.
    05  pnKey.
        10  pnMasterFile    PIC X(8).
        10  pnEntityKey     PIC X(6).
    05  pnActionCode    PIC X(1).
    05  pnRequesterId   PIC X(8).
    05  pnBatchId       PIC X(14).
    05  pnRequestDate   PIC 9(8).
    05  pnHoldReason    PIC X(20).
    05  pnOldValue      PIC S9(8)V99.
    05  pnNewValue      PIC S9(8)V99.
    05  pnTransImage    PIC X(140).

FD  ApprovalFile.
01  ApprovalRecord.
    05  apMasterFile    PIC X(8).
    05  apEntityKey     PIC X(6).
    05  apApproverId    PIC X(8).
    05  apDecision      PIC X(1).

FD  AuthRejectFile.
01  AuthRejectRecord.
    05  arTimestamp     PIC X(21).
    05  arBatchId       PIC X(14).
    05  arMasterFile    PIC X(8).
    05  arEntityKey     PIC X(6).
    05  arActionCode    PIC X(1).
    05  arUserId        PIC X(8).
    05  arRole          PIC X(1).
    05  arReasonCode    PIC X(20).

WORKING-STORAGE SECTION.
01  WS-FleetParmStatus   PIC X(2).
01  WS-VehClassStatus    PIC X(2).
01  WS-VehClassOpen      PIC X(1) VALUE SPACE.
01  WS-ClassValid        PIC X(1) VALUE SPACE.
01  WS-OperMasterStatus  PIC X(2).
01  WS-OperatorValid     PIC X(1) VALUE SPACE.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-TransReadCount    PIC 9(6) COMP VALUE ZERO.
01  WS-CurrentDate       PIC X(21).
01  WS-BeforeImage       PIC X(124).
01  WS-AfterImage        PIC X(124).
01  WS-UserAuthStatus    PIC X(2).
01  WS-MaintLimitStatus  PIC X(2).
01  WS-PendingStatus     PIC X(2).
01  WS-ApprovalStatus    PIC X(2).
01  WS-AuthRejectStatus  PIC X(2).
01  WS-MasterFile        PIC X(8) VALUE "FLEETPRM".
01  WS-MaxAuthorities    PIC 9(4) COMP VALUE 500.
01  WS-FuelCapacityLimit PIC S9(8)V99 VALUE ZERO.
01  WS-ApproverId        PIC X(8) VALUE SPACES.
01  WS-CheckUserId       PIC X(8).
01  WS-CheckAction       PIC X(1).
01  WS-UserAuthorised    PIC X(1) VALUE SPACE.
01  WS-UserApprover      PIC X(1) VALUE SPACE.
01  WS-ReasonCode        PIC X(20).
01  WS-HoldReason        PIC X(20).
01  WS-OldValue          PIC S9(8)V99 VALUE ZERO.
01  WS-NewValue          PIC S9(8)V99 VALUE ZERO.
01  WS-HeldCount         PIC 9(6) COMP VALUE ZERO.
01  WS-ApprovedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-DeclinedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-AuthRejectCount   PIC 9(6) COMP VALUE ZERO.
01  AuthorityCount       PIC 9(4) COMP VALUE ZERO.
01  AuthIdx              PIC 9(4) COMP VALUE ZERO.

01  AuthorityTable.
    05  Authority OCCURS 500 TIMES.
        10  atUserId        PIC X(8).
        10  atActionCodes   PIC X(3).
        10  atApprover      PIC X(1).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:14) TO WS-BatchId
    PERFORM LOAD-USER-AUTHORITY
    PERFORM LOAD-MAINT-LIMITS
    OPEN EXTEND MaintJournalFile
    IF WS-MaintJournalStatus = "35"
        OPEN OUTPUT MaintJournalFile
            PERFORM FILE-OPEN-ABEND
        END-IF
    END-IF
    OPEN INPUT OperMasterFile
    IF WS-OperMasterStatus NOT = "00"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O FleetParmFile
    IF WS-FleetParmStatus NOT = "00"
        MOVE "FLEETPRM" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM OPEN-APPROVAL-FILES
    PERFORM APPLY-APPROVALS
    OPEN INPUT MaintTransFile
    IF WS-MaintTransStatus NOT = "00"
        MOVE "MAINTTRN" TO WS-AbendFileName
        MOVE WS-FleetParmStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM CLOSE-APPROVAL-FILES
    CLOSE MaintJournalFile
    IF WS-MaintJournalStatus NOT = "00"
        MOVE "MAINTJRN" TO WS-AbendFileName
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF
    CLOSE OperMasterFile
    IF WS-OperMasterStatus NOT = "00"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "FleetParmMaint: end of job - "
        WS-TransReadCount " transactions read"
    DISPLAY "  added    " WS-AddCount
    DISPLAY "  changed  " WS-ChangeCount
    DISPLAY "  deleted  " WS-DeleteCount
    DISPLAY "  rejected " WS-RejectCount
    DISPLAY "  held     " WS-HeldCount
    DISPLAY "  approved " WS-ApprovedCount
    DISPLAY "  declined " WS-DeclinedCount
    DISPLAY "  authority rejects " WS-AuthRejectCount
    DISPLAY "  journal  " WS-JournalCount " records, batch " WS-BatchId
    IF WS-RejectCount > ZERO OR WS-HeldCount > ZERO
       OR WS-AuthRejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

WRITE-JOURNAL-RECORD.
    MOVE WS-BatchId     TO jnBatchId
    MOVE FUNCTION CURRENT-DATE TO jnTimestamp
    MOVE mtVehicleId    TO jnVehicleId
    MOVE WS-BeforeImage TO jnBeforeImage
    MOVE WS-AfterImage  TO jnAfterImage
    MOVE mtRequesterId  TO jnRequesterId
    MOVE WS-ApproverId  TO jnApproverId
    WRITE MaintJournalRecord
    IF WS-MaintJournalStatus NOT = "00"
        MOVE "MAINTJRN" TO WS-AbendFileName
    END-READ
    PERFORM UNTIL WS-MaintTransStatus NOT = "00"
        ADD 1 TO WS-TransReadCount
        PERFORM SCREEN-ONE-TRANSACTION
        READ MaintTransFile
            AT END
                MOVE "10" TO WS-MaintTransStatus
        END-READ
    END-PERFORM.

*> USERAUTH lists, for each user and master file, the action codes the
*> user may request and whether the user may approve held changes.
LOAD-USER-AUTHORITY.
    MOVE ZERO TO AuthorityCount
    OPEN INPUT UserAuthFile
    IF WS-UserAuthStatus NOT = "00"
        DISPLAY "FleetParmMaint: cannot open USERAUTH - status "
            WS-UserAuthStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ UserAuthFile
        AT END
            MOVE "10" TO WS-UserAuthStatus
    END-READ
    PERFORM UNTIL WS-UserAuthStatus NOT = "00"
        IF uaMasterFile = WS-MasterFile AND uaUserId NOT = SPACES
            IF AuthorityCount >= WS-MaxAuthorities
                DISPLAY "FleetParmMaint: USERAUTH exceeds "
                    WS-MaxAuthorities " entries for " WS-MasterFile
                PERFORM RUN-CONTROL-ABORT
            END-IF
            ADD 1 TO AuthorityCount
            MOVE uaUserId      TO atUserId(AuthorityCount)
            MOVE uaActionCodes TO atActionCodes(AuthorityCount)
            MOVE uaApprover    TO atApprover(AuthorityCount)
        END-IF
        READ UserAuthFile
            AT END
                MOVE "10" TO WS-UserAuthStatus
        END-READ
    END-PERFORM
    CLOSE UserAuthFile.

FIND-USER-AUTHORITY.
    MOVE SPACE TO WS-UserAuthorised
    MOVE SPACE TO WS-UserApprover
    PERFORM VARYING AuthIdx FROM 1 BY 1 UNTIL AuthIdx > AuthorityCount
        IF atUserId(AuthIdx) = WS-CheckUserId
            IF atActionCodes(AuthIdx)(1:1) = WS-CheckAction
               OR atActionCodes(AuthIdx)(2:1) = WS-CheckAction
               OR atActionCodes(AuthIdx)(3:1) = WS-CheckAction
                MOVE "Y" TO WS-UserAuthorised
                IF atApprover(AuthIdx) = "Y"
                    MOVE "Y" TO WS-UserApprover
                END-IF
            END-IF
        END-IF
    END-PERFORM.

LOAD-MAINT-LIMITS.
    OPEN INPUT MaintLimitFile
    IF WS-MaintLimitStatus NOT = "00"
        DISPLAY "FleetParmMaint: cannot open MAINTLIM - status "
            WS-MaintLimitStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ MaintLimitFile
        AT END
            MOVE "10" TO WS-MaintLimitStatus
    END-READ
    IF WS-MaintLimitStatus NOT = "00"
        DISPLAY "FleetParmMaint: MAINTLIM is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF mlFuelCapacityLimit NOT NUMERIC
        DISPLAY "FleetParmMaint: MAINTLIM fuel capacity limit is "
            "not numeric"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF mlFuelCapacityLimit <= ZERO
        DISPLAY "FleetParmMaint: MAINTLIM fuel capacity limit must "
            "be positive"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE mlFuelCapacityLimit TO WS-FuelCapacityLimit
    CLOSE MaintLimitFile.

OPEN-APPROVAL-FILES.
    OPEN I-O PendingFile
    IF WS-PendingStatus = "35"
        OPEN OUTPUT PendingFile
        IF WS-PendingStatus = "00"
            CLOSE PendingFile
            OPEN I-O PendingFile
        END-IF
    END-IF
    IF WS-PendingStatus NOT = "00"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN EXTEND AuthRejectFile
    IF WS-AuthRejectStatus = "35"
        OPEN OUTPUT AuthRejectFile
    END-IF
    IF WS-AuthRejectStatus NOT = "00"
        MOVE "AUTHREJ" TO WS-AbendFileName
        MOVE WS-AuthRejectStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF.

CLOSE-APPROVAL-FILES.
    CLOSE AuthRejectFile
    IF WS-AuthRejectStatus NOT = "00"
        MOVE "AUTHREJ" TO WS-AbendFileName
        MOVE WS-AuthRejectStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE PendingFile
    IF WS-PendingStatus NOT = "00"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

CHECK-PENDING-IO.
    IF WS-PendingStatus NOT = "00" AND
       WS-PendingStatus NOT = "22" AND
       WS-PendingStatus NOT = "23"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

WRITE-AUTHORITY-REJECT.
    MOVE FUNCTION CURRENT-DATE TO arTimestamp
    MOVE WS-BatchId    TO arBatchId
    MOVE WS-MasterFile TO arMasterFile
    MOVE WS-ReasonCode TO arReasonCode
    WRITE AuthRejectRecord
    IF WS-AuthRejectStatus NOT = "00"
        MOVE "AUTHREJ" TO WS-AbendFileName
        MOVE WS-AuthRejectStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    ADD 1 TO WS-AuthRejectCount.

*> APPRTRN carries the second user's decision on changes held by an
*> earlier run. An approved change is applied from its held image as
*> though it had just been read, and journalled with both users.
APPLY-APPROVALS.
    OPEN INPUT ApprovalFile
    IF WS-ApprovalStatus NOT = "00" AND WS-ApprovalStatus NOT = "35"
        MOVE "APPRTRN" TO WS-AbendFileName
        MOVE WS-ApprovalStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-ApprovalStatus = "00"
        READ ApprovalFile
            AT END
                MOVE "10" TO WS-ApprovalStatus
        END-READ
        PERFORM UNTIL WS-ApprovalStatus NOT = "00"
            IF apMasterFile = WS-MasterFile
                PERFORM APPLY-ONE-APPROVAL
            END-IF
            READ ApprovalFile
                AT END
                    MOVE "10" TO WS-ApprovalStatus
            END-READ
        END-PERFORM
        CLOSE ApprovalFile
    END-IF
    MOVE SPACES TO WS-ApproverId.

APPLY-ONE-APPROVAL.
    MOVE SPACES TO WS-ReasonCode
    MOVE apMasterFile TO pnMasterFile
    MOVE apEntityKey  TO pnEntityKey
    READ PendingFile
        INVALID KEY
            MOVE "NO-PENDING-CHANGE" TO WS-ReasonCode
            MOVE SPACE TO pnActionCode
    END-READ
    PERFORM CHECK-PENDING-IO
    IF WS-ReasonCode = SPACES
        MOVE apApproverId TO WS-CheckUserId
        MOVE pnActionCode TO WS-CheckAction
        PERFORM FIND-USER-AUTHORITY
        EVALUATE TRUE
            WHEN apApproverId = SPACES
                MOVE "APPROVER-BLANK" TO WS-ReasonCode
            WHEN apApproverId = pnRequesterId
                MOVE "APPROVER-IS-REQUESTER" TO WS-ReasonCode
            WHEN pnBatchId = WS-BatchId
                MOVE "APPROVAL-SAME-RUN" TO WS-ReasonCode
            WHEN WS-UserAuthorised NOT = "Y" OR WS-UserApprover NOT = "Y"
                MOVE "APPROVER-NOT-AUTH" TO WS-ReasonCode
            WHEN apDecision NOT = "A" AND apDecision NOT = "R"
                MOVE "DECISION-INVALID" TO WS-ReasonCode
        END-EVALUATE
    END-IF
    IF WS-ReasonCode NOT = SPACES
        MOVE apEntityKey  TO arEntityKey
        MOVE pnActionCode TO arActionCode
        MOVE apApproverId TO arUserId
        MOVE "A"          TO arRole
        PERFORM WRITE-AUTHORITY-REJECT
        DISPLAY "FleetParmMaint: approval of " apEntityKey " by "
            apApproverId " rejected - " WS-ReasonCode
    ELSE
        IF apDecision = "A"
            MOVE pnTransImage TO MaintTransRecord
            MOVE apApproverId TO WS-ApproverId
            DISPLAY "FleetParmMaint: " pnActionCode " " mtVehicleId
                " requested by " mtRequesterId " approved by "
                apApproverId
            PERFORM APPLY-ONE-TRANSACTION
            ADD 1 TO WS-ApprovedCount
        ELSE
            DISPLAY "FleetParmMaint: " pnActionCode " " pnEntityKey
                " requested by " pnRequesterId " declined by "
                apApproverId
            ADD 1 TO WS-DeclinedCount
        END-IF
        MOVE apMasterFile TO pnMasterFile
        MOVE apEntityKey  TO pnEntityKey
        DELETE PendingFile RECORD
        IF WS-PendingStatus NOT = "00"
            MOVE "MAINTPND" TO WS-AbendFileName
            MOVE WS-PendingStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
        END-IF
    END-IF.

*> Every transaction must name a requester authorised for its action on
*> FLEETPRM. A vehicle with a change already awaiting approval takes no
*> further changes until that one is decided.
SCREEN-ONE-TRANSACTION.
    MOVE SPACES TO WS-ReasonCode
    MOVE SPACES TO WS-ApproverId
    IF mtActionCode NOT = "A" AND mtActionCode NOT = "C"
       AND mtActionCode NOT = "D"
        PERFORM APPLY-ONE-TRANSACTION
    ELSE
        IF mtRequesterId = SPACES
            MOVE "REQUESTER-BLANK" TO WS-ReasonCode
        ELSE
            MOVE mtRequesterId TO WS-CheckUserId
            MOVE mtActionCode  TO WS-CheckAction
            PERFORM FIND-USER-AUTHORITY
            IF WS-UserAuthorised NOT = "Y"
                MOVE "USER-NOT-AUTHORISED" TO WS-ReasonCode
            ELSE
                MOVE WS-MasterFile TO pnMasterFile
                MOVE mtVehicleId   TO pnEntityKey
                READ PendingFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "PENDING-APPROVAL" TO WS-ReasonCode
                END-READ
                PERFORM CHECK-PENDING-IO
            END-IF
        END-IF
        IF WS-ReasonCode NOT = SPACES
            MOVE mtVehicleId   TO arEntityKey
            MOVE mtActionCode  TO arActionCode
            MOVE mtRequesterId TO arUserId
            MOVE "R"           TO arRole
            PERFORM WRITE-AUTHORITY-REJECT
            DISPLAY "FleetParmMaint: " mtActionCode " " mtVehicleId
                " by " mtRequesterId " rejected - " WS-ReasonCode
            ADD 1 TO WS-RejectCount
        ELSE
            PERFORM CHECK-CHANGE-THRESHOLD
            IF WS-HoldReason NOT = SPACES
                PERFORM HOLD-FOR-APPROVAL
            ELSE
                PERFORM APPLY-ONE-TRANSACTION
            END-IF
        END-IF
    END-IF.

*> Fuel capacity above the MAINTLIM limit needs a second user, whether
*> on a new vehicle or raised on an existing one.
CHECK-CHANGE-THRESHOLD.
    MOVE SPACES TO WS-HoldReason
    MOVE ZERO TO WS-OldValue
    MOVE ZERO TO WS-NewValue
    IF (mtActionCode = "A" OR mtActionCode = "C")
       AND mtFuelCapacity NUMERIC
       AND mtFuelCapacity > WS-FuelCapacityLimit
        MOVE mtFuelCapacity TO WS-NewValue
        IF mtActionCode = "A"
            MOVE "FUEL-CAPACITY-LIMIT" TO WS-HoldReason
        ELSE
            MOVE mtVehicleId TO fpVehicleId
            READ FleetParmFile
                INVALID KEY
                    CONTINUE
            END-READ
            PERFORM CHECK-FLEET-PARM-IO
            IF WS-FleetParmStatus = "00"
               AND mtFuelCapacity > fpFuelCapacity
                MOVE fpFuelCapacity TO WS-OldValue
                MOVE "FUEL-CAPACITY-LIMIT" TO WS-HoldReason
            END-IF
        END-IF
    END-IF.

HOLD-FOR-APPROVAL.
    MOVE WS-MasterFile      TO pnMasterFile
    MOVE mtVehicleId        TO pnEntityKey
    MOVE mtActionCode       TO pnActionCode
    MOVE mtRequesterId      TO pnRequesterId
    MOVE WS-BatchId         TO pnBatchId
    MOVE WS-CurrentDate(1:8) TO pnRequestDate
    MOVE WS-HoldReason      TO pnHoldReason
    MOVE WS-OldValue        TO pnOldValue
    MOVE WS-NewValue        TO pnNewValue
    MOVE MaintTransRecord   TO pnTransImage
    WRITE PendingRecord
    IF WS-PendingStatus NOT = "00"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    DISPLAY "FleetParmMaint: " mtActionCode " " mtVehicleId " by "
        mtRequesterId " held for approval - " WS-HoldReason
    ADD 1 TO WS-HeldCount.

APPLY-ONE-TRANSACTION.
    EVALUATE mtActionCode
        WHEN "A"
        END-IF
    END-IF.

*> A vehicle may only be assigned to an operator on OPERMSTR whose
*> contract has not been terminated.
CHECK-OPERATOR-VALID.
    MOVE SPACE TO WS-OperatorValid
    MOVE mtOperatorId TO omOperatorId
    READ OperMasterFile
        INVALID KEY
            DISPLAY "FleetParmMaint: operator " mtOperatorId
                " not on file for " mtVehicleId
        NOT INVALID KEY
            IF omContractStatus = "T"
                DISPLAY "FleetParmMaint: operator " mtOperatorId
                    " is terminated - rejected " mtVehicleId
            ELSE
                MOVE "Y" TO WS-OperatorValid
            END-IF
    END-READ
    IF WS-OperMasterStatus NOT = "00" AND
       WS-OperMasterStatus NOT = "23"
        MOVE "OPERMSTR" TO WS-AbendFileName
        MOVE WS-OperMasterStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

ADD-FLEET-PARM.
    PERFORM CHECK-CLASS-VALID
    IF WS-ClassValid NOT = "Y"
            " not on file for " mtVehicleId
        ADD 1 TO WS-RejectCount
    ELSE
        PERFORM CHECK-OPERATOR-VALID
        IF WS-OperatorValid NOT = "Y"
            ADD 1 TO WS-RejectCount
        ELSE
            PERFORM WRITE-NEW-FLEET-PARM
        END-IF
    END-IF.

WRITE-NEW-FLEET-PARM.
            " not on file for " mtVehicleId
        ADD 1 TO WS-RejectCount
    ELSE
        PERFORM CHECK-OPERATOR-VALID
        IF WS-OperatorValid NOT = "Y"
            ADD 1 TO WS-RejectCount
        ELSE
            PERFORM REWRITE-FLEET-PARM
        END-IF
    END-IF.

REWRITE-FLEET-PARM.
