        RECORD KEY IS vcClassId
        FILE STATUS IS WS-VehClassStatus.

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
FD  ClassInputFile.
    05  ciFuelIdleRate  PIC S9(4)V99.
    05  ciFuelSpeedRate PIC S9(4)V99.
    05  ciFuelAccelRate PIC S9(4)V99.
    05  ciMaxDecelText  PIC X(6).
    05  ciMaxDecel      REDEFINES ciMaxDecelText PIC S9(4)V99.
    05  ciRequesterId   PIC X(8).

FD  VehClassFile.
01  VehClassRecord.
    05  vcFuelIdleRate  PIC S9(4)V99.
    05  vcFuelSpeedRate PIC S9(4)V99.
    05  vcFuelAccelRate PIC S9(4)V99.
    05  vcMaxDecel      PIC S9(4)V99.

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
01  WS-ClassInputStatus  PIC X(2).
01  WS-DuplicateCount    PIC 9(6) COMP VALUE ZERO.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-UserAuthStatus    PIC X(2).
01  WS-MaintLimitStatus  PIC X(2).
01  WS-PendingStatus     PIC X(2).
01  WS-ApprovalStatus    PIC X(2).
01  WS-AuthRejectStatus  PIC X(2).
01  WS-MasterFile        PIC X(8) VALUE "VEHCLASS".
01  WS-MaxAuthorities    PIC 9(4) COMP VALUE 500.
01  WS-MaxClasses        PIC 9(4) COMP VALUE 200.
01  WS-MaxSpeedRaise     PIC S9(8)V99 VALUE ZERO.
01  WS-BatchId           PIC X(14).
01  WS-CurrentDate       PIC X(21).
01  WS-CheckUserId       PIC X(8).
01  WS-CheckAction       PIC X(1).
01  WS-ClassAction       PIC X(1).
01  WS-UserAuthorised    PIC X(1) VALUE SPACE.
01  WS-UserApprover      PIC X(1) VALUE SPACE.
01  WS-ReasonCode        PIC X(20).
01  WS-HoldReason        PIC X(20).
01  WS-OldValue          PIC S9(8)V99 VALUE ZERO.
01  WS-SearchClass       PIC X(4).
01  WS-KeptCount         PIC 9(6) COMP VALUE ZERO.
01  WS-HeldCount         PIC 9(6) COMP VALUE ZERO.
01  WS-ApprovedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-DeclinedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-AuthRejectCount   PIC 9(6) COMP VALUE ZERO.
01  AuthorityCount       PIC 9(4) COMP VALUE ZERO.
01  AuthIdx              PIC 9(4) COMP VALUE ZERO.
01  ClassCount           PIC 9(4) COMP VALUE ZERO.
01  ClassIdx             PIC 9(4) COMP VALUE ZERO.
01  WS-BinLow            PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh           PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid            PIC 9(4) COMP VALUE ZERO.

01  AuthorityTable.
    05  Authority OCCURS 500 TIMES.
        10  atUserId        PIC X(8).
        10  atActionCodes   PIC X(3).
        10  atApprover      PIC X(1).

01  CurrentClassTable.
    05  CurrentClass OCCURS 200 TIMES.
        10  ccClassId       PIC X(4).
        10  ccMaxSpeed      PIC S9(8)V99.
        10  ccApprovedSpeed PIC S9(8)V99.
        10  ccRecord        PIC X(86).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:14) TO WS-BatchId
    PERFORM LOAD-USER-AUTHORITY
    PERFORM LOAD-MAINT-LIMITS
    PERFORM LOAD-CURRENT-CLASSES
    PERFORM OPEN-APPROVAL-FILES
    PERFORM APPLY-APPROVALS
    OPEN INPUT ClassInputFile
    IF WS-ClassInputStatus NOT = "00"
        MOVE "VCLASSIN" TO WS-AbendFileName
        MOVE WS-VehClassStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM CLOSE-APPROVAL-FILES
    DISPLAY "VehClassLoad: " WS-ReadCount " class records read, "
        WS-LoadCount " loaded, " WS-DuplicateCount " duplicates, "
        WS-RejectCount " rejected"
    DISPLAY "  held " WS-HeldCount ", kept unchanged " WS-KeptCount
        ", approved " WS-ApprovedCount ", declined " WS-DeclinedCount
        ", authority rejects " WS-AuthRejectCount
    IF WS-RejectCount > ZERO OR WS-DuplicateCount > ZERO
       OR WS-HeldCount > ZERO OR WS-AuthRejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "VehClassLoad: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "VehClassLoad: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> USERAUTH lists, for each user and master file, the action codes the
*> user may request and whether the user may approve held changes.
LOAD-USER-AUTHORITY.
    MOVE ZERO TO AuthorityCount
    OPEN INPUT UserAuthFile
    IF WS-UserAuthStatus NOT = "00"
        DISPLAY "VehClassLoad: cannot open USERAUTH - status "
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
                DISPLAY "VehClassLoad: USERAUTH exceeds "
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
*> earlier run.
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
    END-IF.

*> The classes already on VEHCLASS are read before the reload so each
*> input record can be treated as an add or a change, and so a change
*> that is held or refused leaves the class as it stands.
LOAD-CURRENT-CLASSES.
    MOVE ZERO TO ClassCount
    OPEN INPUT VehClassFile
    IF WS-VehClassStatus NOT = "00" AND WS-VehClassStatus NOT = "35"
        MOVE "VEHCLASS" TO WS-AbendFileName
        MOVE WS-VehClassStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-VehClassStatus = "00"
        READ VehClassFile NEXT RECORD
            AT END
                MOVE "10" TO WS-VehClassStatus
        END-READ
        PERFORM UNTIL WS-VehClassStatus NOT = "00"
            IF ClassCount >= WS-MaxClasses
                DISPLAY "VehClassLoad: VEHCLASS exceeds " WS-MaxClasses
                    " classes - reload abandoned"
                PERFORM RUN-CONTROL-ABORT
            END-IF
            ADD 1 TO ClassCount
            MOVE vcClassId       TO ccClassId(ClassCount)
            MOVE vcMaxSpeed      TO ccMaxSpeed(ClassCount)
            MOVE ZERO            TO ccApprovedSpeed(ClassCount)
            MOVE VehClassRecord  TO ccRecord(ClassCount)
            READ VehClassFile NEXT RECORD
                AT END
                    MOVE "10" TO WS-VehClassStatus
            END-READ
        END-PERFORM
        CLOSE VehClassFile
    END-IF.

FIND-CURRENT-CLASS.
    MOVE ZERO TO ClassIdx
    MOVE 1 TO WS-BinLow
    MOVE ClassCount TO WS-BinHigh
    PERFORM UNTIL WS-BinLow > WS-BinHigh OR ClassIdx > ZERO
        COMPUTE WS-BinMid = (WS-BinLow + WS-BinHigh) / 2
        IF ccClassId(WS-BinMid) = WS-SearchClass
            MOVE WS-BinMid TO ClassIdx
        ELSE
            IF ccClassId(WS-BinMid) < WS-SearchClass
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

LOAD-MAINT-LIMITS.
    OPEN INPUT MaintLimitFile
    IF WS-MaintLimitStatus NOT = "00"
        DISPLAY "VehClassLoad: cannot open MAINTLIM - status "
            WS-MaintLimitStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ MaintLimitFile
        AT END
            MOVE "10" TO WS-MaintLimitStatus
    END-READ
    IF WS-MaintLimitStatus NOT = "00"
        DISPLAY "VehClassLoad: MAINTLIM is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF mlMaxSpeedRaise NOT NUMERIC
        DISPLAY "VehClassLoad: MAINTLIM max speed raise is not numeric"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF mlMaxSpeedRaise < ZERO
        DISPLAY "VehClassLoad: MAINTLIM max speed raise is negative"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE mlMaxSpeedRaise TO WS-MaxSpeedRaise
    CLOSE MaintLimitFile.

*> VCLASSIN is a full reload, so an approval does not write the class
*> itself: it lifts the hold, and the approved speed is then accepted
*> when the class arrives on VCLASSIN.
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
        DISPLAY "VehClassLoad: approval of " apEntityKey " by "
            apApproverId " rejected - " WS-ReasonCode
    ELSE
        IF apDecision = "A"
            MOVE pnTransImage TO ClassInputRecord
            MOVE ciClassId TO WS-SearchClass
            PERFORM FIND-CURRENT-CLASS
            IF ClassIdx = ZERO
                DISPLAY "VehClassLoad: approved class " ciClassId
                    " is no longer on file"
            ELSE
                MOVE ciMaxSpeed TO ccApprovedSpeed(ClassIdx)
            END-IF
            DISPLAY "VehClassLoad: " pnActionCode " " ciClassId
                " requested by " ciRequesterId " approved by "
                apApproverId
            ADD 1 TO WS-ApprovedCount
        ELSE
            DISPLAY "VehClassLoad: " pnActionCode " " pnEntityKey
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

*> Every class record must name a requester authorised on VEHCLASS to
*> add (class not yet on file) or change (class on file). A class
*> with a change still awaiting approval keeps its current record.
SCREEN-ONE-CLASS.
    MOVE SPACES TO WS-ReasonCode
    MOVE ciClassId TO WS-SearchClass
    PERFORM FIND-CURRENT-CLASS
    IF ClassIdx = ZERO
        MOVE "A" TO WS-ClassAction
    ELSE
        MOVE "C" TO WS-ClassAction
    END-IF
    IF ciRequesterId = SPACES
        MOVE "REQUESTER-BLANK" TO WS-ReasonCode
    ELSE
        MOVE ciRequesterId  TO WS-CheckUserId
        MOVE WS-ClassAction TO WS-CheckAction
        PERFORM FIND-USER-AUTHORITY
        IF WS-UserAuthorised NOT = "Y"
            MOVE "USER-NOT-AUTHORISED" TO WS-ReasonCode
        END-IF
    END-IF
    IF WS-ReasonCode NOT = SPACES
        MOVE ciClassId      TO arEntityKey
        MOVE WS-ClassAction TO arActionCode
        MOVE ciRequesterId  TO arUserId
        MOVE "R"            TO arRole
        PERFORM WRITE-AUTHORITY-REJECT
        DISPLAY "VehClassLoad: class " ciClassId " by " ciRequesterId
            " rejected - " WS-ReasonCode
        ADD 1 TO WS-RejectCount
        PERFORM KEEP-CURRENT-CLASS
    ELSE
        MOVE WS-MasterFile TO pnMasterFile
        MOVE ciClassId     TO pnEntityKey
        READ PendingFile
            INVALID KEY
                CONTINUE
        END-READ
        PERFORM CHECK-PENDING-IO
        IF WS-PendingStatus = "00"
            DISPLAY "VehClassLoad: class " ciClassId
                " awaiting approval - current record kept"
            ADD 1 TO WS-HeldCount
            PERFORM KEEP-CURRENT-CLASS
        ELSE
            PERFORM CHECK-CHANGE-THRESHOLD
            IF WS-HoldReason NOT = SPACES
                PERFORM HOLD-FOR-APPROVAL
                PERFORM KEEP-CURRENT-CLASS
            ELSE
                PERFORM WRITE-CLASS-RECORD
            END-IF
        END-IF
    END-IF.

*> Raising a class's maximum speed by more than the MAINTLIM allowance
*> needs a second user. An approved speed counts as the class's own.
CHECK-CHANGE-THRESHOLD.
    MOVE SPACES TO WS-HoldReason
    IF ClassIdx > ZERO
        MOVE ccMaxSpeed(ClassIdx) TO WS-OldValue
        IF ccApprovedSpeed(ClassIdx) > WS-OldValue
            MOVE ccApprovedSpeed(ClassIdx) TO WS-OldValue
        END-IF
        IF ciMaxSpeed > WS-OldValue + WS-MaxSpeedRaise
            MOVE "MAX-SPEED-RAISE" TO WS-HoldReason
        END-IF
    END-IF.

HOLD-FOR-APPROVAL.
    MOVE WS-MasterFile      TO pnMasterFile
    MOVE ciClassId          TO pnEntityKey
    MOVE WS-ClassAction     TO pnActionCode
    MOVE ciRequesterId      TO pnRequesterId
    MOVE WS-BatchId         TO pnBatchId
    MOVE WS-CurrentDate(1:8) TO pnRequestDate
    MOVE WS-HoldReason      TO pnHoldReason
    MOVE ccMaxSpeed(ClassIdx) TO pnOldValue
    MOVE ciMaxSpeed         TO pnNewValue
    MOVE ClassInputRecord   TO pnTransImage
    WRITE PendingRecord
    IF WS-PendingStatus NOT = "00"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    DISPLAY "VehClassLoad: class " ciClassId " by " ciRequesterId
        " held for approval - " WS-HoldReason
    ADD 1 TO WS-HeldCount.

KEEP-CURRENT-CLASS.
    IF ClassIdx > ZERO
        MOVE ccRecord(ClassIdx) TO VehClassRecord
        WRITE VehClassRecord
            INVALID KEY
                ADD 1 TO WS-DuplicateCount
            NOT INVALID KEY
                ADD 1 TO WS-KeptCount
        END-WRITE
        IF WS-VehClassStatus NOT = "00" AND
           WS-VehClassStatus NOT = "22"
            MOVE "VEHCLASS" TO WS-AbendFileName
            MOVE WS-VehClassStatus TO WS-AbendStatus
            PERFORM FILE-WRITE-ABEND
        END-IF
    END-IF.

LOAD-CLASS-MASTER.
    READ ClassInputFile
        AT END
        END-READ
    END-PERFORM.

*> A blank braking limit leaves the class on the run-control default.
LOAD-ONE-CLASS.
    IF ciMaxDecelText = SPACES
        MOVE ZERO TO ciMaxDecel
    END-IF
    IF ciClassId = SPACES
        DISPLAY "VehClassLoad: class id blank - record rejected"
        ADD 1 TO WS-RejectCount
           OR ciFuelIdleRate NOT NUMERIC
           OR ciFuelSpeedRate NOT NUMERIC
           OR ciFuelAccelRate NOT NUMERIC
           OR ciMaxDecel NOT NUMERIC
            DISPLAY "VehClassLoad: non-numeric field for class "
                ciClassId " - record rejected"
            ADD 1 TO WS-RejectCount
                    ciClassId " - record rejected"
                ADD 1 TO WS-RejectCount
            ELSE
                IF ciMaxDecel < ZERO
                    DISPLAY "VehClassLoad: max deceleration invalid "
                        "for class " ciClassId " - record rejected"
                    ADD 1 TO WS-RejectCount
                ELSE
                    PERFORM SCREEN-ONE-CLASS
                END-IF
            END-IF
        END-IF
    END-IF.
    MOVE ciFuelIdleRate  TO vcFuelIdleRate
    MOVE ciFuelSpeedRate TO vcFuelSpeedRate
    MOVE ciFuelAccelRate TO vcFuelAccelRate
    MOVE ciMaxDecel      TO vcMaxDecel
    WRITE VehClassRecord
        INVALID KEY
            ADD 1 TO WS-DuplicateCount
