        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZoneRejectStatus.

    SELECT UserAuthFile ASSIGN TO "USERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UserAuthStatus.

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
FD  ZoneFile.
    05  ztCornerY1      PIC S9(8)V99.
    05  ztCornerX2      PIC S9(8)V99.
    05  ztCornerY2      PIC S9(8)V99.
    05  ztRequesterId   PIC X(8).

FD  ZoneRejectFile.
01  ZoneRejectRecord.
    05  zjCornerY2      PIC S9(8)V99.
    05  zjReasonCode    PIC X(20).

FD  UserAuthFile.
01  UserAuthRecord.
    05  uaUserId        PIC X(8).
    05  uaMasterFile    PIC X(8).
    05  uaActionCodes   PIC X(3).
    05  uaApprover      PIC X(1).

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
01  WS-ZoneStatus        PIC X(2).
01  WS-ZoneTransStatus   PIC X(2).
01  WS-AllowHighX        PIC S9(8)V99 VALUE ZERO.
01  WS-AllowHighY        PIC S9(8)V99 VALUE ZERO.
01  WS-ZoneReachable     PIC X(1) VALUE SPACE.
01  WS-UserAuthStatus    PIC X(2).
01  WS-PendingStatus     PIC X(2).
01  WS-ApprovalStatus    PIC X(2).
01  WS-AuthRejectStatus  PIC X(2).
01  WS-MasterFile        PIC X(8) VALUE "ZONEDEF".
01  WS-MaxAuthorities    PIC 9(4) COMP VALUE 500.
01  WS-BatchId           PIC X(14).
01  WS-CurrentDate       PIC X(21).
01  WS-CheckUserId       PIC X(8).
01  WS-CheckAction       PIC X(1).
01  WS-UserAuthorised    PIC X(1) VALUE SPACE.
01  WS-UserApprover      PIC X(1) VALUE SPACE.
01  WS-HoldReason        PIC X(20).
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

01  ZoneMaintTable.
    05  ZoneEntry OCCURS 100 TIMES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:14) TO WS-BatchId
    PERFORM LOAD-USER-AUTHORITY
    OPEN OUTPUT ZoneRejectFile
    IF WS-ZoneRejectStatus NOT = "00"
        MOVE "ZONEREJ" TO WS-AbendFileName
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM LOAD-ZONE-FILE
    PERFORM OPEN-APPROVAL-FILES
    PERFORM APPLY-APPROVALS
    PERFORM APPLY-ZONE-TRANSACTIONS
    PERFORM CLOSE-APPROVAL-FILES
    PERFORM VALIDATE-ZONE-GEOMETRY
    PERFORM REWRITE-ZONE-FILE
    CLOSE ZoneRejectFile
    DISPLAY "  deleted  " WS-DeleteCount
    DISPLAY "  rejected " WS-RejectCount
    DISPLAY "  flagged  " WS-FlagCount
    DISPLAY "  held     " WS-HeldCount
    DISPLAY "  approved " WS-ApprovedCount
    DISPLAY "  declined " WS-DeclinedCount
    DISPLAY "  authority rejects " WS-AuthRejectCount
    IF WS-RejectCount > ZERO OR WS-FlagCount > ZERO
       OR WS-HeldCount > ZERO OR WS-AuthRejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "ZoneMaint: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "ZoneMaint: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

WRITE-ZONE-REJECT.
    MOVE WS-ReasonCode TO zjReasonCode
    WRITE ZoneRejectRecord
    END-READ
    PERFORM UNTIL WS-ZoneTransStatus NOT = "00"
        ADD 1 TO WS-TransReadCount
        PERFORM SCREEN-ONE-TRANSACTION
        READ ZoneTransFile
            AT END
                MOVE "10" TO WS-ZoneTransStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> USERAUTH lists, for each user and master file, the action codes the
*> user may request and whether the user may approve held changes.
LOAD-USER-AUTHORITY.
    MOVE ZERO TO AuthorityCount
    OPEN INPUT UserAuthFile
    IF WS-UserAuthStatus NOT = "00"
        DISPLAY "ZoneMaint: cannot open USERAUTH - status "
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
                DISPLAY "ZoneMaint: USERAUTH exceeds "
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
*> earlier run. An approved change is applied from its held image as
*> though it had just been read.
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
        DISPLAY "ZoneMaint: approval of " apEntityKey " by "
            apApproverId " rejected - " WS-ReasonCode
    ELSE
        IF apDecision = "A"
            MOVE pnTransImage TO ZoneTransRecord
            DISPLAY "ZoneMaint: " pnActionCode " " ztZoneId
                " requested by " ztRequesterId " approved by "
                apApproverId
            PERFORM APPLY-ONE-TRANSACTION
            ADD 1 TO WS-ApprovedCount
        ELSE
            DISPLAY "ZoneMaint: " pnActionCode " " pnEntityKey
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
*> ZONEDEF. A zone with a change already awaiting approval takes no
*> further changes until that one is decided.
SCREEN-ONE-TRANSACTION.
    MOVE SPACES TO WS-ReasonCode
    IF ztActionCode NOT = "A" AND ztActionCode NOT = "C"
       AND ztActionCode NOT = "D"
        PERFORM APPLY-ONE-TRANSACTION
    ELSE
        IF ztRequesterId = SPACES
            MOVE "REQUESTER-BLANK" TO WS-ReasonCode
        ELSE
            MOVE ztRequesterId TO WS-CheckUserId
            MOVE ztActionCode  TO WS-CheckAction
            PERFORM FIND-USER-AUTHORITY
            IF WS-UserAuthorised NOT = "Y"
                MOVE "USER-NOT-AUTHORISED" TO WS-ReasonCode
            ELSE
                MOVE WS-MasterFile TO pnMasterFile
                MOVE ztZoneId      TO pnEntityKey
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
            MOVE ztZoneId      TO arEntityKey
            MOVE ztActionCode  TO arActionCode
            MOVE ztRequesterId TO arUserId
            MOVE "R"           TO arRole
            PERFORM WRITE-AUTHORITY-REJECT
            DISPLAY "ZoneMaint: " ztActionCode " " ztZoneId
                " by " ztRequesterId " rejected - " WS-ReasonCode
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

*> Taking away an allowed zone, by deleting it or by turning it into a
*> restricted zone, needs a second user. Changes that would fail their
*> edits are not held; they are rejected in the normal way.
CHECK-CHANGE-THRESHOLD.
    MOVE SPACES TO WS-HoldReason
    MOVE ztZoneId TO WS-SearchZone
    PERFORM FIND-ZONE-ENTRY
    IF ZoneIdx > ZERO
        IF zmZoneType(ZoneIdx) = "A"
            EVALUATE ztActionCode
                WHEN "D"
                    MOVE "ALLOWED-ZONE-DELETE" TO WS-HoldReason
                WHEN "C"
                    PERFORM EDIT-ZONE-FIELDS
                    IF WS-ReasonCode = SPACES AND ztZoneType = "R"
                        MOVE "ALLOWED-ZONE-RETYPE" TO WS-HoldReason
                    END-IF
                    MOVE SPACES TO WS-ReasonCode
            END-EVALUATE
        END-IF
    END-IF.

HOLD-FOR-APPROVAL.
    MOVE WS-MasterFile      TO pnMasterFile
    MOVE ztZoneId           TO pnEntityKey
    MOVE ztActionCode       TO pnActionCode
    MOVE ztRequesterId      TO pnRequesterId
    MOVE WS-BatchId         TO pnBatchId
    MOVE WS-CurrentDate(1:8) TO pnRequestDate
    MOVE WS-HoldReason      TO pnHoldReason
    MOVE ZERO               TO pnOldValue
    MOVE ZERO               TO pnNewValue
    MOVE ZoneTransRecord    TO pnTransImage
    WRITE PendingRecord
    IF WS-PendingStatus NOT = "00"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    DISPLAY "ZoneMaint: " ztActionCode " " ztZoneId " by "
        ztRequesterId " held for approval - " WS-HoldReason
    ADD 1 TO WS-HeldCount.

APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-ReasonCode
    MOVE ztZoneId TO WS-SearchZone
