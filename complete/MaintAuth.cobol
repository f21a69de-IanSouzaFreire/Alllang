      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. MaintAuth.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuthControlFile ASSIGN TO "AUTHCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuthControlStatus.

    SELECT PendingFile ASSIGN TO "MAINTPND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS pnKey
        FILE STATUS IS WS-PendingStatus.

    SELECT AuthRejectFile ASSIGN TO "AUTHREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuthRejectStatus.

    SELECT PendReportFile ASSIGN TO "PENDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PendReportStatus.

    SELECT AuthReportFile ASSIGN TO "AUTHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuthReportStatus.

DATA DIVISION.
FILE SECTION.
FD  AuthControlFile.
01  AuthControlRecord.
    05  acReportDate    PIC 9(8).

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

FD  PendReportFile.
01  PendLine            PIC X(100).

FD  AuthReportFile.
01  AuthLine            PIC X(100).

WORKING-STORAGE SECTION.
01  WS-AuthControlStatus PIC X(2).
01  WS-PendingStatus     PIC X(2).
01  WS-AuthRejectStatus  PIC X(2).
01  WS-PendReportStatus  PIC X(2).
01  WS-AuthReportStatus  PIC X(2).
01  WS-LinesPerPage      PIC 9(2) COMP VALUE 55.
01  WS-LineCount         PIC 9(2) COMP VALUE 99.
01  WS-PageCount         PIC 9(4) COMP VALUE ZERO.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-ReportDate        PIC 9(8) VALUE ZERO.
01  WS-DateValid         PIC X(1) VALUE SPACE.
01  WS-DateWork          PIC 9(8) VALUE ZERO.
01  WS-DateParts         REDEFINES WS-DateWork.
    05  WS-DateYear      PIC 9(4).
    05  WS-DateMonth     PIC 9(2).
    05  WS-DateDay       PIC 9(2).
01  WS-DaysWaiting       PIC 9(5) VALUE ZERO.
01  WS-PendingCount      PIC 9(6) COMP VALUE ZERO.
01  WS-RejectCount       PIC 9(6) COMP VALUE ZERO.
01  WS-RequesterRejects  PIC 9(6) COMP VALUE ZERO.
01  WS-ApproverRejects   PIC 9(6) COMP VALUE ZERO.

01  PendHeadingLine1.
    05  FILLER          PIC X(44)
        VALUE "FLEET SIMULATION - CHANGES AWAITING APPROVAL".
    05  FILLER          PIC X(4)  VALUE " AT ".
    05  hp1ReportDate   PIC 9999/99/99.
    05  FILLER          PIC X(28) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hp1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  PendHeadingLine2.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(10) VALUE "MASTER".
    05  FILLER          PIC X(8)  VALUE "KEY".
    05  FILLER          PIC X(4)  VALUE "ACT".
    05  FILLER          PIC X(10) VALUE "REQUESTER".
    05  FILLER          PIC X(12) VALUE "REQUESTED".
    05  FILLER          PIC X(7)  VALUE " DAYS".
    05  FILLER          PIC X(21) VALUE "HOLD REASON".
    05  FILLER          PIC X(13) VALUE "   OLD VALUE".
    05  FILLER          PIC X(12) VALUE "   NEW VALUE".
    05  FILLER          PIC X(1)  VALUE SPACES.

01  PendDetailLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plMasterFile    PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plEntityKey     PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plActionCode    PIC X(1).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  plRequesterId   PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plRequestDate   PIC 9999/99/99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plDaysWaiting   PIC ZZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plHoldReason    PIC X(20).
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  plOldValue      PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(1)  VALUE SPACES.
    05  plNewValue      PIC -ZZZZZZZ9.99.
    05  FILLER          PIC X(1)  VALUE SPACES.

01  NoPendingLine.
    05  FILLER          PIC X(32) VALUE "  NO CHANGES AWAITING APPROVAL".
    05  FILLER          PIC X(68) VALUE SPACES.

01  PendTotalLine.
    05  FILLER          PIC X(24) VALUE "TOTAL AWAITING APPROVAL ".
    05  ptPendingCount  PIC ZZZZZ9.
    05  FILLER          PIC X(70) VALUE SPACES.

01  AuthHeadingLine1.
    05  FILLER          PIC X(44)
        VALUE "FLEET SIMULATION - REJECTED FOR AUTHORITY ON".
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  ha1ReportDate   PIC 9999/99/99.
    05  FILLER          PIC X(31) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  ha1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  AuthHeadingLine2.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(10) VALUE "TIME".
    05  FILLER          PIC X(16) VALUE "BATCH".
    05  FILLER          PIC X(10) VALUE "MASTER".
    05  FILLER          PIC X(8)  VALUE "KEY".
    05  FILLER          PIC X(4)  VALUE "ACT".
    05  FILLER          PIC X(10) VALUE "USER".
    05  FILLER          PIC X(11) VALUE "ROLE".
    05  FILLER          PIC X(20) VALUE "REASON".
    05  FILLER          PIC X(9)  VALUE SPACES.

01  AuthDetailLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlHour          PIC X(2).
    05  FILLER          PIC X(1)  VALUE ":".
    05  rlMinute        PIC X(2).
    05  FILLER          PIC X(1)  VALUE ":".
    05  rlSecond        PIC X(2).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlBatchId       PIC X(14).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlMasterFile    PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlEntityKey     PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlActionCode    PIC X(1).
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  rlUserId        PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlRole          PIC X(9).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  rlReasonCode    PIC X(20).
    05  FILLER          PIC X(9)  VALUE SPACES.

01  NoRejectsLine.
    05  FILLER          PIC X(40)
        VALUE "  NO AUTHORITY REJECTIONS ON THIS DATE".
    05  FILLER          PIC X(60) VALUE SPACES.

01  AuthTotalLine.
    05  FILLER          PIC X(20) VALUE "REQUESTER REJECTS   ".
    05  atRequesterRejects PIC ZZZZZ9.
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  FILLER          PIC X(20) VALUE "APPROVER REJECTS    ".
    05  atApproverRejects  PIC ZZZZZ9.
    05  FILLER          PIC X(3)  VALUE SPACES.
    05  FILLER          PIC X(14) VALUE "TOTAL REJECTS ".
    05  atRejectCount   PIC ZZZZZ9.
    05  FILLER          PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-AUTH-CONTROL
    PERFORM PRINT-PENDING-REPORT
    PERFORM PRINT-REJECT-REPORT
    DISPLAY "MaintAuth: " WS-PendingCount " changes awaiting approval, "
        WS-RejectCount " authority rejects on " WS-ReportDate
    IF WS-RejectCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "MaintAuth: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "MaintAuth: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "MaintAuth: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

CHECK-PEND-REPORT-WRITE.
    IF WS-PendReportStatus NOT = "00"
        MOVE "PENDRPT" TO WS-AbendFileName
        MOVE WS-PendReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

CHECK-AUTH-REPORT-WRITE.
    IF WS-AuthReportStatus NOT = "00"
        MOVE "AUTHRPT" TO WS-AbendFileName
        MOVE WS-AuthReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

*> AUTHCTL is optional. Without it, or with a report date of zero, the
*> rejection report covers today.
LOAD-AUTH-CONTROL.
    MOVE WS-Today TO WS-ReportDate
    OPEN INPUT AuthControlFile
    IF WS-AuthControlStatus NOT = "00" AND WS-AuthControlStatus NOT = "35"
        DISPLAY "MaintAuth: cannot open AUTHCTL - status "
            WS-AuthControlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF WS-AuthControlStatus = "00"
        READ AuthControlFile
            AT END
                MOVE "10" TO WS-AuthControlStatus
        END-READ
        IF WS-AuthControlStatus = "00"
            IF acReportDate NOT NUMERIC
                DISPLAY "MaintAuth: AUTHCTL report date not numeric"
                PERFORM RUN-CONTROL-ABORT
            END-IF
            IF acReportDate NOT = ZERO
                MOVE acReportDate TO WS-ReportDate
            END-IF
        END-IF
        CLOSE AuthControlFile
    END-IF
    MOVE WS-ReportDate TO WS-DateWork
    PERFORM CHECK-DATE-VALID
    IF WS-DateValid NOT = "Y"
        DISPLAY "MaintAuth: report date invalid " WS-ReportDate
        PERFORM RUN-CONTROL-ABORT
    END-IF.

CHECK-DATE-VALID.
    MOVE "Y" TO WS-DateValid
    IF WS-DateYear < 1900 OR
       WS-DateMonth < 1 OR WS-DateMonth > 12 OR
       WS-DateDay < 1 OR WS-DateDay > 31
        MOVE SPACE TO WS-DateValid
    END-IF.

*> MAINTPND is read in master-file / entity key order. A missing file
*> simply means nothing has ever been held.
PRINT-PENDING-REPORT.
    OPEN OUTPUT PendReportFile
    IF WS-PendReportStatus NOT = "00"
        MOVE "PENDRPT" TO WS-AbendFileName
        MOVE WS-PendReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO WS-PageCount
    OPEN INPUT PendingFile
    IF WS-PendingStatus NOT = "00" AND WS-PendingStatus NOT = "35"
        MOVE "MAINTPND" TO WS-AbendFileName
        MOVE WS-PendingStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-PendingStatus = "00"
        READ PendingFile
            AT END
                MOVE "10" TO WS-PendingStatus
        END-READ
        PERFORM UNTIL WS-PendingStatus NOT = "00"
            PERFORM PRINT-PENDING-LINE
            READ PendingFile
                AT END
                    MOVE "10" TO WS-PendingStatus
            END-READ
        END-PERFORM
        CLOSE PendingFile
        IF WS-PendingStatus NOT = "00"
            MOVE "MAINTPND" TO WS-AbendFileName
            MOVE WS-PendingStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF
    IF WS-LineCount + 3 > WS-LinesPerPage
        PERFORM PRINT-PENDING-HEADING
    END-IF
    IF WS-PendingCount = ZERO
        WRITE PendLine FROM NoPendingLine
        PERFORM CHECK-PEND-REPORT-WRITE
    END-IF
    MOVE SPACES TO PendLine
    WRITE PendLine
    PERFORM CHECK-PEND-REPORT-WRITE
    MOVE WS-PendingCount TO ptPendingCount
    WRITE PendLine FROM PendTotalLine
    PERFORM CHECK-PEND-REPORT-WRITE
    CLOSE PendReportFile
    IF WS-PendReportStatus NOT = "00"
        MOVE "PENDRPT" TO WS-AbendFileName
        MOVE WS-PendReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

PRINT-PENDING-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PENDING-HEADING
    END-IF
    ADD 1 TO WS-PendingCount
    MOVE pnMasterFile  TO plMasterFile
    MOVE pnEntityKey   TO plEntityKey
    MOVE pnActionCode  TO plActionCode
    MOVE pnRequesterId TO plRequesterId
    MOVE pnRequestDate TO plRequestDate
    MOVE ZERO TO WS-DaysWaiting
    IF pnRequestDate NUMERIC AND pnRequestDate > ZERO
       AND pnRequestDate < WS-Today
        COMPUTE WS-DaysWaiting =
            FUNCTION INTEGER-OF-DATE(WS-Today)
            - FUNCTION INTEGER-OF-DATE(pnRequestDate)
    END-IF
    MOVE WS-DaysWaiting TO plDaysWaiting
    MOVE pnHoldReason  TO plHoldReason
    MOVE pnOldValue    TO plOldValue
    MOVE pnNewValue    TO plNewValue
    WRITE PendLine FROM PendDetailLine
    PERFORM CHECK-PEND-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-PENDING-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO hp1PageNo
    MOVE WS-Today TO hp1ReportDate
    WRITE PendLine FROM PendHeadingLine1
    PERFORM CHECK-PEND-REPORT-WRITE
    MOVE SPACES TO PendLine
    WRITE PendLine
    PERFORM CHECK-PEND-REPORT-WRITE
    WRITE PendLine FROM PendHeadingLine2
    PERFORM CHECK-PEND-REPORT-WRITE
    MOVE SPACES TO PendLine
    WRITE PendLine
    PERFORM CHECK-PEND-REPORT-WRITE
    MOVE 4 TO WS-LineCount.

*> AUTHREJ is written in time order by the maintenance programs; only
*> the entries stamped with the report date are listed.
PRINT-REJECT-REPORT.
    OPEN OUTPUT AuthReportFile
    IF WS-AuthReportStatus NOT = "00"
        MOVE "AUTHRPT" TO WS-AbendFileName
        MOVE WS-AuthReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO WS-PageCount
    OPEN INPUT AuthRejectFile
    IF WS-AuthRejectStatus NOT = "00" AND WS-AuthRejectStatus NOT = "35"
        MOVE "AUTHREJ" TO WS-AbendFileName
        MOVE WS-AuthRejectStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-AuthRejectStatus = "00"
        READ AuthRejectFile
            AT END
                MOVE "10" TO WS-AuthRejectStatus
        END-READ
        PERFORM UNTIL WS-AuthRejectStatus NOT = "00"
            IF arTimestamp(1:8) = WS-ReportDate
                PERFORM PRINT-REJECT-LINE
            END-IF
            READ AuthRejectFile
                AT END
                    MOVE "10" TO WS-AuthRejectStatus
            END-READ
        END-PERFORM
        CLOSE AuthRejectFile
        IF WS-AuthRejectStatus NOT = "00"
            MOVE "AUTHREJ" TO WS-AbendFileName
            MOVE WS-AuthRejectStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF
    IF WS-LineCount + 3 > WS-LinesPerPage
        PERFORM PRINT-REJECT-HEADING
    END-IF
    IF WS-RejectCount = ZERO
        WRITE AuthLine FROM NoRejectsLine
        PERFORM CHECK-AUTH-REPORT-WRITE
    END-IF
    MOVE SPACES TO AuthLine
    WRITE AuthLine
    PERFORM CHECK-AUTH-REPORT-WRITE
    MOVE WS-RequesterRejects TO atRequesterRejects
    MOVE WS-ApproverRejects  TO atApproverRejects
    MOVE WS-RejectCount      TO atRejectCount
    WRITE AuthLine FROM AuthTotalLine
    PERFORM CHECK-AUTH-REPORT-WRITE
    CLOSE AuthReportFile
    IF WS-AuthReportStatus NOT = "00"
        MOVE "AUTHRPT" TO WS-AbendFileName
        MOVE WS-AuthReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

PRINT-REJECT-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-REJECT-HEADING
    END-IF
    ADD 1 TO WS-RejectCount
    MOVE arTimestamp(9:2)  TO rlHour
    MOVE arTimestamp(11:2) TO rlMinute
    MOVE arTimestamp(13:2) TO rlSecond
    MOVE arBatchId    TO rlBatchId
    MOVE arMasterFile TO rlMasterFile
    MOVE arEntityKey  TO rlEntityKey
    MOVE arActionCode TO rlActionCode
    MOVE arUserId     TO rlUserId
    EVALUATE arRole
        WHEN "R"
            MOVE "REQUESTER" TO rlRole
            ADD 1 TO WS-RequesterRejects
        WHEN "A"
            MOVE "APPROVER" TO rlRole
            ADD 1 TO WS-ApproverRejects
        WHEN OTHER
            MOVE arRole TO rlRole
    END-EVALUATE
    MOVE arReasonCode TO rlReasonCode
    WRITE AuthLine FROM AuthDetailLine
    PERFORM CHECK-AUTH-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-REJECT-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO ha1PageNo
    MOVE WS-ReportDate TO ha1ReportDate
    WRITE AuthLine FROM AuthHeadingLine1
    PERFORM CHECK-AUTH-REPORT-WRITE
    MOVE SPACES TO AuthLine
    WRITE AuthLine
    PERFORM CHECK-AUTH-REPORT-WRITE
    WRITE AuthLine FROM AuthHeadingLine2
    PERFORM CHECK-AUTH-REPORT-WRITE
    MOVE SPACES TO AuthLine
    WRITE AuthLine
    PERFORM CHECK-AUTH-REPORT-WRITE
    MOVE 4 TO WS-LineCount.
