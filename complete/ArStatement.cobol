      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. ArStatement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArControlFile ASSIGN TO "ARCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArControlStatus.

    SELECT ArLedgerFile ASSIGN TO "ARLEDGER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS alKey
        FILE STATUS IS WS-ArLedgerStatus.

    SELECT ArActivityFile ASSIGN TO "ARACTV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArActivityStatus.

    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT StatementFile ASSIGN TO "ARSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-StatementStatus.

    SELECT AgingReportFile ASSIGN TO "ARAGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AgingReportStatus.

    SELECT ExceptionReportFile ASSIGN TO "AREXCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ExceptionReportStatus.

DATA DIVISION.
FILE SECTION.
FD  ArControlFile.
01  ArControlRecord.
    05  acTermsDays       PIC 9(3).
    05  acStatementDate   PIC 9(8).
    05  acOverdueLimit    PIC S9(12)V99.

FD  ArLedgerFile.
01  ArLedgerRecord.
    05  alKey.
        10  alOperatorId    PIC X(6).
        10  alRunId         PIC X(8).
    05  alInvoiceDate       PIC 9(8).
    05  alDueDate           PIC 9(8).
    05  alInvoiceAmount     PIC S9(12)V99.
    05  alPaidAmount        PIC S9(12)V99.
    05  alCreditAmount      PIC S9(12)V99.
    05  alOpenAmount        PIC S9(12)V99.
    05  alStatus            PIC X(1).
    05  alLastActivity      PIC 9(8).

FD  ArActivityFile.
01  ArActivityRecord.
    05  aaOperatorId      PIC X(6).
    05  aaRunId           PIC X(8).
    05  aaActivityDate    PIC 9(8).
    05  aaType            PIC X(1).
    05  aaAmount          PIC S9(12)V99.
    05  aaReference       PIC X(12).
    05  aaPostDate        PIC 9(8).

FD  OperMasterFile.
01  OperMasterRecord.
    05  omOperatorId     PIC X(6).
    05  omOperatorName   PIC X(30).
    05  omContractStatus PIC X(1).
    05  omBillingContact PIC X(40).
    05  omContractStart  PIC 9(8).
    05  omContractEnd    PIC 9(8).

FD  StatementFile.
01  StatementLine       PIC X(100).

FD  AgingReportFile.
01  AgingLine           PIC X(110).

FD  ExceptionReportFile.
01  ExceptionLine       PIC X(110).

WORKING-STORAGE SECTION.
01  WS-ArControlStatus       PIC X(2).
01  WS-ArLedgerStatus        PIC X(2).
01  WS-ArActivityStatus      PIC X(2).
01  WS-OperMasterStatus      PIC X(2).
01  WS-StatementStatus       PIC X(2).
01  WS-AgingReportStatus     PIC X(2).
01  WS-ExceptionReportStatus PIC X(2).
01  WS-MaxOperators          PIC 9(4) COMP VALUE 500.
01  WS-MaxMonthActivity      PIC 9(4) COMP VALUE 5000.
01  WS-MaxLaterItems         PIC 9(4) COMP VALUE 2000.
01  WS-MaxOperatorItems      PIC 9(4) COMP VALUE 1000.
01  WS-CurrentDate           PIC X(21).
01  WS-Today                 PIC 9(8) VALUE ZERO.
01  WS-StatementDate         PIC 9(8) VALUE ZERO.
01  WS-PeriodStart           PIC 9(8) VALUE ZERO.
01  WS-OverdueLimit          PIC S9(12)V99 VALUE ZERO.
01  WS-DateValid             PIC X(1) VALUE SPACE.
01  WS-DateWork              PIC 9(8) VALUE ZERO.
01  WS-DateParts             REDEFINES WS-DateWork.
    05  WS-DateYear          PIC 9(4).
    05  WS-DateMonth         PIC 9(2).
    05  WS-DateDay           PIC 9(2).
01  WS-OperMasterLoaded      PIC X(1) VALUE SPACE.
01  WS-OperatorName          PIC X(30).
01  WS-ContractStatus        PIC X(1).
01  WS-BillingContact        PIC X(40).
01  WS-SearchOperator        PIC X(6).
01  WS-SearchRun             PIC X(8).
01  WS-CurrentOperator       PIC X(6) VALUE SPACES.
01  WS-ItemOpen              PIC S9(12)V99 VALUE ZERO.
01  WS-ItemSettled           PIC S9(12)V99 VALUE ZERO.
01  WS-AgeDays               PIC S9(6) VALUE ZERO.
01  WS-DaysOverdue           PIC S9(6) VALUE ZERO.
01  WS-RunningBalance        PIC S9(12)V99 VALUE ZERO.
01  WS-ActivityReadCount     PIC 9(8) COMP VALUE ZERO.
01  WS-LedgerReadCount       PIC 9(8) COMP VALUE ZERO.
01  WS-StatementCount        PIC 9(6) COMP VALUE ZERO.
01  WS-ExceptionCount        PIC 9(6) COMP VALUE ZERO.
01  WS-SortDone              PIC X(1) VALUE SPACE.
01  WS-LinesPerPage          PIC 9(2) COMP VALUE 55.
01  WS-StmtLineCount         PIC 9(2) COMP VALUE 99.
01  WS-StmtPageCount         PIC 9(4) COMP VALUE ZERO.
01  WS-AgeLineCount          PIC 9(2) COMP VALUE 99.
01  WS-AgePageCount          PIC 9(4) COMP VALUE ZERO.
01  WS-ExcpLineCount         PIC 9(2) COMP VALUE 99.
01  WS-ExcpPageCount         PIC 9(4) COMP VALUE ZERO.
01  WS-AbendFileName         PIC X(8).
01  WS-AbendStatus           PIC X(2).
01  OperNameCount            PIC 9(4) COMP VALUE ZERO.
01  NameIdx                  PIC 9(4) COMP VALUE ZERO.
01  MonthCount               PIC 9(4) COMP VALUE ZERO.
01  MonthIdx                 PIC 9(4) COMP VALUE ZERO.
01  MonthScanIdx             PIC 9(4) COMP VALUE ZERO.
01  MonthFirst               PIC 9(4) COMP VALUE ZERO.
01  MonthLast                PIC 9(4) COMP VALUE ZERO.
01  LaterCount               PIC 9(4) COMP VALUE ZERO.
01  LaterIdx                 PIC 9(4) COMP VALUE ZERO.
01  ScanIdx                  PIC 9(4) COMP VALUE ZERO.
01  ItemCount                PIC 9(4) COMP VALUE ZERO.
01  ItemIdx                  PIC 9(4) COMP VALUE ZERO.
01  WS-BinLow                PIC 9(4) COMP VALUE ZERO.
01  WS-BinHigh               PIC 9(4) COMP VALUE ZERO.
01  WS-BinMid                PIC 9(4) COMP VALUE ZERO.

01  OperNameTable.
    05  OperName OCCURS 500 TIMES.
        10  onOperatorId     PIC X(6).
        10  onOperatorName   PIC X(30).
        10  onContractStatus PIC X(1).
        10  onBillingContact PIC X(40).

01  MonthActivityTable.
    05  MonthActivity OCCURS 5000 TIMES.
        10  maOperatorId    PIC X(6).
        10  maActivityDate  PIC 9(8).
        10  maRunId         PIC X(8).
        10  maType          PIC X(1).
        10  maAmount        PIC S9(12)V99.
        10  maReference     PIC X(12).

01  MonthActivityHold.
    05  mhOperatorId    PIC X(6).
    05  mhActivityDate  PIC 9(8).
    05  mhRunId         PIC X(8).
    05  mhType          PIC X(1).
    05  mhAmount        PIC S9(12)V99.
    05  mhReference     PIC X(12).

01  LaterAppliedTable.
    05  LaterApplied OCCURS 2000 TIMES.
        10  laOperatorId    PIC X(6).
        10  laRunId         PIC X(8).
        10  laAmount        PIC S9(12)V99.

01  OperatorItemTable.
    05  OperatorItem OCCURS 1000 TIMES.
        10  oiRunId         PIC X(8).
        10  oiInvoiceDate   PIC 9(8).
        10  oiDueDate       PIC 9(8).
        10  oiInvoiceAmount PIC S9(12)V99.
        10  oiSettled       PIC S9(12)V99.
        10  oiOpen          PIC S9(12)V99.
        10  oiAgeDays       PIC S9(6).
        10  oiOverdue       PIC X(1).

01  OperatorTotals.
    05  otCurrent       PIC S9(12)V99.
    05  otDays60        PIC S9(12)V99.
    05  otDays90        PIC S9(12)V99.
    05  otOver90        PIC S9(12)V99.
    05  otBalance       PIC S9(12)V99.
    05  otOverdue       PIC S9(12)V99.
    05  otMonthNet      PIC S9(12)V99.
    05  otOldestDue     PIC 9(8).

01  GrandTotals.
    05  gtCurrent       PIC S9(12)V99 VALUE ZERO.
    05  gtDays60        PIC S9(12)V99 VALUE ZERO.
    05  gtDays90        PIC S9(12)V99 VALUE ZERO.
    05  gtOver90        PIC S9(12)V99 VALUE ZERO.
    05  gtBalance       PIC S9(12)V99 VALUE ZERO.
    05  gtOverdue       PIC S9(12)V99 VALUE ZERO.

01  StmtHeadingLine.
    05  FILLER          PIC X(37)
        VALUE "FLEET SIMULATION - OPERATOR STATEMENT".
    05  FILLER          PIC X(49) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  shPageNo        PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  StmtOperatorLine.
    05  FILLER          PIC X(9)  VALUE "OPERATOR ".
    05  soOperatorId    PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  soOperatorName  PIC X(30).
    05  FILLER          PIC X(10) VALUE "  STATUS  ".
    05  soStatus        PIC X(1).
    05  FILLER          PIC X(42) VALUE SPACES.

01  StmtDateLine.
    05  FILLER          PIC X(15) VALUE "STATEMENT DATE ".
    05  sdStatementDate PIC 9(8).
    05  FILLER          PIC X(15) VALUE "   PERIOD FROM ".
    05  sdPeriodStart   PIC 9(8).
    05  FILLER          PIC X(11) VALUE "   CONTACT ".
    05  sdContact       PIC X(40).
    05  FILLER          PIC X(3)  VALUE SPACES.

01  StmtActivityHeadLine.
    05  FILLER          PIC X(10) VALUE "DATE".
    05  FILLER          PIC X(13) VALUE "TYPE".
    05  FILLER          PIC X(10) VALUE "RUN".
    05  FILLER          PIC X(14) VALUE "REFERENCE".
    05  FILLER          PIC X(15) VALUE "        DEBIT".
    05  FILLER          PIC X(15) VALUE "       CREDIT".
    05  FILLER          PIC X(13) VALUE "      BALANCE".
    05  FILLER          PIC X(10) VALUE SPACES.

01  StmtActivityLine.
    05  saDate          PIC 9(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  saType          PIC X(12).
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  saRunId         PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  saReference     PIC X(12).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  saDebit         PIC -(9)9.99 BLANK WHEN ZERO.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  saCredit        PIC -(9)9.99 BLANK WHEN ZERO.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  saBalance       PIC -(9)9.99.
    05  FILLER          PIC X(10) VALUE SPACES.

01  StmtBalanceLine.
    05  sbLabel         PIC X(30).
    05  FILLER          PIC X(47) VALUE SPACES.
    05  sbAmount        PIC -(9)9.99.
    05  FILLER          PIC X(10) VALUE SPACES.

01  StmtItemHeadLine.
    05  FILLER          PIC X(10) VALUE "OPEN RUN".
    05  FILLER          PIC X(10) VALUE "INVOICED".
    05  FILLER          PIC X(10) VALUE "DUE".
    05  FILLER          PIC X(15) VALUE "       AMOUNT".
    05  FILLER          PIC X(15) VALUE "      SETTLED".
    05  FILLER          PIC X(15) VALUE "         OPEN".
    05  FILLER          PIC X(6)  VALUE " AGE".
    05  FILLER          PIC X(19) VALUE SPACES.

01  StmtItemLine.
    05  siRunId         PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siInvoiceDate   PIC 9(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siDueDate       PIC 9(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siInvoiceAmount PIC -(9)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siSettled       PIC -(9)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siOpen          PIC -(9)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siAgeDays       PIC ZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  siOverdue       PIC X(7).
    05  FILLER          PIC X(12) VALUE SPACES.

01  StmtAgingLine.
    05  FILLER          PIC X(15) VALUE "AGING  CURRENT ".
    05  slCurrent       PIC -(9)9.99.
    05  FILLER          PIC X(8)  VALUE "  31-60 ".
    05  slDays60        PIC -(9)9.99.
    05  FILLER          PIC X(8)  VALUE "  61-90 ".
    05  slDays90        PIC -(9)9.99.
    05  FILLER          PIC X(10) VALUE "  OVER 90 ".
    05  slOver90        PIC -(9)9.99.
    05  FILLER          PIC X(7)  VALUE SPACES.

01  AgeHeadingLine1.
    05  FILLER          PIC X(43)
        VALUE "FLEET SIMULATION - RECEIVABLES AGING AS AT ".
    05  ahStatementDate PIC 9(8).
    05  FILLER          PIC X(45) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  ahPageNo        PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  AgeHeadingLine2.
    05  FILLER          PIC X(8)  VALUE "OPERATOR".
    05  FILLER          PIC X(18) VALUE "NAME".
    05  FILLER          PIC X(14) VALUE "      CURRENT".
    05  FILLER          PIC X(14) VALUE "        31-60".
    05  FILLER          PIC X(14) VALUE "        61-90".
    05  FILLER          PIC X(14) VALUE "      OVER 90".
    05  FILLER          PIC X(14) VALUE "      BALANCE".
    05  FILLER          PIC X(14) VALUE "      OVERDUE".

01  AgeDetailLine.
    05  adOperatorId    PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  adOperatorName  PIC X(16).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  adCurrent       PIC -(9)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  adDays60        PIC -(9)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  adDays90        PIC -(9)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  adOver90        PIC -(9)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  adBalance       PIC -(9)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  adOverdue       PIC -(9)9.99.
    05  FILLER          PIC X(1)  VALUE SPACE.

01  ExcpHeadingLine1.
    05  FILLER          PIC X(50)
        VALUE "FLEET SIMULATION - OPERATORS OVER OVERDUE LIMIT".
    05  ehLimit         PIC -(9)9.99.
    05  FILLER          PIC X(33) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  ehPageNo        PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.

01  ExcpHeadingLine2.
    05  FILLER          PIC X(8)  VALUE "OPERATOR".
    05  FILLER          PIC X(22) VALUE "NAME".
    05  FILLER          PIC X(3)  VALUE "ST".
    05  FILLER          PIC X(15) VALUE "      OVERDUE".
    05  FILLER          PIC X(15) VALUE "      OVER 90".
    05  FILLER          PIC X(10) VALUE "OLDEST DUE".
    05  FILLER          PIC X(6)  VALUE "DAYS".
    05  FILLER          PIC X(31) VALUE "BILLING CONTACT".

01  ExcpDetailLine.
    05  edOperatorId    PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edOperatorName  PIC X(20).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edStatus        PIC X(1).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edOverdue       PIC -(9)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edOver90        PIC -(9)9.99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edOldestDue     PIC 9(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edDaysOverdue   PIC ZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  edContact       PIC X(27).
    05  FILLER          PIC X(4)  VALUE SPACES.

01  NoExceptionLine.
    05  FILLER          PIC X(35)
        VALUE "NO OPERATORS OVER THE OVERDUE LIMIT".
    05  FILLER          PIC X(75) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-AR-CONTROL
    PERFORM LOAD-OPERATOR-NAMES
    PERFORM LOAD-ACTIVITY
    PERFORM SORT-MONTH-ACTIVITY
    PERFORM OPEN-REPORT-FILES
    PERFORM PROCESS-LEDGER
    PERFORM PRINT-AGING-TOTALS
    IF WS-ExceptionCount = ZERO
        PERFORM PRINT-EXCEPTION-HEADING
        WRITE ExceptionLine FROM NoExceptionLine
        PERFORM CHECK-EXCEPTION-WRITE
    END-IF
    PERFORM CLOSE-REPORT-FILES
    DISPLAY "ArStatement: statement date " WS-StatementDate
        " - " WS-LedgerReadCount " ledger items read"
    DISPLAY "  statements printed      " WS-StatementCount
    DISPLAY "  operators over limit    " WS-ExceptionCount
    DISPLAY "  total receivable        " gtBalance
    DISPLAY "  total overdue           " gtOverdue
    IF WS-ExceptionCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "ArStatement: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "ArStatement: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "ArStatement: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

CHECK-STATEMENT-WRITE.
    IF WS-StatementStatus NOT = "00"
        MOVE "ARSTMT" TO WS-AbendFileName
        MOVE WS-StatementStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

CHECK-AGING-WRITE.
    IF WS-AgingReportStatus NOT = "00"
        MOVE "ARAGERPT" TO WS-AbendFileName
        MOVE WS-AgingReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

CHECK-EXCEPTION-WRITE.
    IF WS-ExceptionReportStatus NOT = "00"
        MOVE "AREXCRPT" TO WS-AbendFileName
        MOVE WS-ExceptionReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

*> A statement date of zero means today. The statement period runs
*> from the first of that month to the statement date.
LOAD-AR-CONTROL.
    OPEN INPUT ArControlFile
    IF WS-ArControlStatus NOT = "00"
        DISPLAY "ArStatement: cannot open ARCTL - status "
            WS-ArControlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ ArControlFile
        AT END
            MOVE "10" TO WS-ArControlStatus
    END-READ
    IF WS-ArControlStatus NOT = "00"
        DISPLAY "ArStatement: ARCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF acStatementDate NOT NUMERIC OR acOverdueLimit NOT NUMERIC
        DISPLAY "ArStatement: ARCTL field not numeric"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF acOverdueLimit < ZERO
        DISPLAY "ArStatement: overdue limit is negative"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF acStatementDate = ZERO
        MOVE WS-Today TO WS-StatementDate
    ELSE
        MOVE acStatementDate TO WS-StatementDate
    END-IF
    MOVE WS-StatementDate TO WS-DateWork
    PERFORM CHECK-DATE-VALID
    IF WS-DateValid NOT = "Y"
        DISPLAY "ArStatement: statement date invalid " WS-StatementDate
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE 1 TO WS-DateDay
    MOVE WS-DateWork TO WS-PeriodStart
    MOVE acOverdueLimit TO WS-OverdueLimit
    CLOSE ArControlFile
    IF WS-ArControlStatus NOT = "00"
        MOVE "ARCTL" TO WS-AbendFileName
        MOVE WS-ArControlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

CHECK-DATE-VALID.
    MOVE "Y" TO WS-DateValid
    IF WS-DateYear < 1900 OR
       WS-DateMonth < 1 OR WS-DateMonth > 12 OR
       WS-DateDay < 1 OR WS-DateDay > 31
        MOVE SPACE TO WS-DateValid
    END-IF.

*> OPERMSTR is optional: without it the reports carry codes only.
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
                DISPLAY "ArStatement: operator master exceeds "
                    WS-MaxOperators " operators - remaining records ignored"
                MOVE "10" TO WS-OperMasterStatus
            ELSE
                ADD 1 TO OperNameCount
                MOVE omOperatorId     TO onOperatorId(OperNameCount)
                MOVE omOperatorName   TO onOperatorName(OperNameCount)
                MOVE omContractStatus TO onContractStatus(OperNameCount)
                MOVE omBillingContact TO onBillingContact(OperNameCount)
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
    MOVE SPACE  TO WS-ContractStatus
    MOVE SPACES TO WS-BillingContact
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
            MOVE onOperatorName(NameIdx)   TO WS-OperatorName
            MOVE onContractStatus(NameIdx) TO WS-ContractStatus
            MOVE onBillingContact(NameIdx) TO WS-BillingContact
        ELSE
            IF onOperatorId(WS-BinMid) < WS-SearchOperator
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

*> Activity inside the statement period is held for the statement.
*> Cash and credits dated after the statement date are totalled by
*> invoice so they can be added back, giving balances as they stood
*> on the statement date.
LOAD-ACTIVITY.
    MOVE ZERO TO MonthCount
    MOVE ZERO TO LaterCount
    OPEN INPUT ArActivityFile
    IF WS-ArActivityStatus NOT = "00" AND WS-ArActivityStatus NOT = "35"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-ArActivityStatus = "00"
        READ ArActivityFile
            AT END
                MOVE "10" TO WS-ArActivityStatus
        END-READ
        PERFORM UNTIL WS-ArActivityStatus NOT = "00"
            ADD 1 TO WS-ActivityReadCount
            IF aaActivityDate > WS-StatementDate
                IF aaType NOT = "I"
                    PERFORM ADD-LATER-APPLIED
                END-IF
            ELSE
                IF aaActivityDate >= WS-PeriodStart
                    PERFORM ADD-MONTH-ACTIVITY
                END-IF
            END-IF
            READ ArActivityFile
                AT END
                    MOVE "10" TO WS-ArActivityStatus
            END-READ
        END-PERFORM
        CLOSE ArActivityFile
        IF WS-ArActivityStatus NOT = "00"
            MOVE "ARACTV" TO WS-AbendFileName
            MOVE WS-ArActivityStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

ADD-MONTH-ACTIVITY.
    IF MonthCount >= WS-MaxMonthActivity
        DISPLAY "ArStatement: period activity exceeds "
            WS-MaxMonthActivity " entries - "
            aaOperatorId " " aaRunId " not listed"
    ELSE
        ADD 1 TO MonthCount
        MOVE aaOperatorId   TO maOperatorId(MonthCount)
        MOVE aaActivityDate TO maActivityDate(MonthCount)
        MOVE aaRunId        TO maRunId(MonthCount)
        MOVE aaType         TO maType(MonthCount)
        MOVE aaAmount       TO maAmount(MonthCount)
        MOVE aaReference    TO maReference(MonthCount)
    END-IF.

ADD-LATER-APPLIED.
    MOVE aaOperatorId TO WS-SearchOperator
    MOVE aaRunId      TO WS-SearchRun
    PERFORM FIND-LATER-APPLIED
    IF LaterIdx = ZERO
        IF LaterCount >= WS-MaxLaterItems
            DISPLAY "ArStatement: post-dated activity table full for "
                aaOperatorId " " aaRunId
        ELSE
            ADD 1 TO LaterCount
            MOVE LaterCount   TO LaterIdx
            MOVE aaOperatorId TO laOperatorId(LaterIdx)
            MOVE aaRunId      TO laRunId(LaterIdx)
            MOVE ZERO         TO laAmount(LaterIdx)
        END-IF
    END-IF
    IF LaterIdx > ZERO
        ADD aaAmount TO laAmount(LaterIdx)
    END-IF.

FIND-LATER-APPLIED.
    MOVE ZERO TO LaterIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > LaterCount
        IF laOperatorId(ScanIdx) = WS-SearchOperator AND
           laRunId(ScanIdx) = WS-SearchRun AND LaterIdx = ZERO
            MOVE ScanIdx TO LaterIdx
        END-IF
    END-PERFORM.

*> Orders the period's activity by operator and date so that each
*> operator's lines can be taken off in step with the ledger.
SORT-MONTH-ACTIVITY.
    PERFORM VARYING MonthIdx FROM 2 BY 1 UNTIL MonthIdx > MonthCount
        MOVE MonthActivity(MonthIdx) TO MonthActivityHold
        COMPUTE MonthScanIdx = MonthIdx - 1
        MOVE SPACE TO WS-SortDone
        PERFORM UNTIL WS-SortDone = "Y"
            IF MonthScanIdx < 1
                MOVE "Y" TO WS-SortDone
            ELSE
                IF maOperatorId(MonthScanIdx) < mhOperatorId OR
                   (maOperatorId(MonthScanIdx) = mhOperatorId AND
                    maActivityDate(MonthScanIdx) <= mhActivityDate)
                    MOVE "Y" TO WS-SortDone
                ELSE
                    MOVE MonthActivity(MonthScanIdx)
                        TO MonthActivity(MonthScanIdx + 1)
                    SUBTRACT 1 FROM MonthScanIdx
                END-IF
            END-IF
        END-PERFORM
        MOVE MonthActivityHold TO MonthActivity(MonthScanIdx + 1)
    END-PERFORM
    MOVE 1 TO MonthFirst.

OPEN-REPORT-FILES.
    OPEN OUTPUT StatementFile
    IF WS-StatementStatus NOT = "00"
        MOVE "ARSTMT" TO WS-AbendFileName
        MOVE WS-StatementStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN OUTPUT AgingReportFile
    IF WS-AgingReportStatus NOT = "00"
        MOVE "ARAGERPT" TO WS-AbendFileName
        MOVE WS-AgingReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN OUTPUT ExceptionReportFile
    IF WS-ExceptionReportStatus NOT = "00"
        MOVE "AREXCRPT" TO WS-AbendFileName
        MOVE WS-ExceptionReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF.

CLOSE-REPORT-FILES.
    CLOSE StatementFile
    IF WS-StatementStatus NOT = "00"
        MOVE "ARSTMT" TO WS-AbendFileName
        MOVE WS-StatementStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE AgingReportFile
    IF WS-AgingReportStatus NOT = "00"
        MOVE "ARAGERPT" TO WS-AbendFileName
        MOVE WS-AgingReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE ExceptionReportFile
    IF WS-ExceptionReportStatus NOT = "00"
        MOVE "AREXCRPT" TO WS-AbendFileName
        MOVE WS-ExceptionReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> ARLEDGER is keyed operator then run, so each operator's items
*> arrive together and are finished off at the change of operator.
PROCESS-LEDGER.
    OPEN INPUT ArLedgerFile
    IF WS-ArLedgerStatus NOT = "00"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE SPACES TO WS-CurrentOperator
    READ ArLedgerFile
        AT END
            MOVE "10" TO WS-ArLedgerStatus
    END-READ
    PERFORM UNTIL WS-ArLedgerStatus NOT = "00"
        ADD 1 TO WS-LedgerReadCount
        IF alOperatorId NOT = WS-CurrentOperator
            IF WS-CurrentOperator NOT = SPACES
                PERFORM FINISH-OPERATOR
            END-IF
            PERFORM BEGIN-OPERATOR
        END-IF
        IF alInvoiceDate <= WS-StatementDate
            PERFORM ACCUMULATE-LEDGER-ITEM
        END-IF
        READ ArLedgerFile
            AT END
                MOVE "10" TO WS-ArLedgerStatus
        END-READ
    END-PERFORM
    IF WS-CurrentOperator NOT = SPACES
        PERFORM FINISH-OPERATOR
    END-IF
    CLOSE ArLedgerFile
    IF WS-ArLedgerStatus NOT = "00"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

BEGIN-OPERATOR.
    MOVE alOperatorId TO WS-CurrentOperator
    MOVE ZERO TO ItemCount
    MOVE ZERO TO otCurrent
    MOVE ZERO TO otDays60
    MOVE ZERO TO otDays90
    MOVE ZERO TO otOver90
    MOVE ZERO TO otBalance
    MOVE ZERO TO otOverdue
    MOVE ZERO TO otMonthNet
    MOVE ZERO TO otOldestDue.

*> Items are aged on days since invoice; an item is overdue once the
*> statement date has passed its due date.
ACCUMULATE-LEDGER-ITEM.
    MOVE alOperatorId TO WS-SearchOperator
    MOVE alRunId      TO WS-SearchRun
    PERFORM FIND-LATER-APPLIED
    MOVE alOpenAmount TO WS-ItemOpen
    COMPUTE WS-ItemSettled = alPaidAmount + alCreditAmount
    IF LaterIdx > ZERO
        ADD laAmount(LaterIdx) TO WS-ItemOpen
        SUBTRACT laAmount(LaterIdx) FROM WS-ItemSettled
    END-IF
    IF WS-ItemOpen > ZERO
        COMPUTE WS-AgeDays =
            FUNCTION INTEGER-OF-DATE(WS-StatementDate) -
            FUNCTION INTEGER-OF-DATE(alInvoiceDate)
        EVALUATE TRUE
            WHEN WS-AgeDays <= 30
                ADD WS-ItemOpen TO otCurrent
            WHEN WS-AgeDays <= 60
                ADD WS-ItemOpen TO otDays60
            WHEN WS-AgeDays <= 90
                ADD WS-ItemOpen TO otDays90
            WHEN OTHER
                ADD WS-ItemOpen TO otOver90
        END-EVALUATE
        ADD WS-ItemOpen TO otBalance
        IF WS-StatementDate > alDueDate
            ADD WS-ItemOpen TO otOverdue
            IF otOldestDue = ZERO OR alDueDate < otOldestDue
                MOVE alDueDate TO otOldestDue
            END-IF
        END-IF
        PERFORM HOLD-OPERATOR-ITEM
    END-IF.

HOLD-OPERATOR-ITEM.
    IF ItemCount >= WS-MaxOperatorItems
        DISPLAY "ArStatement: operator " alOperatorId
            " has more than " WS-MaxOperatorItems
            " open items - run " alRunId " not listed"
    ELSE
        ADD 1 TO ItemCount
        MOVE alRunId         TO oiRunId(ItemCount)
        MOVE alInvoiceDate   TO oiInvoiceDate(ItemCount)
        MOVE alDueDate       TO oiDueDate(ItemCount)
        MOVE alInvoiceAmount TO oiInvoiceAmount(ItemCount)
        MOVE WS-ItemSettled  TO oiSettled(ItemCount)
        MOVE WS-ItemOpen     TO oiOpen(ItemCount)
        MOVE WS-AgeDays      TO oiAgeDays(ItemCount)
        IF WS-StatementDate > alDueDate
            MOVE "Y" TO oiOverdue(ItemCount)
        ELSE
            MOVE SPACE TO oiOverdue(ItemCount)
        END-IF
    END-IF.

*> Finds the operator's period activity, then prints the statement,
*> the aging line and, if over the limit, the exception line.
FINISH-OPERATOR.
    PERFORM VARYING MonthFirst FROM MonthFirst BY 1
            UNTIL MonthFirst > MonthCount
               OR maOperatorId(MonthFirst) >= WS-CurrentOperator
        CONTINUE
    END-PERFORM
    MOVE MonthFirst TO MonthLast
    PERFORM UNTIL MonthLast > MonthCount
               OR maOperatorId(MonthLast) NOT = WS-CurrentOperator
        IF maType(MonthLast) = "I"
            ADD maAmount(MonthLast) TO otMonthNet
        ELSE
            SUBTRACT maAmount(MonthLast) FROM otMonthNet
        END-IF
        ADD 1 TO MonthLast
    END-PERFORM
    MOVE WS-CurrentOperator TO WS-SearchOperator
    PERFORM FIND-OPERATOR-NAME
    IF otBalance NOT = ZERO OR MonthLast > MonthFirst
        PERFORM PRINT-STATEMENT
    END-IF
    IF otBalance NOT = ZERO
        PERFORM PRINT-AGING-LINE
    END-IF
    IF otOverdue > WS-OverdueLimit
        PERFORM PRINT-EXCEPTION-LINE
    END-IF
    MOVE MonthLast TO MonthFirst.

PRINT-STATEMENT.
    ADD 1 TO WS-StatementCount
    PERFORM PRINT-STATEMENT-HEADING
    COMPUTE WS-RunningBalance = otBalance - otMonthNet
    MOVE "BALANCE BROUGHT FORWARD" TO sbLabel
    MOVE WS-RunningBalance TO sbAmount
    WRITE StatementLine FROM StmtBalanceLine
    PERFORM CHECK-STATEMENT-WRITE
    ADD 1 TO WS-StmtLineCount
    PERFORM VARYING MonthIdx FROM MonthFirst BY 1
            UNTIL MonthIdx >= MonthLast
        PERFORM PRINT-STATEMENT-ACTIVITY
    END-PERFORM
    MOVE "CLOSING BALANCE" TO sbLabel
    MOVE otBalance TO sbAmount
    WRITE StatementLine FROM StmtBalanceLine
    PERFORM CHECK-STATEMENT-WRITE
    MOVE SPACES TO StatementLine
    WRITE StatementLine
    PERFORM CHECK-STATEMENT-WRITE
    ADD 2 TO WS-StmtLineCount
    IF ItemCount > ZERO
        WRITE StatementLine FROM StmtItemHeadLine
        PERFORM CHECK-STATEMENT-WRITE
        ADD 1 TO WS-StmtLineCount
        PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
            PERFORM PRINT-STATEMENT-ITEM
        END-PERFORM
        MOVE SPACES TO StatementLine
        WRITE StatementLine
        PERFORM CHECK-STATEMENT-WRITE
        ADD 1 TO WS-StmtLineCount
    END-IF
    MOVE otCurrent TO slCurrent
    MOVE otDays60  TO slDays60
    MOVE otDays90  TO slDays90
    MOVE otOver90  TO slOver90
    WRITE StatementLine FROM StmtAgingLine
    PERFORM CHECK-STATEMENT-WRITE
    ADD 1 TO WS-StmtLineCount.

PRINT-STATEMENT-ACTIVITY.
    IF WS-StmtLineCount >= WS-LinesPerPage
        PERFORM PRINT-STATEMENT-HEADING
    END-IF
    MOVE maActivityDate(MonthIdx) TO saDate
    MOVE maRunId(MonthIdx)        TO saRunId
    MOVE maReference(MonthIdx)    TO saReference
    MOVE ZERO TO saDebit
    MOVE ZERO TO saCredit
    EVALUATE maType(MonthIdx)
        WHEN "I"
            MOVE "INVOICE" TO saType
            MOVE maAmount(MonthIdx) TO saDebit
            ADD maAmount(MonthIdx) TO WS-RunningBalance
        WHEN "P"
            MOVE "PAYMENT" TO saType
            MOVE maAmount(MonthIdx) TO saCredit
            SUBTRACT maAmount(MonthIdx) FROM WS-RunningBalance
        WHEN OTHER
            MOVE "CREDIT NOTE" TO saType
            MOVE maAmount(MonthIdx) TO saCredit
            SUBTRACT maAmount(MonthIdx) FROM WS-RunningBalance
    END-EVALUATE
    MOVE WS-RunningBalance TO saBalance
    WRITE StatementLine FROM StmtActivityLine
    PERFORM CHECK-STATEMENT-WRITE
    ADD 1 TO WS-StmtLineCount.

PRINT-STATEMENT-ITEM.
    IF WS-StmtLineCount >= WS-LinesPerPage
        PERFORM PRINT-STATEMENT-HEADING
        WRITE StatementLine FROM StmtItemHeadLine
        PERFORM CHECK-STATEMENT-WRITE
        ADD 1 TO WS-StmtLineCount
    END-IF
    MOVE oiRunId(ItemIdx)         TO siRunId
    MOVE oiInvoiceDate(ItemIdx)   TO siInvoiceDate
    MOVE oiDueDate(ItemIdx)       TO siDueDate
    MOVE oiInvoiceAmount(ItemIdx) TO siInvoiceAmount
    MOVE oiSettled(ItemIdx)       TO siSettled
    MOVE oiOpen(ItemIdx)          TO siOpen
    MOVE oiAgeDays(ItemIdx)       TO siAgeDays
    IF oiOverdue(ItemIdx) = "Y"
        MOVE "OVERDUE" TO siOverdue
    ELSE
        MOVE SPACES TO siOverdue
    END-IF
    WRITE StatementLine FROM StmtItemLine
    PERFORM CHECK-STATEMENT-WRITE
    ADD 1 TO WS-StmtLineCount.

*> Each statement starts a new page; a long one carries on over the
*> next with the operator repeated.
PRINT-STATEMENT-HEADING.
    ADD 1 TO WS-StmtPageCount
    MOVE WS-StmtPageCount TO shPageNo
    WRITE StatementLine FROM StmtHeadingLine
    PERFORM CHECK-STATEMENT-WRITE
    MOVE SPACES TO StatementLine
    WRITE StatementLine
    PERFORM CHECK-STATEMENT-WRITE
    MOVE WS-CurrentOperator TO soOperatorId
    MOVE WS-OperatorName    TO soOperatorName
    MOVE WS-ContractStatus  TO soStatus
    WRITE StatementLine FROM StmtOperatorLine
    PERFORM CHECK-STATEMENT-WRITE
    MOVE WS-StatementDate  TO sdStatementDate
    MOVE WS-PeriodStart    TO sdPeriodStart
    MOVE WS-BillingContact TO sdContact
    WRITE StatementLine FROM StmtDateLine
    PERFORM CHECK-STATEMENT-WRITE
    MOVE SPACES TO StatementLine
    WRITE StatementLine
    PERFORM CHECK-STATEMENT-WRITE
    WRITE StatementLine FROM StmtActivityHeadLine
    PERFORM CHECK-STATEMENT-WRITE
    MOVE 6 TO WS-StmtLineCount.

PRINT-AGING-LINE.
    IF WS-AgeLineCount >= WS-LinesPerPage
        PERFORM PRINT-AGING-HEADING
    END-IF
    MOVE WS-CurrentOperator TO adOperatorId
    MOVE WS-OperatorName    TO adOperatorName
    MOVE otCurrent TO adCurrent
    MOVE otDays60  TO adDays60
    MOVE otDays90  TO adDays90
    MOVE otOver90  TO adOver90
    MOVE otBalance TO adBalance
    MOVE otOverdue TO adOverdue
    WRITE AgingLine FROM AgeDetailLine
    PERFORM CHECK-AGING-WRITE
    ADD 1 TO WS-AgeLineCount
    ADD otCurrent TO gtCurrent
    ADD otDays60  TO gtDays60
    ADD otDays90  TO gtDays90
    ADD otOver90  TO gtOver90
    ADD otBalance TO gtBalance
    ADD otOverdue TO gtOverdue.

PRINT-AGING-TOTALS.
    IF WS-AgeLineCount + 2 > WS-LinesPerPage
        PERFORM PRINT-AGING-HEADING
    END-IF
    MOVE SPACES TO AgingLine
    WRITE AgingLine
    PERFORM CHECK-AGING-WRITE
    MOVE "TOTAL"   TO adOperatorId
    MOVE SPACES    TO adOperatorName
    MOVE gtCurrent TO adCurrent
    MOVE gtDays60  TO adDays60
    MOVE gtDays90  TO adDays90
    MOVE gtOver90  TO adOver90
    MOVE gtBalance TO adBalance
    MOVE gtOverdue TO adOverdue
    WRITE AgingLine FROM AgeDetailLine
    PERFORM CHECK-AGING-WRITE
    ADD 2 TO WS-AgeLineCount.

PRINT-AGING-HEADING.
    ADD 1 TO WS-AgePageCount
    MOVE WS-AgePageCount  TO ahPageNo
    MOVE WS-StatementDate TO ahStatementDate
    WRITE AgingLine FROM AgeHeadingLine1
    PERFORM CHECK-AGING-WRITE
    MOVE SPACES TO AgingLine
    WRITE AgingLine
    PERFORM CHECK-AGING-WRITE
    WRITE AgingLine FROM AgeHeadingLine2
    PERFORM CHECK-AGING-WRITE
    MOVE SPACES TO AgingLine
    WRITE AgingLine
    PERFORM CHECK-AGING-WRITE
    MOVE 4 TO WS-AgeLineCount.

PRINT-EXCEPTION-LINE.
    IF WS-ExcpLineCount >= WS-LinesPerPage
        PERFORM PRINT-EXCEPTION-HEADING
    END-IF
    ADD 1 TO WS-ExceptionCount
    MOVE WS-CurrentOperator TO edOperatorId
    MOVE WS-OperatorName    TO edOperatorName
    MOVE WS-ContractStatus  TO edStatus
    MOVE otOverdue          TO edOverdue
    MOVE otOver90           TO edOver90
    MOVE otOldestDue        TO edOldestDue
    COMPUTE WS-DaysOverdue =
        FUNCTION INTEGER-OF-DATE(WS-StatementDate) -
        FUNCTION INTEGER-OF-DATE(otOldestDue)
    MOVE WS-DaysOverdue     TO edDaysOverdue
    MOVE WS-BillingContact  TO edContact
    WRITE ExceptionLine FROM ExcpDetailLine
    PERFORM CHECK-EXCEPTION-WRITE
    ADD 1 TO WS-ExcpLineCount.

PRINT-EXCEPTION-HEADING.
    ADD 1 TO WS-ExcpPageCount
    MOVE WS-ExcpPageCount TO ehPageNo
    MOVE WS-OverdueLimit  TO ehLimit
    WRITE ExceptionLine FROM ExcpHeadingLine1
    PERFORM CHECK-EXCEPTION-WRITE
    MOVE SPACES TO ExceptionLine
    WRITE ExceptionLine
    PERFORM CHECK-EXCEPTION-WRITE
    WRITE ExceptionLine FROM ExcpHeadingLine2
    PERFORM CHECK-EXCEPTION-WRITE
    MOVE SPACES TO ExceptionLine
    WRITE ExceptionLine
    PERFORM CHECK-EXCEPTION-WRITE
    MOVE 4 TO WS-ExcpLineCount.
