      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. ArLedgerLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArControlFile ASSIGN TO "ARCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArControlStatus.

    SELECT InvoiceFile ASSIGN TO "INVOICE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-InvoiceStatus.

    SELECT ArLedgerFile ASSIGN TO "ARLEDGER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS alKey
        FILE STATUS IS WS-ArLedgerStatus.

    SELECT ArActivityFile ASSIGN TO "ARACTV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ArActivityStatus.

DATA DIVISION.
FILE SECTION.
FD  ArControlFile.
01  ArControlRecord.
    05  acTermsDays       PIC 9(3).
    05  acStatementDate   PIC 9(8).
    05  acOverdueLimit    PIC S9(12)V99.

FD  InvoiceFile.
01  InvoiceHeaderRecord.
    05  ihRecType         PIC X(3).
    05  ihRunId           PIC X(8).
    05  ihInvoiceDate     PIC 9(8).
01  InvoiceRecord.
    05  ivOperatorId      PIC X(6).
    05  ivDistance        PIC S9(12)V99.
    05  ivFuelConsumed    PIC S9(12)V99.
    05  ivCollisions      PIC 9(6).
    05  ivBreachR         PIC 9(6).
    05  ivBreachO         PIC 9(6).
    05  ivDistanceCharge  PIC S9(12)V99.
    05  ivFuelCharge      PIC S9(12)V99.
    05  ivCollisionCharge PIC S9(12)V99.
    05  ivBreachRCharge   PIC S9(12)V99.
    05  ivBreachOCharge   PIC S9(12)V99.
    05  ivTotalCharge     PIC S9(12)V99.
01  InvoiceTrailerRecord.
    05  iqRecType         PIC X(3).
    05  iqRunId           PIC X(8).
    05  iqRecordCount     PIC 9(8).

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

WORKING-STORAGE SECTION.
01  WS-ArControlStatus    PIC X(2).
01  WS-InvoiceStatus      PIC X(2).
01  WS-ArLedgerStatus     PIC X(2).
01  WS-ArActivityStatus   PIC X(2).
01  WS-MaxInvoices        PIC 9(4) COMP VALUE 500.
01  WS-DefaultTermsDays   PIC 9(3) VALUE 30.
01  WS-TermsDays          PIC 9(3) VALUE ZERO.
01  WS-RunId              PIC X(8) VALUE SPACES.
01  WS-TrailerRunId       PIC X(8) VALUE SPACES.
01  WS-TrailerCount       PIC 9(8) VALUE ZERO.
01  WS-TrailerFound       PIC X(1) VALUE SPACE.
01  WS-InvoiceDate        PIC 9(8) VALUE ZERO.
01  WS-DueDate            PIC 9(8) VALUE ZERO.
01  WS-CurrentDate        PIC X(21).
01  WS-Today              PIC 9(8) VALUE ZERO.
01  WS-ReadCount          PIC 9(8) COMP VALUE ZERO.
01  WS-LoadCount          PIC 9(6) COMP VALUE ZERO.
01  WS-SettledCount       PIC 9(6) COMP VALUE ZERO.
01  WS-DuplicateCount     PIC 9(6) COMP VALUE ZERO.
01  WS-LoadTotal          PIC S9(12)V99 VALUE ZERO.
01  WS-AbendFileName      PIC X(8).
01  WS-AbendStatus        PIC X(2).
01  InvoiceCount          PIC 9(4) COMP VALUE ZERO.
01  InvIdx                PIC 9(4) COMP VALUE ZERO.

01  InvoiceTable.
    05  InvoiceEntry OCCURS 500 TIMES.
        10  inOperatorId    PIC X(6).
        10  inAmount        PIC S9(12)V99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-AR-CONTROL
    PERFORM READ-INVOICE-FILE
    PERFORM OPEN-LEDGER-FILES
    PERFORM VARYING InvIdx FROM 1 BY 1 UNTIL InvIdx > InvoiceCount
        PERFORM LOAD-ONE-INVOICE
    END-PERFORM
    CLOSE ArLedgerFile
    IF WS-ArLedgerStatus NOT = "00"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    CLOSE ArActivityFile
    IF WS-ArActivityStatus NOT = "00"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    DISPLAY "ArLedgerLoad: run " WS-RunId " invoiced " WS-InvoiceDate
        " - " InvoiceCount " invoices read"
    DISPLAY "  loaded as open items  " WS-LoadCount
    DISPLAY "  loaded as settled     " WS-SettledCount
    DISPLAY "  already on ledger     " WS-DuplicateCount
    DISPLAY "  amount loaded         " WS-LoadTotal
    IF WS-DuplicateCount > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "ArLedgerLoad: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "ArLedgerLoad: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "ArLedgerLoad: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> Payment terms come from ARCTL; zero means the standard 30 days.
LOAD-AR-CONTROL.
    OPEN INPUT ArControlFile
    IF WS-ArControlStatus NOT = "00"
        DISPLAY "ArLedgerLoad: cannot open ARCTL - status "
            WS-ArControlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ ArControlFile
        AT END
            MOVE "10" TO WS-ArControlStatus
    END-READ
    IF WS-ArControlStatus NOT = "00"
        DISPLAY "ArLedgerLoad: ARCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF acTermsDays NOT NUMERIC
        DISPLAY "ArLedgerLoad: payment terms not numeric"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF acTermsDays = ZERO
        MOVE WS-DefaultTermsDays TO WS-TermsDays
    ELSE
        MOVE acTermsDays TO WS-TermsDays
    END-IF
    CLOSE ArControlFile
    IF WS-ArControlStatus NOT = "00"
        MOVE "ARCTL" TO WS-AbendFileName
        MOVE WS-ArControlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> The whole INVOICE file is read and its header and trailer checked
*> before anything is posted, so a short or mixed file leaves the
*> ledger untouched.
READ-INVOICE-FILE.
    MOVE ZERO TO InvoiceCount
    OPEN INPUT InvoiceFile
    IF WS-InvoiceStatus NOT = "00"
        MOVE "INVOICE" TO WS-AbendFileName
        MOVE WS-InvoiceStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ InvoiceFile
        AT END
            MOVE "10" TO WS-InvoiceStatus
    END-READ
    PERFORM UNTIL WS-InvoiceStatus NOT = "00"
        EVALUATE ivOperatorId(1:3)
            WHEN "HDR"
                MOVE ihRunId       TO WS-RunId
                MOVE ihInvoiceDate TO WS-InvoiceDate
            WHEN "TRL"
                MOVE "Y"           TO WS-TrailerFound
                MOVE iqRunId       TO WS-TrailerRunId
                MOVE iqRecordCount TO WS-TrailerCount
            WHEN OTHER
                PERFORM HOLD-ONE-INVOICE
        END-EVALUATE
        READ InvoiceFile
            AT END
                MOVE "10" TO WS-InvoiceStatus
        END-READ
    END-PERFORM
    CLOSE InvoiceFile
    IF WS-InvoiceStatus NOT = "00"
        MOVE "INVOICE" TO WS-AbendFileName
        MOVE WS-InvoiceStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    IF WS-RunId = SPACES
        DISPLAY "ArLedgerLoad: INVOICE has no run header"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF WS-TrailerFound NOT = "Y"
        DISPLAY "ArLedgerLoad: INVOICE has no trailer - file incomplete"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF WS-TrailerRunId NOT = WS-RunId
        DISPLAY "ArLedgerLoad: INVOICE header run " WS-RunId
            " does not match trailer run " WS-TrailerRunId
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF WS-TrailerCount NOT = WS-ReadCount
        DISPLAY "ArLedgerLoad: INVOICE trailer count " WS-TrailerCount
            " does not match " WS-ReadCount " invoices read"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF WS-InvoiceDate NOT NUMERIC OR WS-InvoiceDate = ZERO
        MOVE WS-Today TO WS-InvoiceDate
    END-IF
    COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-InvoiceDate) + WS-TermsDays).

HOLD-ONE-INVOICE.
    ADD 1 TO WS-ReadCount
    IF InvoiceCount >= WS-MaxInvoices
        DISPLAY "ArLedgerLoad: INVOICE exceeds " WS-MaxInvoices
            " operators - load abandoned"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    ADD 1 TO InvoiceCount
    MOVE ivOperatorId  TO inOperatorId(InvoiceCount)
    MOVE ivTotalCharge TO inAmount(InvoiceCount).

OPEN-LEDGER-FILES.
    OPEN I-O ArLedgerFile
    IF WS-ArLedgerStatus = "35"
        OPEN OUTPUT ArLedgerFile
        IF WS-ArLedgerStatus = "00"
            CLOSE ArLedgerFile
            OPEN I-O ArLedgerFile
        END-IF
    END-IF
    IF WS-ArLedgerStatus NOT = "00"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN EXTEND ArActivityFile
    IF WS-ArActivityStatus = "35"
        OPEN OUTPUT ArActivityFile
    END-IF
    IF WS-ArActivityStatus NOT = "00"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF.

*> Each operator's invoice is an open item keyed by operator and run.
*> A run already on the ledger is not loaded twice; a nil invoice is
*> recorded as settled so the statement still shows it.
LOAD-ONE-INVOICE.
    MOVE inOperatorId(InvIdx) TO alOperatorId
    MOVE WS-RunId             TO alRunId
    MOVE WS-InvoiceDate       TO alInvoiceDate
    MOVE WS-DueDate           TO alDueDate
    MOVE inAmount(InvIdx)     TO alInvoiceAmount
    MOVE ZERO                 TO alPaidAmount
    MOVE ZERO                 TO alCreditAmount
    MOVE inAmount(InvIdx)     TO alOpenAmount
    MOVE WS-InvoiceDate       TO alLastActivity
    IF inAmount(InvIdx) > ZERO
        MOVE "O" TO alStatus
    ELSE
        MOVE ZERO TO alOpenAmount
        MOVE "P" TO alStatus
    END-IF
    WRITE ArLedgerRecord
        INVALID KEY
            DISPLAY "ArLedgerLoad: run " WS-RunId " operator "
                inOperatorId(InvIdx) " already on ledger"
            ADD 1 TO WS-DuplicateCount
        NOT INVALID KEY
            IF alStatus = "O"
                ADD 1 TO WS-LoadCount
            ELSE
                ADD 1 TO WS-SettledCount
            END-IF
            ADD inAmount(InvIdx) TO WS-LoadTotal
            PERFORM WRITE-INVOICE-ACTIVITY
    END-WRITE
    IF WS-ArLedgerStatus NOT = "00" AND WS-ArLedgerStatus NOT = "22"
        MOVE "ARLEDGER" TO WS-AbendFileName
        MOVE WS-ArLedgerStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

WRITE-INVOICE-ACTIVITY.
    MOVE inOperatorId(InvIdx) TO aaOperatorId
    MOVE WS-RunId             TO aaRunId
    MOVE WS-InvoiceDate       TO aaActivityDate
    MOVE "I"                  TO aaType
    MOVE inAmount(InvIdx)     TO aaAmount
    MOVE "INVOICE"            TO aaReference
    MOVE WS-Today             TO aaPostDate
    WRITE ArActivityRecord
    IF WS-ArActivityStatus NOT = "00"
        MOVE "ARACTV" TO WS-AbendFileName
        MOVE WS-ArActivityStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.
