        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZoneBreachStatus.

    SELECT OperMasterFile ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS omOperatorId
        FILE STATUS IS WS-OperMasterStatus.

    SELECT InvoiceFile ASSIGN TO "INVOICE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-InvoiceStatus.
    05  raBreachOPenalty   PIC S9(6)V99.

FD  ReconFile.
01  ReconHeaderRecord.
    05  rhRecType       PIC X(3).
    05  rhRunId         PIC X(8).
01  ReconRecord.
    05  rcVehicleId         PIC X(6).
    05  rcTicksRun          PIC 9(4).
    05  zbPosX          PIC S9(8)V99.
    05  zbPosY          PIC S9(8)V99.

FD  OperMasterFile.
01  OperMasterRecord.
    05  omOperatorId     PIC X(6).
    05  omOperatorName   PIC X(30).
    05  omContractStatus PIC X(1).
    05  omBillingContact PIC X(40).
    05  omContractStart  PIC 9(8).
    05  omContractEnd    PIC 9(8).

FD  InvoiceFile.
01  InvoiceHeaderRecord.
    05  ihRecType         PIC X(3).
    05  ihRunId           PIC X(8).
    05  ihInvoiceDate     PIC 9(8).
01  InvoiceRecord.
    05  ivOperatorId      PIC X(6).
    05  ivDistance        PIC S9(12)V99.
    05  ivBreachRCharge   PIC S9(12)V99.
    05  ivBreachOCharge   PIC S9(12)V99.
    05  ivTotalCharge     PIC S9(12)V99.
01  InvoiceTrailerRecord.
    05  iqRecType         PIC X(3).
    05  iqRunId           PIC X(8).
    05  iqRecordCount     PIC 9(8).

FD  InvoiceReportFile.
01  InvoiceLine         PIC X(80).
01  WS-SearchVehicle       PIC X(6).
01  WS-SearchOperator      PIC X(6).
01  WS-AbendFileName       PIC X(8).
01  WS-OperMasterStatus    PIC X(2).
01  WS-OperMasterLoaded    PIC X(1) VALUE SPACE.
01  WS-OperatorName        PIC X(30).
01  OperNameCount          PIC 9(4) COMP VALUE ZERO.
01  NameIdx                PIC 9(4) COMP VALUE ZERO.
01  WS-AbendStatus         PIC X(2).
01  WS-DistanceRate        PIC S9(4)V99 VALUE ZERO.
01  WS-FuelRate            PIC S9(4)V99 VALUE ZERO.
01  WS-BreachOPenalty      PIC S9(6)V99 VALUE ZERO.
01  WS-ChargeWork          PIC S9(12)V99 VALUE ZERO.
01  WS-TotalWork           PIC S9(12)V99 VALUE ZERO.
01  WS-RunId               PIC X(8) VALUE SPACES.
01  WS-CurrentDate         PIC X(21).
01  WS-InvoiceDate         PIC 9(8) VALUE ZERO.
01  WS-InvoiceWriteCount   PIC 9(8) COMP VALUE ZERO.

01  VehicleXrefTable.
    05  VehicleXref OCCURS 5000 TIMES.
        10  opBreachR       PIC 9(6) COMP.
        10  opBreachO       PIC 9(6) COMP.

01  OperNameTable.
    05  OperName OCCURS 500 TIMES.
        10  onOperatorId    PIC X(6).
        10  onOperatorName  PIC X(30).

01  GrandTotals.
    05  gtDistance      PIC S9(12)V99 COMP VALUE ZERO.
    05  gtFuelConsumed  PIC S9(12)V99 COMP VALUE ZERO.
01  HeadingLine1.
    05  FILLER          PIC X(38)
        VALUE "FLEET SIMULATION - CHARGEBACK INVOICES".
    05  FILLER          PIC X(5)  VALUE " RUN ".
    05  hd1RunId        PIC X(8).
    05  FILLER          PIC X(15) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.
    05  FILLER          PIC X(5)  VALUE SPACES.
01  OperatorHeadLine.
    05  FILLER          PIC X(9)  VALUE "OPERATOR ".
    05  ohOperatorId    PIC X(6).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  ohOperatorName  PIC X(30).
    05  FILLER          PIC X(33) VALUE SPACES.

01  ItemLine.
    05  FILLER          PIC X(2)  VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-InvoiceDate
    PERFORM LOAD-RATE-CARD
    PERFORM LOAD-OPERATOR-NAMES
    PERFORM LOAD-VEHICLE-XREF
    PERFORM TALLY-RECON-FILE
    IF WS-RunId = SPACES
        DISPLAY "Chargeback: RECONRPT has no run header"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    PERFORM TALLY-FUEL-FILE
    PERFORM TALLY-COLLISION-FILE
    PERFORM TALLY-ZONE-BREACH-FILE
    PERFORM WRITE-INVOICES
    DISPLAY "Chargeback: run " WS-RunId " - "
        OperatorCount " operators invoiced, "
        "fleet total charge " gtCharge
    STOP RUN.

        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> OPERMSTR is optional: without it the report carries codes only.
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
                DISPLAY "Chargeback: operator master exceeds "
                    WS-MaxOperators " operators - remaining records ignored"
                MOVE "10" TO WS-OperMasterStatus
            ELSE
                ADD 1 TO OperNameCount
                MOVE omOperatorId   TO onOperatorId(OperNameCount)
                MOVE omOperatorName TO onOperatorName(OperNameCount)
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
            MOVE onOperatorName(NameIdx) TO WS-OperatorName
        ELSE
            IF onOperatorId(WS-BinMid) < WS-SearchOperator
                COMPUTE WS-BinLow = WS-BinMid + 1
            ELSE
                COMPUTE WS-BinHigh = WS-BinMid - 1
            END-IF
        END-IF
    END-PERFORM.

FIND-OR-ADD-OPERATOR.
    MOVE ZERO TO OprIdx
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > OperatorCount
            MOVE "10" TO WS-ReconStatus
    END-READ
    PERFORM UNTIL WS-ReconStatus NOT = "00"
        IF rhRecType = "HDR"
            MOVE rhRunId TO WS-RunId
        END-IF
        IF rcVehicleId(1:3) NOT = "HDR" AND rcVehicleId(1:3) NOT = "TRL"
            MOVE rcVehicleId TO WS-SearchVehicle
            PERFORM FIND-VEHICLE
    END-IF
    MOVE 99 TO WS-LineCount
    MOVE ZERO TO WS-PageCount
    MOVE "HDR" TO ihRecType
    MOVE WS-RunId TO ihRunId
    MOVE WS-InvoiceDate TO ihInvoiceDate
    WRITE InvoiceHeaderRecord
    PERFORM CHECK-INVOICE-WRITE
    PERFORM VARYING OprIdx FROM 1 BY 1 UNTIL OprIdx > OperatorCount
        PERFORM WRITE-ONE-INVOICE
    END-PERFORM
    MOVE "TRL" TO iqRecType
    MOVE WS-RunId TO iqRunId
    MOVE WS-InvoiceWriteCount TO iqRecordCount
    WRITE InvoiceTrailerRecord
    PERFORM CHECK-INVOICE-WRITE
    PERFORM PRINT-GRAND-TOTAL
    CLOSE InvoiceFile
    IF WS-InvoiceStatus NOT = "00"
    ADD WS-TotalWork TO gtCharge
    WRITE InvoiceRecord
    PERFORM CHECK-INVOICE-WRITE
    ADD 1 TO WS-InvoiceWriteCount
    PERFORM PRINT-ONE-INVOICE.

PRINT-ONE-INVOICE.
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE opOperatorId(OprIdx) TO ohOperatorId
    MOVE opOperatorId(OprIdx) TO WS-SearchOperator
    PERFORM FIND-OPERATOR-NAME
    MOVE WS-OperatorName TO ohOperatorName
    WRITE InvoiceLine FROM OperatorHeadLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "DISTANCE"            TO itDescription
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO hd1PageNo
    MOVE WS-RunId TO hd1RunId
    WRITE InvoiceLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO InvoiceLine
