      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. ArchPurge.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PolicyFile ASSIGN TO "ARCHPOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PolicyStatus.

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

    SELECT PurgeReportFile ASSIGN TO "PURGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PurgeReportStatus.

DATA DIVISION.
FILE SECTION.
FD  PolicyFile.
01  PolicyRecord.
    05  ppDataset       PIC X(8).
    05  ppRetainPeriod  PIC X(4).
    05  ppRetainPeriodNum REDEFINES ppRetainPeriod PIC 9(4).
    05  ppRetainUnit    PIC X(1).

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

FD  PurgeReportFile.
01  PurgeLine           PIC X(100).

WORKING-STORAGE SECTION.
01  WS-PolicyStatus      PIC X(2).
01  WS-ArchiveStatus     PIC X(2).
01  WS-CatalogueStatus   PIC X(2).
01  WS-PurgeReportStatus PIC X(2).
01  WS-MaxPolicies       PIC 9(4) COMP VALUE 20.
01  WS-MaxCandidates     PIC 9(4) COMP VALUE 2000.
01  WS-LinesPerPage      PIC 9(2) COMP VALUE 55.
01  WS-LineCount         PIC 9(2) COMP VALUE 99.
01  WS-PageCount         PIC 9(4) COMP VALUE ZERO.
01  PolicyCount          PIC 9(4) COMP VALUE ZERO.
01  CandidateCount       PIC 9(4) COMP VALUE ZERO.
01  PolIdx               PIC 9(4) COMP VALUE ZERO.
01  CandIdx              PIC 9(4) COMP VALUE ZERO.
01  DatasetIdx           PIC 9(4) COMP VALUE ZERO.
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-DateWork          PIC 9(8) VALUE ZERO.
01  WS-DateParts REDEFINES WS-DateWork.
    05  WS-DateYear      PIC 9(4).
    05  WS-DateMonth     PIC 9(2).
    05  WS-DateDay       PIC 9(2).
01  WS-MonthNumber       PIC 9(6) VALUE ZERO.
01  WS-PolicyError       PIC X(1) VALUE SPACE.
01  WS-DatasetKnown      PIC X(1) VALUE SPACE.
01  WS-PolicyFound       PIC X(1) VALUE SPACE.
01  WS-EndOfCatalogue    PIC X(1) VALUE SPACE.
01  WS-EndOfArchive      PIC X(1) VALUE SPACE.
01  WS-CandidateOverflow PIC X(1) VALUE SPACE.
01  WS-DeletedCount      PIC 9(8) COMP VALUE ZERO.
01  WS-CatalogueRead     PIC 9(6) COMP VALUE ZERO.
01  WS-NoPolicyCount     PIC 9(6) COMP VALUE ZERO.
01  WS-RetainedCount     PIC 9(6) COMP VALUE ZERO.
01  WS-TotalDeleted      PIC 9(9) COMP VALUE ZERO.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).

*> Only the datasets the archive step files may carry a policy.
01  DatasetNameValues.
    05  FILLER          PIC X(8) VALUE "AUDITLOG".
    05  FILLER          PIC X(8) VALUE "COLLRPT".
    05  FILLER          PIC X(8) VALUE "ZONERPT".
    05  FILLER          PIC X(8) VALUE "NEARMISS".
    05  FILLER          PIC X(8) VALUE "FUELRPT".
    05  FILLER          PIC X(8) VALUE "RECONRPT".
    05  FILLER          PIC X(8) VALUE "EXCPTLOG".
    05  FILLER          PIC X(8) VALUE "AVOIDLOG".
    05  FILLER          PIC X(8) VALUE "TRAJMSTR".
01  DatasetNameTable REDEFINES DatasetNameValues.
    05  dsName          PIC X(8) OCCURS 9 TIMES.
01  WS-DatasetCount      PIC 9(4) COMP VALUE 9.

01  PolicyTable.
    05  Policy OCCURS 20 TIMES.
        10  plDataset       PIC X(8).
        10  plRetainPeriod  PIC 9(4).
        10  plRetainUnit    PIC X(1).
        10  plCutoffDate    PIC 9(8).

01  CandidateTable.
    05  Candidate OCCURS 2000 TIMES.
        10  cdRunId         PIC X(8).
        10  cdDataset       PIC X(8).
        10  cdArchiveDate   PIC 9(8).
        10  cdRecordsFiled  PIC 9(8).
        10  cdPolicy        PIC 9(4) COMP.

01  HeadingLine1.
    05  FILLER          PIC X(48)
        VALUE "FLEET SIMULATION - ARCHIVE RETENTION PURGE AS AT".
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  hd1ReportDate   PIC 9999/99/99.
    05  FILLER          PIC X(32) VALUE SPACES.
    05  FILLER          PIC X(5)  VALUE "PAGE ".
    05  hd1PageNo       PIC ZZZ9.

01  HeadingLine2.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  FILLER          PIC X(10) VALUE "RUN ID".
    05  FILLER          PIC X(10) VALUE "DATASET".
    05  FILLER          PIC X(12) VALUE "ARCHIVED".
    05  FILLER          PIC X(12) VALUE "RETENTION".
    05  FILLER          PIC X(12) VALUE "CUTOFF".
    05  FILLER          PIC X(12) VALUE "FILED".
    05  FILLER          PIC X(12) VALUE "DELETED".
    05  FILLER          PIC X(18) VALUE SPACES.

01  PolicyHeadLine.
    05  FILLER          PIC X(23) VALUE "RETENTION POLICY IN USE".
    05  FILLER          PIC X(77) VALUE SPACES.

01  PolicyLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plnDataset      PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  plnRetainPeriod PIC ZZZ9.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  plnRetainUnit   PIC X(6).
    05  FILLER          PIC X(12) VALUE "  CUTOFF    ".
    05  plnCutoffDate   PIC 9999/99/99.
    05  FILLER          PIC X(55) VALUE SPACES.

01  PurgeDetailLine.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  pdRunId         PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  pdDataset       PIC X(8).
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  pdArchiveDate   PIC 9999/99/99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  pdRetainPeriod  PIC ZZZ9.
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  pdRetainUnit    PIC X(6).
    05  FILLER          PIC X(1)  VALUE SPACE.
    05  pdCutoffDate    PIC 9999/99/99.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  pdRecordsFiled  PIC ZZZZZZZ9.
    05  FILLER          PIC X(4)  VALUE SPACES.
    05  pdDeleted       PIC ZZZZZZZ9.
    05  FILLER          PIC X(2)  VALUE SPACES.
    05  pdNote          PIC X(20).

01  NothingPurgedLine.
    05  FILLER          PIC X(40)
        VALUE "  NO ARCHIVED DATASETS PAST RETENTION".
    05  FILLER          PIC X(60) VALUE SPACES.

01  TotalLine.
    05  tlLabel         PIC X(30).
    05  tlCount         PIC ZZZ,ZZZ,ZZ9.
    05  FILLER          PIC X(59) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-RETENTION-POLICY
    OPEN I-O ArchiveFile
    IF WS-ArchiveStatus NOT = "00"
        MOVE "ARCHIVE" TO WS-AbendFileName
        MOVE WS-ArchiveStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O CatalogueFile
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN OUTPUT PurgeReportFile
    IF WS-PurgeReportStatus NOT = "00"
        MOVE "PURGERPT" TO WS-AbendFileName
        MOVE WS-PurgeReportStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM SELECT-PURGE-CANDIDATES
    PERFORM PRINT-POLICY-SECTION
    IF CandidateCount = ZERO
        IF WS-LineCount + 1 > WS-LinesPerPage
            PERFORM PRINT-PAGE-HEADING
        END-IF
        WRITE PurgeLine FROM NothingPurgedLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    END-IF
    PERFORM VARYING CandIdx FROM 1 BY 1 UNTIL CandIdx > CandidateCount
        PERFORM PURGE-ONE-DATASET
    END-PERFORM
    PERFORM PRINT-PURGE-TOTALS
    CLOSE PurgeReportFile
    IF WS-PurgeReportStatus NOT = "00"
        MOVE "PURGERPT" TO WS-AbendFileName
        MOVE WS-PurgeReportStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
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
    DISPLAY "ArchPurge: " WS-CatalogueRead " catalogue entries, "
        CandidateCount " purged, " WS-TotalDeleted " records deleted"
    IF WS-CandidateOverflow = "Y"
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "ArchPurge: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "ArchPurge: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "ArchPurge: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "ArchPurge: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

CHECK-REPORT-WRITE.
    IF WS-PurgeReportStatus NOT = "00"
        MOVE "PURGERPT" TO WS-AbendFileName
        MOVE WS-PurgeReportStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

*> ARCHPOL holds one card per dataset: name, retention period and
*> unit (D days, M months, Y years). Any bad card stops the purge
*> before anything is deleted; a dataset with no card is kept.
LOAD-RETENTION-POLICY.
    OPEN INPUT PolicyFile
    IF WS-PolicyStatus NOT = "00"
        DISPLAY "ArchPurge: cannot open ARCHPOL - status "
            WS-PolicyStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ PolicyFile
        AT END
            MOVE "10" TO WS-PolicyStatus
    END-READ
    PERFORM UNTIL WS-PolicyStatus NOT = "00"
        PERFORM STORE-POLICY
        READ PolicyFile
            AT END
                MOVE "10" TO WS-PolicyStatus
        END-READ
    END-PERFORM
    CLOSE PolicyFile
    IF WS-PolicyError = "Y"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF PolicyCount = ZERO
        DISPLAY "ArchPurge: ARCHPOL holds no retention policy"
        PERFORM RUN-CONTROL-ABORT
    END-IF.

STORE-POLICY.
    MOVE SPACE TO WS-DatasetKnown
    PERFORM VARYING DatasetIdx FROM 1 BY 1
            UNTIL DatasetIdx > WS-DatasetCount
        IF dsName(DatasetIdx) = ppDataset
            MOVE "Y" TO WS-DatasetKnown
        END-IF
    END-PERFORM
    IF WS-DatasetKnown NOT = "Y"
        DISPLAY "ArchPurge: ARCHPOL dataset " ppDataset
            " is not an archived dataset"
        MOVE "Y" TO WS-PolicyError
    END-IF
    IF ppRetainPeriod NOT NUMERIC
        DISPLAY "ArchPurge: ARCHPOL " ppDataset
            " retention period is not numeric"
        MOVE "Y" TO WS-PolicyError
    ELSE
        IF ppRetainPeriodNum = ZERO
            DISPLAY "ArchPurge: ARCHPOL " ppDataset
                " retention period is zero"
            MOVE "Y" TO WS-PolicyError
        END-IF
    END-IF
    IF ppRetainUnit NOT = "D" AND ppRetainUnit NOT = "M"
       AND ppRetainUnit NOT = "Y"
        DISPLAY "ArchPurge: ARCHPOL " ppDataset
            " retention unit must be D, M or Y"
        MOVE "Y" TO WS-PolicyError
    END-IF
    PERFORM VARYING PolIdx FROM 1 BY 1 UNTIL PolIdx > PolicyCount
        IF plDataset(PolIdx) = ppDataset
            DISPLAY "ArchPurge: ARCHPOL " ppDataset
                " has more than one policy"
            MOVE "Y" TO WS-PolicyError
        END-IF
    END-PERFORM
    IF WS-PolicyError NOT = "Y"
        IF PolicyCount >= WS-MaxPolicies
            DISPLAY "ArchPurge: policy table full at " WS-MaxPolicies
            MOVE "Y" TO WS-PolicyError
        ELSE
            ADD 1 TO PolicyCount
            MOVE ppDataset         TO plDataset(PolicyCount)
            MOVE ppRetainPeriodNum TO plRetainPeriod(PolicyCount)
            MOVE ppRetainUnit      TO plRetainUnit(PolicyCount)
            PERFORM COMPUTE-CUTOFF-DATE
            MOVE WS-DateWork TO plCutoffDate(PolicyCount)
        END-IF
    END-IF.

*> A dataset filed before the cutoff has been held for its full period.
*> Month and year periods keep the day of month, brought back to the
*> 28th where the target month is shorter.
COMPUTE-CUTOFF-DATE.
    EVALUATE ppRetainUnit
        WHEN "D"
            COMPUTE WS-DateWork = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-Today) - ppRetainPeriodNum)
        WHEN "M"
            MOVE WS-Today TO WS-DateWork
            COMPUTE WS-MonthNumber =
                WS-DateYear * 12 + WS-DateMonth - 1 - ppRetainPeriodNum
            COMPUTE WS-DateYear = WS-MonthNumber / 12
            COMPUTE WS-DateMonth =
                WS-MonthNumber - WS-DateYear * 12 + 1
            IF WS-DateDay > 28
                MOVE 28 TO WS-DateDay
            END-IF
        WHEN "Y"
            MOVE WS-Today TO WS-DateWork
            SUBTRACT ppRetainPeriodNum FROM WS-DateYear
            IF WS-DateMonth = 2 AND WS-DateDay > 28
                MOVE 28 TO WS-DateDay
            END-IF
    END-EVALUATE.

*> The catalogue is read through once and every entry past its
*> retention is listed before any deletion takes place.
SELECT-PURGE-CANDIDATES.
    MOVE SPACE TO WS-EndOfCatalogue
    PERFORM READ-NEXT-CATALOGUE
    PERFORM UNTIL WS-EndOfCatalogue = "Y"
        ADD 1 TO WS-CatalogueRead
        MOVE SPACE TO WS-PolicyFound
        PERFORM VARYING PolIdx FROM 1 BY 1
                UNTIL PolIdx > PolicyCount OR WS-PolicyFound = "Y"
            IF plDataset(PolIdx) = cgDataset
                MOVE "Y" TO WS-PolicyFound
            END-IF
        END-PERFORM
        IF WS-PolicyFound NOT = "Y"
            ADD 1 TO WS-NoPolicyCount
        ELSE
            SUBTRACT 1 FROM PolIdx
            IF cgArchiveDate < plCutoffDate(PolIdx)
                PERFORM STORE-CANDIDATE
            ELSE
                ADD 1 TO WS-RetainedCount
            END-IF
        END-IF
        PERFORM READ-NEXT-CATALOGUE
    END-PERFORM.

READ-NEXT-CATALOGUE.
    READ CatalogueFile NEXT RECORD
        AT END
            MOVE "Y" TO WS-EndOfCatalogue
    END-READ
    IF WS-EndOfCatalogue NOT = "Y" AND WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

STORE-CANDIDATE.
    IF CandidateCount >= WS-MaxCandidates
        IF WS-CandidateOverflow NOT = "Y"
            DISPLAY "ArchPurge: purge table full at " WS-MaxCandidates
                " - remaining datasets left for the next purge"
            MOVE "Y" TO WS-CandidateOverflow
        END-IF
        ADD 1 TO WS-RetainedCount
    ELSE
        ADD 1 TO CandidateCount
        MOVE cgRunId        TO cdRunId(CandidateCount)
        MOVE cgDataset      TO cdDataset(CandidateCount)
        MOVE cgArchiveDate  TO cdArchiveDate(CandidateCount)
        MOVE cgRecordsFiled TO cdRecordsFiled(CandidateCount)
        MOVE PolIdx         TO cdPolicy(CandidateCount)
    END-IF.

*> The archived records go first and the catalogue entry last, so an
*> interrupted purge leaves the entry behind to be purged again.
PURGE-ONE-DATASET.
    MOVE ZERO TO WS-DeletedCount
    MOVE SPACE TO WS-EndOfArchive
    MOVE cdRunId(CandIdx)   TO avRunId
    MOVE cdDataset(CandIdx) TO avDataset
    MOVE ZERO               TO avSequence
    START ArchiveFile KEY IS NOT LESS THAN avKey
        INVALID KEY
            MOVE "Y" TO WS-EndOfArchive
    END-START
    PERFORM READ-NEXT-ARCHIVE
    PERFORM UNTIL WS-EndOfArchive = "Y"
        DELETE ArchiveFile RECORD
        IF WS-ArchiveStatus NOT = "00"
            MOVE "ARCHIVE" TO WS-AbendFileName
            MOVE WS-ArchiveStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
        END-IF
        ADD 1 TO WS-DeletedCount
        PERFORM READ-NEXT-ARCHIVE
    END-PERFORM
    MOVE cdRunId(CandIdx)   TO cgRunId
    MOVE cdDataset(CandIdx) TO cgDataset
    DELETE CatalogueFile RECORD
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    ADD WS-DeletedCount TO WS-TotalDeleted
    PERFORM PRINT-PURGE-LINE.

READ-NEXT-ARCHIVE.
    IF WS-EndOfArchive NOT = "Y"
        READ ArchiveFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EndOfArchive
        END-READ
        IF WS-EndOfArchive NOT = "Y"
            IF WS-ArchiveStatus NOT = "00"
                MOVE "ARCHIVE" TO WS-AbendFileName
                MOVE WS-ArchiveStatus TO WS-AbendStatus
                PERFORM FILE-IO-ABEND
            END-IF
            IF avRunId NOT = cdRunId(CandIdx)
               OR avDataset NOT = cdDataset(CandIdx)
                MOVE "Y" TO WS-EndOfArchive
            END-IF
        END-IF
    END-IF.

PRINT-POLICY-SECTION.
    PERFORM PRINT-PAGE-HEADING
    WRITE PurgeLine FROM PolicyHeadLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount
    PERFORM VARYING PolIdx FROM 1 BY 1 UNTIL PolIdx > PolicyCount
        MOVE plDataset(PolIdx)      TO plnDataset
        MOVE plRetainPeriod(PolIdx) TO plnRetainPeriod
        PERFORM SET-UNIT-NAME
        MOVE plCutoffDate(PolIdx)   TO plnCutoffDate
        WRITE PurgeLine FROM PolicyLine
        PERFORM CHECK-REPORT-WRITE
        ADD 1 TO WS-LineCount
    END-PERFORM
    MOVE SPACES TO PurgeLine
    WRITE PurgeLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

SET-UNIT-NAME.
    EVALUATE plRetainUnit(PolIdx)
        WHEN "D"
            MOVE "DAYS"   TO plnRetainUnit
        WHEN "M"
            MOVE "MONTHS" TO plnRetainUnit
        WHEN "Y"
            MOVE "YEARS"  TO plnRetainUnit
    END-EVALUATE.

PRINT-PURGE-LINE.
    IF WS-LineCount + 1 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE cdPolicy(CandIdx)       TO PolIdx
    MOVE cdRunId(CandIdx)        TO pdRunId
    MOVE cdDataset(CandIdx)      TO pdDataset
    MOVE cdArchiveDate(CandIdx)  TO pdArchiveDate
    MOVE plRetainPeriod(PolIdx)  TO pdRetainPeriod
    PERFORM SET-UNIT-NAME
    MOVE plnRetainUnit           TO pdRetainUnit
    MOVE plCutoffDate(PolIdx)    TO pdCutoffDate
    MOVE cdRecordsFiled(CandIdx) TO pdRecordsFiled
    MOVE WS-DeletedCount         TO pdDeleted
    IF WS-DeletedCount NOT = cdRecordsFiled(CandIdx)
        MOVE "COUNT DIFFERS" TO pdNote
    ELSE
        MOVE SPACES TO pdNote
    END-IF
    WRITE PurgeLine FROM PurgeDetailLine
    PERFORM CHECK-REPORT-WRITE
    ADD 1 TO WS-LineCount.

PRINT-PURGE-TOTALS.
    IF WS-LineCount + 6 > WS-LinesPerPage
        PERFORM PRINT-PAGE-HEADING
    END-IF
    MOVE SPACES TO PurgeLine
    WRITE PurgeLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "CATALOGUE ENTRIES READ" TO tlLabel
    MOVE WS-CatalogueRead TO tlCount
    WRITE PurgeLine FROM TotalLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "DATASETS PURGED" TO tlLabel
    MOVE CandidateCount TO tlCount
    WRITE PurgeLine FROM TotalLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "RECORDS DELETED" TO tlLabel
    MOVE WS-TotalDeleted TO tlCount
    WRITE PurgeLine FROM TotalLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "DATASETS WITHIN RETENTION" TO tlLabel
    MOVE WS-RetainedCount TO tlCount
    WRITE PurgeLine FROM TotalLine
    PERFORM CHECK-REPORT-WRITE
    MOVE "DATASETS WITH NO POLICY" TO tlLabel
    MOVE WS-NoPolicyCount TO tlCount
    WRITE PurgeLine FROM TotalLine
    PERFORM CHECK-REPORT-WRITE
    ADD 6 TO WS-LineCount.

PRINT-PAGE-HEADING.
    ADD 1 TO WS-PageCount
    MOVE WS-PageCount TO hd1PageNo
    MOVE WS-Today TO hd1ReportDate
    WRITE PurgeLine FROM HeadingLine1
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO PurgeLine
    WRITE PurgeLine
    PERFORM CHECK-REPORT-WRITE
    WRITE PurgeLine FROM HeadingLine2
    PERFORM CHECK-REPORT-WRITE
    MOVE SPACES TO PurgeLine
    WRITE PurgeLine
    PERFORM CHECK-REPORT-WRITE
    MOVE 4 TO WS-LineCount.
