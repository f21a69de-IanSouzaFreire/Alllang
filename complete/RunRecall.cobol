      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. RunRecall.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RecallControlFile ASSIGN TO "RECALCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RecallCtlStatus.

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

    SELECT TrajControlFile ASSIGN TO "TRAJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TrajControlStatus.

    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT CollisionFile ASSIGN TO "COLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT ZoneBreachFile ASSIGN TO "ZONERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT NearMissFile ASSIGN TO "NEARMISS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT FuelReportFile ASSIGN TO "FUELRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT ReconFile ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT ExceptionFile ASSIGN TO "EXCPTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT AvoidFile ASSIGN TO "AVOIDLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DatasetStatus.

    SELECT TrajMasterFile ASSIGN TO "TRAJMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS tmKey
        FILE STATUS IS WS-DatasetStatus.

DATA DIVISION.
FILE SECTION.
FD  RecallControlFile.
01  RecallControlRecord.
    05  rcRunId         PIC X(8).
    05  rcDataset       PIC X(8).

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

FD  TrajControlFile.
01  TrajControlRecord.
    05  tjRunId         PIC X(8).
    05  tjReadCount     PIC 9(8).
    05  tjLoadCount     PIC 9(8).
    05  tjDuplicateCount PIC 9(8).

FD  AuditFile.
01  AuditCheckRecord      PIC X(200).

FD  CollisionFile.
01  CollisionCheckRecord  PIC X(200).

FD  ZoneBreachFile.
01  ZoneBreachCheckRecord PIC X(200).

FD  NearMissFile.
01  NearMissCheckRecord   PIC X(200).

FD  FuelReportFile.
01  FuelCheckRecord       PIC X(200).

FD  ReconFile.
01  ReconCheckRecord      PIC X(200).

FD  ExceptionFile.
01  ExceptionCheckRecord  PIC X(200).

FD  AvoidFile.
01  AvoidCheckRecord      PIC X(200).

FD  TrajMasterFile.
01  TrajMasterRecord.
    05  tmKey.
        10  tmVehicleId PIC X(6).
        10  tmTick      PIC 9(4).
    05  tmOperatorId    PIC X(6).
    05  tmPosX          PIC S9(8)V99.
    05  tmPosY          PIC S9(8)V99.
    05  tmVelX          PIC S9(8)V99.
    05  tmVelY          PIC S9(8)V99.
    05  tmAccX          PIC S9(8)V99.
    05  tmAccY          PIC S9(8)V99.

WORKING-STORAGE SECTION.
01  WS-RecallCtlStatus   PIC X(2).
01  WS-ArchiveStatus     PIC X(2).
01  WS-CatalogueStatus   PIC X(2).
01  WS-TrajControlStatus PIC X(2).
01  WS-DatasetStatus     PIC X(2).
01  WS-RunId             PIC X(8) VALUE SPACES.
01  WS-RequestedDataset  PIC X(8) VALUE SPACES.
01  WS-DatasetName       PIC X(8).
01  WS-DatasetKnown      PIC X(1) VALUE SPACE.
01  WS-EndOfCatalogue    PIC X(1) VALUE SPACE.
01  WS-EndOfArchive      PIC X(1) VALUE SPACE.
01  WS-CheckRecord       PIC X(200).
01  WS-RecordsFiled      PIC 9(8) VALUE ZERO.
01  WS-RestoredCount     PIC 9(8) COMP VALUE ZERO.
01  WS-EntryCount        PIC 9(4) COMP VALUE ZERO.
01  WS-RecalledCount     PIC 9(4) COMP VALUE ZERO.
01  WS-ErrorCount        PIC 9(4) COMP VALUE ZERO.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM LOAD-RECALL-CONTROL
    OPEN INPUT ArchiveFile
    IF WS-ArchiveStatus NOT = "00"
        MOVE "ARCHIVE" TO WS-AbendFileName
        MOVE WS-ArchiveStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN INPUT CatalogueFile
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    PERFORM POSITION-CATALOGUE
    PERFORM READ-NEXT-CATALOGUE
    PERFORM UNTIL WS-EndOfCatalogue = "Y"
        ADD 1 TO WS-EntryCount
        PERFORM RECALL-ONE-DATASET
        PERFORM READ-NEXT-CATALOGUE
    END-PERFORM
    IF WS-EntryCount = ZERO
        IF WS-RequestedDataset = SPACES
            DISPLAY "RunRecall: run " WS-RunId " is not in the archive"
        ELSE
            DISPLAY "RunRecall: " WS-RequestedDataset " for run "
                WS-RunId " is not in the archive"
        END-IF
        PERFORM RUN-CONTROL-ABORT
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
    DISPLAY "RunRecall: run " WS-RunId
    DISPLAY "  datasets recalled    " WS-RecalledCount
    DISPLAY "  failed               " WS-ErrorCount
    IF WS-ErrorCount > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "RunRecall: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-WRITE-ABEND.
    DISPLAY "RunRecall: WRITE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "RunRecall: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "RunRecall: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> RECALCTL names the run and, optionally, a single dataset; a blank
*> dataset recalls everything filed for the run.
LOAD-RECALL-CONTROL.
    OPEN INPUT RecallControlFile
    IF WS-RecallCtlStatus NOT = "00"
        DISPLAY "RunRecall: cannot open RECALCTL - status "
            WS-RecallCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ RecallControlFile
        AT END
            MOVE "10" TO WS-RecallCtlStatus
    END-READ
    IF WS-RecallCtlStatus NOT = "00"
        DISPLAY "RunRecall: RECALCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rcRunId = SPACES
        DISPLAY "RunRecall: run identifier is blank"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE rcRunId   TO WS-RunId
    MOVE rcDataset TO WS-RequestedDataset
    CLOSE RecallControlFile
    IF WS-RecallCtlStatus NOT = "00"
        MOVE "RECALCTL" TO WS-AbendFileName
        MOVE WS-RecallCtlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

POSITION-CATALOGUE.
    MOVE SPACE TO WS-EndOfCatalogue
    MOVE WS-RunId            TO cgRunId
    MOVE WS-RequestedDataset TO cgDataset
    START CatalogueFile KEY IS NOT LESS THAN cgKey
        INVALID KEY
            MOVE "Y" TO WS-EndOfCatalogue
    END-START
    IF WS-EndOfCatalogue NOT = "Y" AND WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF.

READ-NEXT-CATALOGUE.
    IF WS-EndOfCatalogue NOT = "Y"
        READ CatalogueFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EndOfCatalogue
        END-READ
        IF WS-EndOfCatalogue NOT = "Y"
            IF WS-CatalogueStatus NOT = "00"
                MOVE "ARCHCAT" TO WS-AbendFileName
                MOVE WS-CatalogueStatus TO WS-AbendStatus
                PERFORM FILE-IO-ABEND
            END-IF
            IF cgRunId NOT = WS-RunId
                MOVE "Y" TO WS-EndOfCatalogue
            END-IF
            IF WS-RequestedDataset NOT = SPACES
               AND cgDataset NOT = WS-RequestedDataset
                MOVE "Y" TO WS-EndOfCatalogue
            END-IF
        END-IF
    END-IF.

*> The dataset is rewritten in full from its archived records, in the
*> order they were filed, and the number written is proved against the
*> catalogue before the recall is reported as good.
RECALL-ONE-DATASET.
    MOVE cgDataset      TO WS-DatasetName
    MOVE cgRecordsFiled TO WS-RecordsFiled
    MOVE ZERO TO WS-RestoredCount
    PERFORM OPEN-DATASET
    IF WS-DatasetKnown NOT = "Y"
        DISPLAY "RunRecall: " WS-DatasetName
            " is not a run dataset - not recalled"
        ADD 1 TO WS-ErrorCount
    ELSE
        MOVE SPACE TO WS-EndOfArchive
        MOVE WS-RunId       TO avRunId
        MOVE WS-DatasetName TO avDataset
        MOVE ZERO           TO avSequence
        START ArchiveFile KEY IS NOT LESS THAN avKey
            INVALID KEY
                MOVE "Y" TO WS-EndOfArchive
        END-START
        PERFORM READ-NEXT-ARCHIVE
        PERFORM UNTIL WS-EndOfArchive = "Y"
            MOVE avData TO WS-CheckRecord
            PERFORM WRITE-DATASET
            ADD 1 TO WS-RestoredCount
            PERFORM READ-NEXT-ARCHIVE
        END-PERFORM
        PERFORM CLOSE-DATASET
        IF WS-DatasetName = "TRAJMSTR"
            PERFORM WRITE-TRAJ-CONTROL
        END-IF
        IF WS-RestoredCount NOT = WS-RecordsFiled
            DISPLAY "RunRecall: " WS-DatasetName " restored "
                WS-RestoredCount " records but catalogue shows "
                WS-RecordsFiled
            ADD 1 TO WS-ErrorCount
        ELSE
            DISPLAY "RunRecall: " WS-DatasetName " restored - "
                WS-RestoredCount " records"
            ADD 1 TO WS-RecalledCount
        END-IF
    END-IF.

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
            IF avRunId NOT = WS-RunId OR avDataset NOT = WS-DatasetName
                MOVE "Y" TO WS-EndOfArchive
            END-IF
        END-IF
    END-IF.

*> The trajectory loader leaves TRAJCTL behind to say which run
*> TRAJMSTR holds; a recalled master gets a matching control record.
WRITE-TRAJ-CONTROL.
    OPEN OUTPUT TrajControlFile
    IF WS-TrajControlStatus NOT = "00"
        MOVE "TRAJCTL" TO WS-AbendFileName
        MOVE WS-TrajControlStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    MOVE WS-RunId         TO tjRunId
    MOVE WS-RestoredCount TO tjReadCount
    MOVE WS-RestoredCount TO tjLoadCount
    MOVE ZERO             TO tjDuplicateCount
    WRITE TrajControlRecord
    IF WS-TrajControlStatus NOT = "00"
        MOVE "TRAJCTL" TO WS-AbendFileName
        MOVE WS-TrajControlStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF
    CLOSE TrajControlFile
    IF WS-TrajControlStatus NOT = "00"
        MOVE "TRAJCTL" TO WS-AbendFileName
        MOVE WS-TrajControlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

OPEN-DATASET.
    MOVE "Y" TO WS-DatasetKnown
    EVALUATE WS-DatasetName
        WHEN "AUDITLOG"
            OPEN OUTPUT AuditFile
        WHEN "COLLRPT"
            OPEN OUTPUT CollisionFile
        WHEN "ZONERPT"
            OPEN OUTPUT ZoneBreachFile
        WHEN "NEARMISS"
            OPEN OUTPUT NearMissFile
        WHEN "FUELRPT"
            OPEN OUTPUT FuelReportFile
        WHEN "RECONRPT"
            OPEN OUTPUT ReconFile
        WHEN "EXCPTLOG"
            OPEN OUTPUT ExceptionFile
        WHEN "AVOIDLOG"
            OPEN OUTPUT AvoidFile
        WHEN "TRAJMSTR"
            OPEN OUTPUT TrajMasterFile
        WHEN OTHER
            MOVE SPACE TO WS-DatasetKnown
    END-EVALUATE
    IF WS-DatasetKnown = "Y" AND WS-DatasetStatus NOT = "00"
        MOVE WS-DatasetName TO WS-AbendFileName
        MOVE WS-DatasetStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF.

WRITE-DATASET.
    EVALUATE WS-DatasetName
        WHEN "AUDITLOG"
            MOVE WS-CheckRecord TO AuditCheckRecord
            WRITE AuditCheckRecord
        WHEN "COLLRPT"
            MOVE WS-CheckRecord TO CollisionCheckRecord
            WRITE CollisionCheckRecord
        WHEN "ZONERPT"
            MOVE WS-CheckRecord TO ZoneBreachCheckRecord
            WRITE ZoneBreachCheckRecord
        WHEN "NEARMISS"
            MOVE WS-CheckRecord TO NearMissCheckRecord
            WRITE NearMissCheckRecord
        WHEN "FUELRPT"
            MOVE WS-CheckRecord TO FuelCheckRecord
            WRITE FuelCheckRecord
        WHEN "RECONRPT"
            MOVE WS-CheckRecord TO ReconCheckRecord
            WRITE ReconCheckRecord
        WHEN "EXCPTLOG"
            MOVE WS-CheckRecord TO ExceptionCheckRecord
            WRITE ExceptionCheckRecord
        WHEN "AVOIDLOG"
            MOVE WS-CheckRecord TO AvoidCheckRecord
            WRITE AvoidCheckRecord
        WHEN "TRAJMSTR"
            MOVE WS-CheckRecord TO TrajMasterRecord
            WRITE TrajMasterRecord
    END-EVALUATE
    IF WS-DatasetStatus NOT = "00"
        MOVE WS-DatasetName TO WS-AbendFileName
        MOVE WS-DatasetStatus TO WS-AbendStatus
        PERFORM FILE-WRITE-ABEND
    END-IF.

CLOSE-DATASET.
    EVALUATE WS-DatasetName
        WHEN "AUDITLOG"
            CLOSE AuditFile
        WHEN "COLLRPT"
            CLOSE CollisionFile
        WHEN "ZONERPT"
            CLOSE ZoneBreachFile
        WHEN "NEARMISS"
            CLOSE NearMissFile
        WHEN "FUELRPT"
            CLOSE FuelReportFile
        WHEN "RECONRPT"
            CLOSE ReconFile
        WHEN "EXCPTLOG"
            CLOSE ExceptionFile
        WHEN "AVOIDLOG"
            CLOSE AvoidFile
        WHEN "TRAJMSTR"
            CLOSE TrajMasterFile
    END-EVALUATE
    IF WS-DatasetStatus NOT = "00"
        MOVE WS-DatasetName TO WS-AbendFileName
        MOVE WS-DatasetStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.
