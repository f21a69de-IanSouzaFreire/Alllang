      >>SOURCE FORMAT FREE
*> COBOL

IDENTIFICATION DIVISION.
PROGRAM-ID. RunArchive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtlStatus.

    SELECT TrajControlFile ASSIGN TO "TRAJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TrajControlStatus.

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
FD  RunControlFile.
01  RunControlRecord.
    05  rnRunId             PIC X(8).
    05  rnTotalTicks        PIC 9(4).
    05  rnMaxSpeed          PIC S9(8)V99.
    05  rnMaxTurnRate       PIC S9(6)V99.
    05  rnDistanceTolerance PIC S9(8)V99.
    05  rnEnergyTolerance   PIC S9(8)V99.
    05  rnNearMissWarn      PIC S9(8)V99.
    05  rnNearMissCrit      PIC S9(8)V99.
    05  rnAvoidMode         PIC X(1).
    05  rnLookAheadTicks    PIC 9(2).
    05  rnMaxDecel          PIC S9(4)V99.

FD  TrajControlFile.
01  TrajControlRecord.
    05  tjRunId         PIC X(8).
    05  tjReadCount     PIC 9(8).
    05  tjLoadCount     PIC 9(8).
    05  tjDuplicateCount PIC 9(8).

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
01  WS-RunCtlStatus      PIC X(2).
01  WS-TrajControlStatus PIC X(2).
01  WS-ArchiveStatus     PIC X(2).
01  WS-CatalogueStatus   PIC X(2).
01  WS-DatasetStatus     PIC X(2).
01  WS-RunId             PIC X(8) VALUE SPACES.
01  WS-TrajRunId         PIC X(8) VALUE SPACES.
01  WS-TrajLoadCount     PIC 9(8) VALUE ZERO.
01  WS-CurrentDate       PIC X(21).
01  WS-Today             PIC 9(8) VALUE ZERO.
01  WS-DatasetName       PIC X(8).
01  WS-DatasetPresent    PIC X(1) VALUE SPACE.
01  WS-DatasetValid      PIC X(1) VALUE SPACE.
01  WS-EndOfDataset      PIC X(1) VALUE SPACE.
01  WS-CheckRecord       PIC X(200).
01  WS-DetailCount       PIC 9(8) COMP VALUE ZERO.
01  WS-FiledCount        PIC 9(8) COMP VALUE ZERO.
01  WS-TrailerFound      PIC X(1) VALUE SPACE.
01  WS-TrailerRunId      PIC X(8).
01  WS-TrailerCount      PIC X(8).
01  WS-TrailerCountNum   REDEFINES WS-TrailerCount PIC 9(8).
01  WS-ArchivedCount     PIC 9(4) COMP VALUE ZERO.
01  WS-AlreadyCount      PIC 9(4) COMP VALUE ZERO.
01  WS-MissingCount      PIC 9(4) COMP VALUE ZERO.
01  WS-ErrorCount        PIC 9(4) COMP VALUE ZERO.
01  WS-AbendFileName     PIC X(8).
01  WS-AbendStatus       PIC X(2).
01  DatasetIdx           PIC 9(4) COMP VALUE ZERO.

*> The datasets each run leaves behind, in the order they are filed.
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

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDate
    MOVE WS-CurrentDate(1:8) TO WS-Today
    PERFORM LOAD-RUN-CONTROL
    PERFORM LOAD-TRAJ-CONTROL
    PERFORM OPEN-ARCHIVE-FILES
    PERFORM VARYING DatasetIdx FROM 1 BY 1
            UNTIL DatasetIdx > WS-DatasetCount
        MOVE dsName(DatasetIdx) TO WS-DatasetName
        PERFORM ARCHIVE-ONE-DATASET
    END-PERFORM
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
    DISPLAY "RunArchive: run " WS-RunId " archived " WS-Today
    DISPLAY "  datasets filed       " WS-ArchivedCount
    DISPLAY "  already in archive   " WS-AlreadyCount
    DISPLAY "  not present          " WS-MissingCount
    DISPLAY "  failed checks        " WS-ErrorCount
    IF WS-ErrorCount > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-AlreadyCount > ZERO OR WS-MissingCount > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

FILE-OPEN-ABEND.
    DISPLAY "RunArchive: OPEN failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 20 TO RETURN-CODE
    STOP RUN.

FILE-IO-ABEND.
    DISPLAY "RunArchive: I-O error on " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 24 TO RETURN-CODE
    STOP RUN.

FILE-CLOSE-ABEND.
    DISPLAY "RunArchive: CLOSE failed for " WS-AbendFileName
        " - status " WS-AbendStatus
    MOVE 28 TO RETURN-CODE
    STOP RUN.

RUN-CONTROL-ABORT.
    MOVE 16 TO RETURN-CODE
    STOP RUN.

LOAD-RUN-CONTROL.
    OPEN INPUT RunControlFile
    IF WS-RunCtlStatus NOT = "00"
        DISPLAY "RunArchive: cannot open RUNCTL - status "
            WS-RunCtlStatus
        PERFORM RUN-CONTROL-ABORT
    END-IF
    READ RunControlFile
        AT END
            MOVE "10" TO WS-RunCtlStatus
    END-READ
    IF WS-RunCtlStatus NOT = "00"
        DISPLAY "RunArchive: RUNCTL is empty"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    IF rnRunId = SPACES
        DISPLAY "RunArchive: run identifier is blank"
        PERFORM RUN-CONTROL-ABORT
    END-IF
    MOVE rnRunId TO WS-RunId
    CLOSE RunControlFile
    IF WS-RunCtlStatus NOT = "00"
        MOVE "RUNCTL" TO WS-AbendFileName
        MOVE WS-RunCtlStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF.

*> TRAJMSTR carries no trailer of its own; TRAJCTL stands in for it.
*> Without TRAJCTL the trajectory master cannot be proved to belong
*> to this run and is not filed.
LOAD-TRAJ-CONTROL.
    OPEN INPUT TrajControlFile
    IF WS-TrajControlStatus NOT = "00" AND WS-TrajControlStatus NOT = "35"
        MOVE "TRAJCTL" TO WS-AbendFileName
        MOVE WS-TrajControlStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    IF WS-TrajControlStatus = "00"
        READ TrajControlFile
            AT END
                MOVE "10" TO WS-TrajControlStatus
        END-READ
        IF WS-TrajControlStatus = "00"
            MOVE tjRunId     TO WS-TrajRunId
            MOVE tjLoadCount TO WS-TrajLoadCount
        END-IF
        CLOSE TrajControlFile
        IF WS-TrajControlStatus NOT = "00"
           AND WS-TrajControlStatus NOT = "10"
            MOVE "TRAJCTL" TO WS-AbendFileName
            MOVE WS-TrajControlStatus TO WS-AbendStatus
            PERFORM FILE-CLOSE-ABEND
        END-IF
    END-IF.

OPEN-ARCHIVE-FILES.
    OPEN I-O ArchiveFile
    IF WS-ArchiveStatus = "35"
        OPEN OUTPUT ArchiveFile
        IF WS-ArchiveStatus = "00"
            CLOSE ArchiveFile
            OPEN I-O ArchiveFile
        END-IF
    END-IF
    IF WS-ArchiveStatus NOT = "00"
        MOVE "ARCHIVE" TO WS-AbendFileName
        MOVE WS-ArchiveStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    OPEN I-O CatalogueFile
    IF WS-CatalogueStatus = "35"
        OPEN OUTPUT CatalogueFile
        IF WS-CatalogueStatus = "00"
            CLOSE CatalogueFile
            OPEN I-O CatalogueFile
        END-IF
    END-IF
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF.

*> A dataset is read through once to prove its trailer belongs to this
*> run and agrees with the detail count, and only then read again and
*> filed, so the archive never holds a partial or foreign dataset.
ARCHIVE-ONE-DATASET.
    MOVE WS-RunId       TO cgRunId
    MOVE WS-DatasetName TO cgDataset
    READ CatalogueFile
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE WS-CatalogueStatus
        WHEN "00"
            DISPLAY "RunArchive: " WS-DatasetName " for run " WS-RunId
                " is already in the archive"
            ADD 1 TO WS-AlreadyCount
        WHEN "23"
            PERFORM VERIFY-DATASET
            IF WS-DatasetPresent NOT = "Y"
                DISPLAY "RunArchive: " WS-DatasetName " not present"
                ADD 1 TO WS-MissingCount
            ELSE
                IF WS-DatasetValid = "Y"
                    PERFORM FILE-DATASET
                    PERFORM WRITE-CATALOGUE-ENTRY
                    ADD 1 TO WS-ArchivedCount
                ELSE
                    ADD 1 TO WS-ErrorCount
                END-IF
            END-IF
        WHEN OTHER
            MOVE "ARCHCAT" TO WS-AbendFileName
            MOVE WS-CatalogueStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
    END-EVALUATE.

VERIFY-DATASET.
    MOVE ZERO TO WS-DetailCount
    MOVE SPACE TO WS-TrailerFound
    MOVE SPACES TO WS-TrailerRunId
    MOVE SPACES TO WS-TrailerCount
    MOVE SPACE TO WS-DatasetValid
    PERFORM OPEN-DATASET
    IF WS-DatasetPresent = "Y"
        PERFORM READ-DATASET
        PERFORM UNTIL WS-EndOfDataset = "Y"
            PERFORM TALLY-CHECK-RECORD
            PERFORM READ-DATASET
        END-PERFORM
        PERFORM CLOSE-DATASET
        PERFORM VALIDATE-DATASET-TRAILER
    END-IF.

*> Every record is classified by its first three characters: HDR
*> records are ignored, the TRL record carries the writer's run id
*> in bytes 4-11 and its detail count in bytes 12-19, and anything
*> else counts as a detail record.
TALLY-CHECK-RECORD.
    EVALUATE WS-CheckRecord(1:3)
        WHEN "HDR"
            CONTINUE
        WHEN "TRL"
            MOVE "Y" TO WS-TrailerFound
            MOVE WS-CheckRecord(4:8)  TO WS-TrailerRunId
            MOVE WS-CheckRecord(12:8) TO WS-TrailerCount
        WHEN OTHER
            ADD 1 TO WS-DetailCount
    END-EVALUATE.

VALIDATE-DATASET-TRAILER.
    IF WS-DatasetName = "TRAJMSTR"
        MOVE "Y" TO WS-TrailerFound
        MOVE WS-TrajRunId TO WS-TrailerRunId
        MOVE WS-TrajLoadCount TO WS-TrailerCountNum
    END-IF
    MOVE "Y" TO WS-DatasetValid
    IF WS-TrailerFound NOT = "Y"
        DISPLAY "RunArchive: " WS-DatasetName " has no trailer record"
        MOVE SPACE TO WS-DatasetValid
    ELSE
        IF WS-TrailerRunId NOT = WS-RunId
            DISPLAY "RunArchive: " WS-DatasetName " trailer run id "
                WS-TrailerRunId " does not match RUNCTL " WS-RunId
            MOVE SPACE TO WS-DatasetValid
        END-IF
        IF WS-TrailerCount NOT NUMERIC
            DISPLAY "RunArchive: " WS-DatasetName
                " trailer count is not numeric"
            MOVE SPACE TO WS-DatasetValid
        ELSE
            IF WS-TrailerCountNum NOT = WS-DetailCount
                DISPLAY "RunArchive: " WS-DatasetName " trailer count "
                    WS-TrailerCountNum " but " WS-DetailCount
                    " detail records on file"
                MOVE SPACE TO WS-DatasetValid
            END-IF
        END-IF
    END-IF.

*> Records are filed exactly as written, header and trailer included,
*> numbered in file order so a recall reproduces the dataset.
FILE-DATASET.
    MOVE ZERO TO WS-FiledCount
    PERFORM OPEN-DATASET
    PERFORM READ-DATASET
    PERFORM UNTIL WS-EndOfDataset = "Y"
        ADD 1 TO WS-FiledCount
        MOVE WS-RunId       TO avRunId
        MOVE WS-DatasetName TO avDataset
        MOVE WS-FiledCount  TO avSequence
        MOVE WS-CheckRecord TO avData
        WRITE ArchiveRecord
            INVALID KEY
                DISPLAY "RunArchive: " WS-DatasetName " record "
                    WS-FiledCount " already in archive"
        END-WRITE
        IF WS-ArchiveStatus NOT = "00"
            MOVE "ARCHIVE" TO WS-AbendFileName
            MOVE WS-ArchiveStatus TO WS-AbendStatus
            PERFORM FILE-IO-ABEND
        END-IF
        PERFORM READ-DATASET
    END-PERFORM
    PERFORM CLOSE-DATASET.

WRITE-CATALOGUE-ENTRY.
    MOVE WS-RunId           TO cgRunId
    MOVE WS-DatasetName     TO cgDataset
    MOVE WS-TrailerCountNum TO cgTrailerCount
    MOVE WS-FiledCount      TO cgRecordsFiled
    MOVE WS-Today           TO cgArchiveDate
    WRITE CatalogueRecord
    IF WS-CatalogueStatus NOT = "00"
        MOVE "ARCHCAT" TO WS-AbendFileName
        MOVE WS-CatalogueStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
    END-IF
    DISPLAY "RunArchive: " WS-DatasetName " filed - "
        WS-FiledCount " records, trailer count " cgTrailerCount.

*> The run datasets are reached through one set of paragraphs; each
*> leaves the record just read in WS-CheckRecord.
OPEN-DATASET.
    MOVE "Y" TO WS-DatasetPresent
    MOVE SPACE TO WS-EndOfDataset
    EVALUATE WS-DatasetName
        WHEN "AUDITLOG"
            OPEN INPUT AuditFile
        WHEN "COLLRPT"
            OPEN INPUT CollisionFile
        WHEN "ZONERPT"
            OPEN INPUT ZoneBreachFile
        WHEN "NEARMISS"
            OPEN INPUT NearMissFile
        WHEN "FUELRPT"
            OPEN INPUT FuelReportFile
        WHEN "RECONRPT"
            OPEN INPUT ReconFile
        WHEN "EXCPTLOG"
            OPEN INPUT ExceptionFile
        WHEN "AVOIDLOG"
            OPEN INPUT AvoidFile
        WHEN "TRAJMSTR"
            OPEN INPUT TrajMasterFile
    END-EVALUATE
    IF WS-DatasetStatus = "35"
        MOVE SPACE TO WS-DatasetPresent
    ELSE
        IF WS-DatasetStatus NOT = "00"
            MOVE WS-DatasetName TO WS-AbendFileName
            MOVE WS-DatasetStatus TO WS-AbendStatus
            PERFORM FILE-OPEN-ABEND
        END-IF
    END-IF.

READ-DATASET.
    EVALUATE WS-DatasetName
        WHEN "AUDITLOG"
            READ AuditFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE AuditCheckRecord TO WS-CheckRecord
        WHEN "COLLRPT"
            READ CollisionFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE CollisionCheckRecord TO WS-CheckRecord
        WHEN "ZONERPT"
            READ ZoneBreachFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE ZoneBreachCheckRecord TO WS-CheckRecord
        WHEN "NEARMISS"
            READ NearMissFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE NearMissCheckRecord TO WS-CheckRecord
        WHEN "FUELRPT"
            READ FuelReportFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE FuelCheckRecord TO WS-CheckRecord
        WHEN "RECONRPT"
            READ ReconFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE ReconCheckRecord TO WS-CheckRecord
        WHEN "EXCPTLOG"
            READ ExceptionFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE ExceptionCheckRecord TO WS-CheckRecord
        WHEN "AVOIDLOG"
            READ AvoidFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE AvoidCheckRecord TO WS-CheckRecord
        WHEN "TRAJMSTR"
            READ TrajMasterFile
                AT END
                    MOVE "Y" TO WS-EndOfDataset
            END-READ
            MOVE TrajMasterRecord TO WS-CheckRecord
    END-EVALUATE
    IF WS-EndOfDataset NOT = "Y" AND WS-DatasetStatus NOT = "00"
        MOVE WS-DatasetName TO WS-AbendFileName
        MOVE WS-DatasetStatus TO WS-AbendStatus
        PERFORM FILE-IO-ABEND
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
