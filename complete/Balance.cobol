        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CheckStatus.

    SELECT AvoidFile ASSIGN TO "AVOIDLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CheckStatus.

    SELECT TrajControlFile ASSIGN TO "TRAJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TrajControlStatus.
    05  rnEnergyTolerance   PIC S9(8)V99.
    05  rnNearMissWarn      PIC S9(8)V99.
    05  rnNearMissCrit      PIC S9(8)V99.
    05  rnAvoidMode         PIC X(1).
    05  rnLookAheadTicks    PIC 9(2).
    05  rnMaxDecel          PIC S9(4)V99.

FD  AuditFile.
01  AuditCheckRecord        PIC X(200).
FD  NearMissFile.
01  NearMissCheckRecord     PIC X(200).

FD  AvoidFile.
01  AvoidCheckRecord        PIC X(200).

FD  TrajControlFile.
01  TrajControlRecord.
    05  tjRunId         PIC X(8).
    PERFORM CHECK-ZONE-BREACH-FILE
    PERFORM CHECK-FUEL-FILE
    PERFORM CHECK-NEAR-MISS-FILE
    PERFORM CHECK-AVOID-FILE
    PERFORM CHECK-TRAJ-CONTROL
    IF WS-ErrorCount > ZERO
        DISPLAY "Balance: run " WS-RunId " OUT OF BALANCE - "
    END-IF
    PERFORM VALIDATE-ONE-TRAILER.

CHECK-AVOID-FILE.
    MOVE "AVOIDLOG" TO WS-CheckFileName
    PERFORM START-FILE-CHECK
    OPEN INPUT AvoidFile
    IF WS-CheckStatus NOT = "00"
        MOVE WS-CheckFileName TO WS-AbendFileName
        MOVE WS-CheckStatus TO WS-AbendStatus
        PERFORM FILE-OPEN-ABEND
    END-IF
    READ AvoidFile
        AT END
            MOVE "10" TO WS-CheckStatus
    END-READ
    PERFORM UNTIL WS-CheckStatus NOT = "00"
        MOVE AvoidCheckRecord TO WS-CheckRecord
        PERFORM TALLY-CHECK-RECORD
        READ AvoidFile
            AT END
                MOVE "10" TO WS-CheckStatus
        END-READ
    END-PERFORM
    CLOSE AvoidFile
    IF WS-CheckStatus NOT = "00"
        MOVE WS-CheckFileName TO WS-AbendFileName
        MOVE WS-CheckStatus TO WS-AbendStatus
        PERFORM FILE-CLOSE-ABEND
    END-IF
    PERFORM VALIDATE-ONE-TRAILER.

*> TRAJCTL only exists once TrajLoad has run, so it is checked when
*> present and reported as skipped when the stream has not reached
*> that step yet.
