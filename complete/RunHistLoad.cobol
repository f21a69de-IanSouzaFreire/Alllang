    05  rnEnergyTolerance   PIC S9(8)V99.
    05  rnNearMissWarn      PIC S9(8)V99.
    05  rnNearMissCrit      PIC S9(8)V99.
    05  rnAvoidMode         PIC X(1).
    05  rnLookAheadTicks    PIC 9(2).
    05  rnMaxDecel          PIC S9(4)V99.

FD  CollisionFile.
01  CollisionRecord.
