    05  jnVehicleId     PIC X(6).
    05  jnBeforeImage   PIC X(124).
    05  jnAfterImage    PIC X(124).
    05  jnRequesterId   PIC X(8).
    05  jnApproverId    PIC X(8).

FD  FleetParmFile.
01  FleetParmRecord.
01  WS-BackCtlStatus      PIC X(2).
01  WS-MaintJournalStatus PIC X(2).
01  WS-FleetParmStatus    PIC X(2).
01  WS-MaxJournalEntries  PIC 9(4) COMP VALUE 5000.
01  WS-BatchId            PIC X(14).
01  WS-JournalReadCount   PIC 9(6) COMP VALUE ZERO.
01  WS-BackoutCount       PIC 9(6) COMP VALUE ZERO.
01  JournalIdx            PIC 9(4) COMP VALUE ZERO.

01  JournalTable.
    05  JournalEntry OCCURS 5000 TIMES.
        10  jtActionCode    PIC X(1).
        10  jtVehicleId     PIC X(6).
        10  jtBeforeImage   PIC X(124).
