      *archive files, the audit trail, and the quarantine file in the   *
      *widened layout.  Running it a second time against already        *
      *converted files will damage them.                                *
      *The rows it writes are in the current layout (136-byte tasks,    *
      *193-byte events, with no estimate and no project), so files it   *
      *converts need no further rebuild by TALA-WIDEN.                  *
      ********************************************************************

      *******************THE METADATA FOR OUR PROGRAM*******************
       FD NewTaskFile.                                                  *> THE SAME FILE, REBUILT IN THE 5-DIGIT LAYOUT
       01 NewTaskRecord.
           05 NewTaskKey           PIC 9(5).
           05 FILLER               PIC X(131).

       FD OldEventFile.                                                 *> THE LIVE EVENT FILE IN THE 3-DIGIT LAYOUT
       01 OldEventRecord.
       FD NewEventFile.                                                 *> THE SAME FILE, REBUILT IN THE 5-DIGIT LAYOUT
       01 NewEventRecord.
           05 NewEventKey          PIC 9(5).
           05 FILLER               PIC X(188).

       FD TaskCounterFile.                                              *> FD HOLDING THE LAST ISSUED TASK ID
       01 TaskCounterRecord        PIC X(5).
       01 EventCounterRecord       PIC X(5).

       FD TaskBackupFile.                                               *> SNAPSHOT OF TASKFILE TAKEN BEFORE A REWRITE
       01 TaskBackupRecord         PIC X(136).

       FD EventBackupFile.                                              *> SNAPSHOT OF EVENTFILE TAKEN BEFORE A REWRITE
       01 EventBackupRecord        PIC X(193).

       FD ArchiveTaskFile.                                              *> FD FOR TASKS SWEPT OUT OF THE LIVE FILE
       01 ArchiveTaskRecord        PIC X(136).

       FD ArchiveEventFile.                                             *> FD FOR EVENTS SWEPT OUT OF THE LIVE FILE
       01 ArchiveEventRecord       PIC X(193).

       FD AuditFile.                                                    *> FD FOR THE TRAIL OF EVERY ADD, EDIT, AND DELETE
       01 AuditRecord              PIC X(111).
           05 NTPred               PIC X(5).                            *> PREDECESSOR LINKS DID NOT EXIST BEFORE THIS
           05 FILLER               PIC X(1).
           05 NTDone               PIC X(8).                            *> COMPLETION DATE; OLD ROWS NEVER CARRIED ONE
           05 FILLER               PIC X(1).
           05 NTEst                PIC 9(3)V99.                         *> ESTIMATED HOURS; OLD ROWS NEVER CARRIED ONE
           05 FILLER               PIC X(1).
           05 NTProject            PIC X(8).                            *> PROJECT CODE; OLD ROWS NEVER CARRIED ONE

      *    AN EVENT ROW AS THE OLD AND THE NEW LAYOUTS SEE IT; THE SAME
      *    PICTURES ALSO FIT THE ARCHIVED AND QUARANTINED EVENT ROWS
           05 NEOwner              PIC X(20).
           05 FILLER               PIC X(1).
           05 NEAtt                PIC X(60).                           *> ATTENDEES DID NOT EXIST BEFORE THIS
           05 FILLER               PIC X(1).
           05 NEProject            PIC X(8).                            *> PROJECT CODE; OLD ROWS NEVER CARRIED ONE

      *    AN AUDIT ROW AS THE OLD AND THE NEW LAYOUTS SEE IT
       01 OldAuditRow.
           MOVE OTPri TO NTPri
           MOVE OTRec TO NTRec
           MOVE OTOwner TO NTOwner
           MOVE "00000" TO NTPred                                       *> NO ROW FROM BEFORE THE LINKS HAS A PREDECESSOR
           MOVE 0 TO NTEst.                                             *> NOR AN ESTIMATE; THE PROJECT STAYS SPACES

       ConvertEvents.                                                   *> REBUILD THE LIVE EVENT FILE WITH 5-DIGIT KEYS
           PERFORM LoadOldEvents
