      ********************************************************************
      *                        COBOLPROJECT                              *
      *                        TALA-WIDEN                                *
      *One-time rebuild of the TALA-ADLAWAN live task and event files    *
      *when each row gained an estimate and a project code.  The task   *
      *row grows from 121 to 136 bytes (TaskEstHours, TaskProject) and  *
      *the event row from 184 to 193 bytes (EventProject).  An indexed  *
      *file cannot be opened under the longer record, so both files     *
      *are copied out to a work file and rebuilt in the new layout,     *
      *with every estimate zero and every project code spaces.          *
      *Run this once, with nobody else in the system, after taking      *
      *copies of TaskFile.dat and EventFile.dat, and before the first   *
      *run of the program at the new layout.  Running it a second time *
      *against already rebuilt files will damage them.  Files that     *
      *were converted by TALA-CONVERT at this level are already in the *
      *new layout and must not be run through this program.  The       *
      *snapshot and archive files are line sequential; their short     *
      *rows read back with spaces in the new fields, which the program  *
      *treats as no estimate and no project.                            *
      ********************************************************************

      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TALA-WIDEN.
       AUTHOR. WRITTEN BY GROUP 1.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. ONLY AVAILABLE FOR PEOPLE GRANTED ACCESS BY OUR GROUP.
       REMARKS. CONTACT OUR TEAM FOR ANY BUGS OR ERRORS ENCOUNTERED.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldTaskFile ASSIGN TO "TaskFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldTaskKey.
           SELECT NewTaskFile ASSIGN TO "TaskFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NewTaskKey.
           SELECT OPTIONAL OldEventFile ASSIGN TO "EventFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldEventKey.
           SELECT NewEventFile ASSIGN TO "EventFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NewEventKey.
           SELECT TempWidenFile ASSIGN TO "WidenWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       FD OldTaskFile.                                                  *> THE LIVE TASK FILE IN THE 121-BYTE LAYOUT
       01 OldTaskRecord.
           05 OldTaskKey           PIC 9(5).
           05 FILLER               PIC X(116).

       FD NewTaskFile.                                                  *> THE SAME FILE, REBUILT IN THE 136-BYTE LAYOUT
       01 NewTaskRecord.
           05 NewTaskKey           PIC 9(5).
           05 FILLER               PIC X(131).

       FD OldEventFile.                                                 *> THE LIVE EVENT FILE IN THE 184-BYTE LAYOUT
       01 OldEventRecord.
           05 OldEventKey          PIC 9(5).
           05 FILLER               PIC X(179).

       FD NewEventFile.                                                 *> THE SAME FILE, REBUILT IN THE 193-BYTE LAYOUT
       01 NewEventRecord.
           05 NewEventKey          PIC 9(5).
           05 FILLER               PIC X(188).

       FD TempWidenFile.                                                *> THE FILE BEING REBUILT STREAMS THROUGH HERE
       01 TempWidenRecord          PIC X(200).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF                      PIC X VALUE 'N'.

       01 CopyCount                PIC 9(5).
       01 ConvCount                PIC 9(5).
       01 SkipCount                PIC 9(5).
       01 WriteDup                 PIC X(1).                            *> THE KEYED WRITE TOOK THE INVALID KEY PATH

      *    A TASK ROW IN THE NEW LAYOUT: THE OLD 121 BYTES UNCHANGED,
      *    THEN THE ESTIMATE AND THE PROJECT CODE
       01 WideTaskRow.
           05 WTOld                PIC X(121).
           05 FILLER               PIC X(1).
           05 WTEst                PIC 9(3)V99.                         *> ESTIMATED HOURS; OLD ROWS NEVER CARRIED ONE
           05 FILLER               PIC X(1).
           05 WTProject            PIC X(8).                            *> PROJECT CODE; OLD ROWS NEVER CARRIED ONE

      *    AN EVENT ROW IN THE NEW LAYOUT: THE OLD 184 BYTES UNCHANGED,
      *    THEN THE PROJECT CODE
       01 WideEventRow.
           05 WEOld                PIC X(184).
           05 FILLER               PIC X(1).
           05 WEProject            PIC X(8).                            *> PROJECT CODE; OLD ROWS NEVER CARRIED ONE

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
           DISPLAY "****************************************"           *>
           DISPLAY "*    TALA-ADLAWAN RECORD REBUILD       *"           *> TITLE OF OUR PROGRAM
           DISPLAY "****************************************"
           DISPLAY "Widening task rows to 136 bytes and event rows"
           DISPLAY "to 193 bytes. Run this once only."
           DISPLAY " "

           PERFORM WidenTasks
           PERFORM WidenEvents

           DISPLAY " "
           DISPLAY "Rebuild complete."

           STOP RUN.

       WidenTasks.                                                      *> REBUILD THE LIVE TASK FILE IN THE NEW LAYOUT
      *    THE SAME PHYSICAL FILE IS READ UNDER THE OLD LENGTH, THEN
      *    STARTED OVER UNDER THE NEW ONE, SO EVERY ROW STREAMS OUT TO
      *    A WORK FILE FIRST - NO IN-STORE TABLE, NO ROW CAP
           MOVE 0 TO CopyCount
           MOVE 'N' TO EOF
           OPEN INPUT OldTaskFile
           OPEN OUTPUT TempWidenFile
           PERFORM UNTIL EOF = 'Y'
               READ OldTaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SPACES TO TempWidenRecord
                       MOVE OldTaskRecord TO TempWidenRecord
                       WRITE TempWidenRecord
                       ADD 1 TO CopyCount
               END-READ
           END-PERFORM
           CLOSE OldTaskFile
           CLOSE TempWidenFile

           MOVE 0 TO ConvCount
           MOVE 0 TO SkipCount
           MOVE 'N' TO EOF
           OPEN INPUT TempWidenFile
           OPEN OUTPUT NewTaskFile                                      *> THE SAME PHYSICAL FILE, STARTED OVER
           PERFORM UNTIL EOF = 'Y'
               READ TempWidenFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SPACES TO WideTaskRow
                       MOVE TempWidenRecord(1:121) TO WTOld
                       MOVE 0 TO WTEst                                  *> NO ESTIMATE; THE PROJECT STAYS SPACES
                       MOVE WideTaskRow TO NewTaskRecord
                       MOVE 'N' TO WriteDup
                       WRITE NewTaskRecord
                           INVALID KEY
                               DISPLAY "Task ID already on file: "
                                   NewTaskKey
                               MOVE 'Y' TO WriteDup
                       END-WRITE
                       IF WriteDup = 'Y'
                           ADD 1 TO SkipCount
                       ELSE
                           ADD 1 TO ConvCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TempWidenFile
           CLOSE NewTaskFile

           DISPLAY "Tasks read: " CopyCount
                   "  rebuilt: " ConvCount
                   "  skipped: " SkipCount.

       WidenEvents.                                                     *> REBUILD THE LIVE EVENT FILE IN THE NEW LAYOUT
           MOVE 0 TO CopyCount
           MOVE 'N' TO EOF
           OPEN INPUT OldEventFile
           OPEN OUTPUT TempWidenFile
           PERFORM UNTIL EOF = 'Y'
               READ OldEventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SPACES TO TempWidenRecord
                       MOVE OldEventRecord TO TempWidenRecord
                       WRITE TempWidenRecord
                       ADD 1 TO CopyCount
               END-READ
           END-PERFORM
           CLOSE OldEventFile
           CLOSE TempWidenFile

           MOVE 0 TO ConvCount
           MOVE 0 TO SkipCount
           MOVE 'N' TO EOF
           OPEN INPUT TempWidenFile
           OPEN OUTPUT NewEventFile                                     *> THE SAME PHYSICAL FILE, STARTED OVER
           PERFORM UNTIL EOF = 'Y'
               READ TempWidenFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SPACES TO WideEventRow                      *> THE PROJECT STAYS SPACES
                       MOVE TempWidenRecord(1:184) TO WEOld
                       MOVE WideEventRow TO NewEventRecord
                       MOVE 'N' TO WriteDup
                       WRITE NewEventRecord
                           INVALID KEY
                               DISPLAY "Event ID already on file: "
                                   NewEventKey
                               MOVE 'Y' TO WriteDup
                       END-WRITE
                       IF WriteDup = 'Y'
                           ADD 1 TO SkipCount
                       ELSE
                           ADD 1 TO ConvCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TempWidenFile
           CLOSE NewEventFile

           DISPLAY "Events read: " CopyCount
                   "  rebuilt: " ConvCount
                   "  skipped: " SkipCount.
