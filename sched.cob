               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WeekGridFile ASSIGN TO "WeekGrid.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserPrefFile ASSIGN TO "UserPref.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReminderFile ASSIGN TO "Reminders.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IcsFile ASSIGN TO DYNAMIC IcsFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TimeLogFile ASSIGN TO "TimeLog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TimeLogID.
           SELECT OPTIONAL TimeLogCounterFile
               ASSIGN TO "TimeLogCounter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TimesheetFile ASSIGN TO "Timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EstActualFile ASSIGN TO "EstActual.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NoteFile ASSIGN TO "NoteFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NoteKey.
           SELECT OPTIONAL ArchiveNoteFile
               ASSIGN TO "ArchiveNoteFile.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HistoryFile ASSIGN TO "RecordHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ProjectFile ASSIGN TO "ProjectFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProjectCode.
           SELECT ProjectRollupFile ASSIGN TO "ProjectRollup.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LocationFile ASSIGN TO "LocationFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RoomCode.
           SELECT RoomUtilFile ASSIGN TO "RoomUtil.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EscalationFile ASSIGN TO "Escalation.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HolidayFile ASSIGN TO "HolidayFile.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SecurityLogFile ASSIGN TO "SecurityLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SecurityReportFile ASSIGN TO "SecurityReport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TemplateFile ASSIGN TO "TemplateFile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TplKey.
           SELECT OPTIONAL TemplateUseFile ASSIGN TO "TemplateUse.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TemplateReportFile ASSIGN TO "TemplateUsage.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
           05 TaskPredID           PIC X(5).                            *> ID OF THE PREDECESSOR TASK; ZEROS OR SPACES ON OLD ROWS MEANS NONE
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TaskDoneDate         PIC X(8).                            *> MM-DD-YY THE TASK WAS COMPLETED; SPACES WHEN OPEN
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TaskEstHours         PIC 9(3)V99.                         *> ESTIMATED HOURS; SPACES ON OLD ROWS MEANS NONE
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TaskProject          PIC X(8).                            *> PROJECT CODE; SPACES MEANS NONE

       FD EventFile.                                                    *> FD FOR THE EVENT FILE
       01 EventRecord.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EventAttendees.                                           *> UP TO 3 SHARED CALENDARS; SPACES ON OLD ROWS MEANS NONE
               10 EventAttendee OCCURS 3 TIMES PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EventProject         PIC X(8).                            *> PROJECT CODE; SPACES MEANS NONE


       FD AccountFile.                                                  *> FD FOR THE ACCOUNT FILE
           05 PasswordSignup       PIC X(20).
           05 AccountRole          PIC X(5).                            *> ADMIN OR USER; SPACES ON OLD ROWS MEANS USER
           05 AccountStatus        PIC X(1).                            *> A = ACTIVE, D = DEACTIVATED; SPACE MEANS ACTIVE
           05 AccountSupervisor    PIC X(20).                           *> USERNAME OF THE SUPERVISOR; SPACES MEANS NONE
           05 AccountTeam          PIC X(10).                           *> TEAM NAME; SPACES MEANS NONE
           05 AccountLocked        PIC X(1).                            *> Y = LOCKED BY FAILED LOGINS, APART FROM STATUS
           05 AccountFailCount     PIC 9(2).                            *> FAILED LOGINS SINCE THE LAST GOOD ONE
           05 AccountLastLogin     PIC X(6).                            *> YYMMDD OF THE LAST GOOD LOGIN; SPACES = NEVER

       FD TempAccountFile.                                              *> FD FOR THE TEMPORARY ACCOUNT FILE
       01 TempAccountRecord.
           05 TempPasswordSignup   PIC X(20).
           05 TempAccountRole      PIC X(5).
           05 TempAccountStatus    PIC X(1).
           05 TempAccountSupervisor PIC X(20).
           05 TempAccountTeam      PIC X(10).
           05 TempAccountLocked    PIC X(1).
           05 TempAccountFailCount PIC 9(2).
           05 TempAccountLastLogin PIC X(6).

       FD OutputFile.                                                   *> FD FOR THE GENERATED OUTPUT
       01 OutputRecord             PIC X(900).
       01 EventCounterRecord       PIC 9(5).

       FD CsvFile.                                                      *> FD FOR THE OPTIONAL COMMA-DELIMITED EXPORT
       01 CsvRecord                PIC X(160).

       FD TaskBackupFile.                                               *> SNAPSHOT OF TASKFILE TAKEN BEFORE A REWRITE
       01 TaskBackupRecord         PIC X(136).

       FD EventBackupFile.                                              *> SNAPSHOT OF EVENTFILE TAKEN BEFORE A REWRITE
       01 EventBackupRecord        PIC X(193).

       FD ArchiveTaskFile.                                              *> FD FOR TASKS SWEPT OUT OF THE LIVE FILE
       01 ArchiveTaskRecord.
           05 ArcTaskPredID        PIC X(5).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcTaskDoneDate      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcTaskEstHours      PIC 9(3)V99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcTaskProject       PIC X(8).

       FD ArchiveEventFile.                                             *> FD FOR EVENTS SWEPT OUT OF THE LIVE FILE
       01 ArchiveEventRecord.
           05 ArcEventOwner        PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcEventAttendees    PIC X(60).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcEventProject      PIC X(8).

       FD ArchiveReportFile.                                            *> FD FOR THE SEPARATE ARCHIVED-HISTORY REPORT
       01 ArchiveReportRecord      PIC X(900).
       FD WeekGridFile.                                                 *> FD FOR THE PRINTABLE WEEKLY CALENDAR GRID
       01 WeekGridRecord           PIC X(132).

       FD UserPrefFile.                                                 *> EACH ACCOUNT'S OWN REMINDER LEAD TIMES
       01 UserPrefRecord.
           05 PrefUser             PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PrefTaskLead         PIC 9(2).                            *> DAYS BEFORE A DUE DATE TO START REMINDING
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PrefEventLead        PIC 9(2).                            *> DAYS BEFORE AN EVENT TO REMIND; 01 = TOMORROW

       FD ReminderFile.                                                 *> THE OUTBOX THE MAIL RELAY SENDS FROM
       01 ReminderRecord.
           05 RemTo                PIC X(20).                           *> USERNAME THE MESSAGE IS ADDRESSED TO
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RemLineType          PIC X(1).                            *> H = HEADER, D = DETAIL, T = TRAILER
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RemLineNo            PIC 9(3).                            *> LINE NUMBER WITHIN THE MESSAGE
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RemText              PIC X(100).

       FD IcsFile.                                                      *> ONE ACCOUNT'S CALENDAR, IN iCalendar FORM
       01 IcsRecord                PIC X(132).

       FD TimeLogFile.                                                  *> HOURS BOOKED AGAINST TASKS, ONE ROW PER ENTRY
       01 TimeLogRecord.
           05 TimeLogID            PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TimeTaskID           PIC 9(5).                            *> THE TASK THE HOURS WERE SPENT ON
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TimeDate.                                                 *> MM-DD-YY THE WORK WAS DONE
               10 TimeDateMM        PIC X(2).
               10 FILLER            PIC X(1) VALUE "-".
               10 TimeDateDD        PIC X(2).
               10 FILLER            PIC X(1) VALUE "-".
               10 TimeDateYY        PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TimeUser             PIC X(20).                           *> WHO LOGGED IT - ALWAYS THE TASK OWNER
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TimeHours            PIC 9(2)V99.

       FD TimeLogCounterFile.                                           *> FD HOLDING THE LAST ISSUED TIME ENTRY ID
       01 TimeLogCounterRecord     PIC 9(5).

       FD TimesheetFile.                                                *> FD FOR THE WEEKLY TIMESHEET REPORT
       01 TimesheetRecord          PIC X(132).

       FD EstActualFile.                                                *> FD FOR THE ESTIMATE-VS-ACTUAL REPORT
       01 EstActualRecord          PIC X(132).

       FD NoteFile.                                                     *> RUNNING NOTES AGAINST TASKS AND EVENTS
       01 NoteRecord.
           05 NoteKey.
               10 NoteRecType       PIC X(5).                           *> TASK OR EVENT
               10 NoteRecID         PIC 9(5).                           *> ID OF THE RECORD THE NOTE IS ON
               10 NoteSeq           PIC 9(3).                           *> 001 UP, IN THE ORDER THEY WERE ADDED
           05 FILLER               PIC X(1) VALUE SPACES.
           05 NoteDate             PIC X(8).                            *> MM-DD-YY THE NOTE WAS WRITTEN
           05 FILLER               PIC X(1) VALUE SPACES.
           05 NoteAuthor           PIC X(20).                           *> WHO SIGNED IT
           05 FILLER               PIC X(1) VALUE SPACES.
           05 NoteText             PIC X(60).

       FD ArchiveNoteFile.                                              *> NOTES SWEPT OUT WITH THEIR RECORDS
       01 ArchiveNoteRecord.
           05 ArcNoteRecType       PIC X(5).
           05 ArcNoteRecID         PIC 9(5).
           05 ArcNoteSeq           PIC 9(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcNoteDate          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcNoteAuthor        PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ArcNoteText          PIC X(60).

       FD HistoryFile.                                                  *> ONE RECORD'S FULL STORY - ROW, TRAIL, AND NOTES
       01 HistoryRecord            PIC X(132).

       FD ProjectFile.                                                  *> THE PROJECT MASTER, KEYED BY PROJECT CODE
       01 ProjectRecord.
           05 ProjectCode          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ProjectTitle         PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ProjectLead          PIC X(20).                           *> USERNAME OF THE PROJECT LEAD
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ProjectTargetDate.                                        *> MM-DD-YY THE PROJECT IS DUE TO FINISH
               10 ProjectTargetMM   PIC X(2).
               10 FILLER            PIC X(1) VALUE "-".
               10 ProjectTargetDD   PIC X(2).
               10 FILLER            PIC X(1) VALUE "-".
               10 ProjectTargetYY   PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ProjectStatus        PIC X(6).                            *> Open, OnHold, OR Closed

       FD ProjectRollupFile.                                            *> FD FOR THE PROJECT ROLLUP REPORT
       01 ProjectRollupRecord      PIC X(132).

       FD LocationFile.                                                 *> THE ROOM MASTER, KEYED BY ROOM CODE
       01 LocationRecord.
           05 RoomCode             PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RoomName             PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RoomCapacity         PIC 9(3).                            *> SEATS, OWNER AND ATTENDEES TOGETHER
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RoomBookable         PIC X(1).                            *> Y OR N

       FD RoomUtilFile.                                                 *> FD FOR THE ROOM UTILIZATION REPORT
       01 RoomUtilRecord           PIC X(132).

       FD EscalationFile.                                               *> FD FOR THE OVERDUE ESCALATION REPORT
       01 EscalationRecord         PIC X(132).

       FD HolidayFile.                                                  *> HOLIDAYS AND THE NON-WORKING WEEKDAYS
       01 HolidayRecord.
           05 HolKind              PIC X(1).                            *> H = HOLIDAY DATE, W = WEEKDAY SETTING
           05 FILLER               PIC X(1) VALUE SPACES.
           05 HolDate              PIC X(8).                            *> MM-DD-YY, ON AN H ROW
           05 FILLER               PIC X(1) VALUE SPACES.
           05 HolWeekday           PIC 9(1).                            *> 0 = SUNDAY TO 6 = SATURDAY, ON A W ROW
           05 FILLER               PIC X(1) VALUE SPACES.
           05 HolOff               PIC X(1).                            *> Y = NOT WORKED, ON A W ROW
           05 FILLER               PIC X(1) VALUE SPACES.
           05 HolDescription       PIC X(30).

       FD SecurityLogFile.                                              *> EVERY LOGIN, FAILURE, LOGOUT, AND LOCK EVENT
       01 SecurityLogRecord.
           05 SecUser              PIC X(20).                           *> THE USERNAME GIVEN, ON FILE OR NOT
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SecDate              PIC 9(6).                            *> YYMMDD
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SecTime              PIC 9(6).                            *> HHMMSS
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SecEvent             PIC X(8).                            *> LOGIN, FAIL, BUSY, LOCKED, LOCK, UNLOCK, LOGOUT, RECLAIM
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SecDetail            PIC X(40).

       FD SecurityReportFile.                                           *> FD FOR THE ADMINISTRATORS' SECURITY REPORT
       01 SecurityReportRecord     PIC X(132).

       FD TemplateFile.                                                 *> CHECKLIST TEMPLATES; LINE 00 IS THE HEADER
       01 TemplateRecord.
           05 TplKey.
               10 TplName           PIC X(15).
               10 TplLineNo         PIC 9(2).                           *> 00 = HEADER, 01-99 = THE TASK LINES
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TplDescription       PIC X(25).                           *> THE TEMPLATE TITLE ON THE HEADER
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TplPriority          PIC X(6).                            *> High, Medium, OR Low
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TplOffset            PIC S9(3) SIGN LEADING SEPARATE.     *> DUE DATE, IN DAYS FROM THE ANCHOR DATE
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TplDependsOn         PIC 9(2).                            *> EARLIER LINE THIS ONE WAITS ON; 00 = NONE
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TplStatus            PIC X(1).                            *> A = ACTIVE, R = RETIRED, ON THE HEADER
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TplCreatedBy         PIC X(20).                           *> ON THE HEADER

       FD TemplateUseFile.                                              *> ONE LINE EACH TIME A TEMPLATE IS APPLIED
       01 TemplateUseRecord.
           05 TuName               PIC X(15).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuUser               PIC X(20).                           *> WHO APPLIED IT
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuDate               PIC 9(6).                            *> YYMMDD
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuTime               PIC 9(6).                            *> HHMMSS
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuOwner              PIC X(20).                           *> WHO THE TASKS WERE CREATED FOR
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuAnchor             PIC X(8).                            *> MM-DD-YY
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuFirstID            PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TuTaskCount          PIC 9(3).

       FD TemplateReportFile.                                           *> FD FOR THE TEMPLATE USAGE REPORT
       01 TemplateReportRecord     PIC X(132).

       FD AuditFile.                                                    *> FD FOR THE TRAIL OF EVERY ADD, EDIT, AND DELETE
       01 AuditRecord.
           05 AuditUser            PIC X(20).                           *> WHO MADE THE CHANGE
       01 ImpStart                 PIC X(5).
       01 ImpEnd                   PIC X(5).
       01 ImpPriority              PIC X(6).
       01 ImpProject               PIC X(8).
       01 ImportedCount            PIC 9(3).
       01 RejectedCount            PIC 9(3).
       01 ImportRejectReason       PIC X(40).

       01 ArchivedTaskCount        PIC 9(3).
       01 ArchivedEventCount       PIC 9(3).
       01 ArchivedNoteCount        PIC 9(5).

       01 ArchiveTaskCol.                                               *> THE TASK COLUMNS PLUS THE COMPLETION DATE
           05 ArchiveTaskColMain   PIC X(90).
       01 AuditBeforeWork          PIC X(25).
       01 AuditAfterWork           PIC X(25).
       01 AuditPending             PIC X(1) VALUE 'N'.
       01 AuditKeyWork             PIC X(8).                            *> PROJECT OR ROOM CODE FOR A MASTER EDIT
       01 AuditValueHold           PIC X(25).

       01 AuditFilterOption        PIC X(1).
       01 AuditFilterUser          PIC X(20).
       01 CurrentUserRole          PIC X(5).                            *> ROLE OF WHOEVER IS LOGGED IN
       01 AccountCount             PIC 9(3).                            *> ROWS SEEN BY THE SIGNUP DUPLICATE SCAN
       01 AccountTargetUser        PIC X(20).                           *> THE ACCOUNT AN UPDATE IS AIMED AT
       01 AccountUpdateMode        PIC X(1).                            *> P = NEW PASSWORD, D = DEACTIVATE, R = GRANT ADMIN, S = SET TEAM, M = MOVE REPORTS, G/F = GOOD/FAILED LOGIN, U = UNLOCK
       01 AccountLockedNow         PIC X(1).                            *> Y WHEN AN F UPDATE HAS JUST LOCKED THE ROW
       01 LockAfterFailures        PIC 9(2) VALUE 5.                    *> FAILED LOGINS IN A ROW BEFORE THE ACCOUNT LOCKS
       01 AccountNewSupervisor     PIC X(20).
       01 AccountNewTeam           PIC X(10).
       01 AccountMovedCount        PIC 9(3).                            *> REPORTS MOVED BY AN M UPDATE
       01 AccountOldSupervisor     PIC X(20).                           *> THE TARGET'S OWN SUPERVISOR, FOR AN M UPDATE
       01 AccountActionOK          PIC X(1).
       01 AdminOnFile              PIC X(1).
       01 NewOwnerUser             PIC X(20).
       01 LockHolderName           PIC X(20).
       01 LockRetryChoice          PIC X(1).
       01 LockReclaimChoice        PIC X(1).
       01 LockQuietMode            PIC X(1) VALUE 'N'.                  *> Y = NOBODY TO ASK: SILENT RETRIES, NEVER A RECLAIM
       01 LockQuietTries           PIC 9(2).
       01 LockQuietLimit           PIC 9(2) VALUE 10.                   *> TRIES, HALF A SECOND APART, BEFORE GIVING UP
       01 LockWaitClock            PIC 9(8).                            *> HHMMSSCC FROM ACCEPT ... FROM TIME
       01 LockWaitParts REDEFINES LockWaitClock.
           05 LockWaitHH            PIC 9(2).
           05 LockWaitMI            PIC 9(2).
           05 LockWaitSS            PIC 9(2).
           05 LockWaitCC            PIC 9(2).
       01 LockWaitStart            PIC 9(7).                            *> HUNDREDTHS SINCE MIDNIGHT
       01 LockWaitNow              PIC 9(7).

      *******VARIABLES FOR THE FILE INTEGRITY CHECK AND QUARANTINE******
       01 AcctNameTable.                                                *> EVERY USERNAME ON FILE, FOR THE ORPHAN CHECK
       01 QuarActionChoice         PIC X(1).
       01 QuarOldID                PIC X(5).                            *> THE ID THE ROW CARRIED WHEN IT WAS PULLED
       01 QuarIDInUse              PIC X(1).
       01 EventRecordSave          PIC X(193).                          *> THE KEYED PROBE RUNS OVER THE RECORD BUFFER

      **************VARIABLES FOR TASK PREDECESSOR LINKS****************
      *    EVERY OPEN TASK ID, SO THE BLOCKED CHECK NEVER HAS TO READ
       01 PredIDInput              PIC X(5).
       01 PredIDOK                 PIC X(1).
       01 PredConfirmChoice        PIC X(1).
       01 TaskRecordSave           PIC X(136).                          *> THE PREDECESSOR READ RUNS OVER THE RECORD BUFFER

      ***************VARIABLES FOR THE AFTER-LOGIN DIGEST***************
       01 DigestCutoffAlpha.                                            *> THREE DAYS OUT, THE FAR EDGE OF "DUE SOON"
           05 FILLER                PIC X(1) VALUE "-".
           05 TimeRangeEnd          PIC X(5).

      ***********VARIABLES FOR THE NIGHTLY REMINDER OUTBOX***************
       01 PrefTable.                                                    *> EVERY ROW OF UserPref.dat, FOR LOOKUP AND REWRITE
           05 PrefEntry OCCURS 200 TIMES.
               10 PrefEntryUser     PIC X(20).
               10 PrefEntryTask     PIC 9(2).
               10 PrefEntryEvent    PIC 9(2).
       01 PrefCount                PIC 9(3).
       01 PrefIdx                  PIC 9(3).
       01 PrefSlot                 PIC 9(3).
       01 PrefTaskLeadWork         PIC 9(2).
       01 PrefEventLeadWork        PIC 9(2).
       01 PrefNewTaskLead          PIC 9(2).
       01 PrefNewEventLead         PIC 9(2).
       01 DefaultTaskLead          PIC 9(2) VALUE 3.                    *> THE SAME WINDOW THE LOGIN DIGEST USES
       01 DefaultEventLead         PIC 9(2) VALUE 1.                    *> TOMORROW'S EVENTS
       01 PromptLeadLabel          PIC X(50).
       01 PromptLeadInput          PIC X(2).
       01 PromptLeadDays           PIC 9(2).
       01 PromptLeadOK             PIC X(1).

       01 AcctInfoTable.                                                *> EVERY ACCOUNT ROW, FOR THE PER-USER BATCH PASSES
           05 AcctInfoEntry OCCURS 200 TIMES.
               10 AcctInfoName      PIC X(20).
               10 AcctInfoStatus    PIC X(1).
               10 AcctInfoSupervisor PIC X(20).
               10 AcctInfoTeam      PIC X(10).
       01 AcctInfoCount            PIC 9(3).
       01 AcctInfoIdx              PIC 9(3).
       01 AcctInfoFull             PIC X(1).
       01 AcctInfoFound            PIC X(1).
       01 AcctLookupName           PIC X(20).                           *> THE NAME FindAcctInfo LOOKS FOR

       01 ScanUser                 PIC X(20).                           *> THE ACCOUNT A PER-USER PASS IS WORKING FOR

       01 DateOffsetDays           PIC S9(4) COMP.                      *> DAYS TO STEP FROM TODAY, EITHER WAY
       01 OffsetDateKeyAlpha.
           05 OffsetDateKeyYY       PIC X(2).
           05 OffsetDateKeyMM       PIC X(2).
           05 OffsetDateKeyDD       PIC X(2).
       01 OffsetDateKeyNum         PIC 9(6).

       01 ReminderTaskCutoffNum    PIC 9(6).                            *> LAST DUE DATE INSIDE THE TASK LEAD TIME
       01 ReminderEventCutoffNum   PIC 9(6).                            *> LAST EVENT DATE INSIDE THE EVENT LEAD TIME
       01 ReminderTomorrowNum      PIC 9(6).
       01 ReminderYesterdayNum     PIC 9(6).                            *> DUE YESTERDAY MEANS IT HAS JUST TURNED OVERDUE
       01 ReminderEventKeyAlpha.
           05 ReminderEventKeyYY    PIC X(2).
           05 ReminderEventKeyMM    PIC X(2).
           05 ReminderEventKeyDD    PIC X(2).
       01 ReminderEventKeyNum      PIC 9(6).

      *    ONE USER'S MESSAGE, HELD UNTIL WE KNOW IT IS WORTH SENDING
       01 ReminderLineTable.
           05 ReminderLine OCCURS 100 TIMES PIC X(100).
       01 ReminderLineCount        PIC 9(3).
       01 ReminderLineIdx          PIC 9(3).
       01 ReminderLineFull         PIC X(1).
       01 ReminderWork             PIC X(100).
       01 ReminderMessageCount     PIC 9(3).                            *> MESSAGES PUT IN THE OUTBOX THIS RUN
       01 ReminderItemTotal        PIC 9(5).                            *> REMINDERS ACROSS EVERY MESSAGE

      ***********VARIABLES FOR THE iCalendar (.ics) EXPORT**************
       01 IcsFileName              PIC X(40).                           *> Schedule-<username>.ics
       01 IcsLine                  PIC X(132).
       01 IcsTextIn                PIC X(60).                           *> FREE TEXT TO ESCAPE
       01 IcsTextOut               PIC X(120).                          *> THE SAME WITH , ; AND \ ESCAPED
       01 IcsInIdx                 PIC 9(3).
       01 IcsOutIdx                PIC 9(3).
       01 IcsEntryCount            PIC 9(5).
       01 IcsFileCount             PIC 9(3).
       01 IcsNowStamp              PIC X(21).                           *> YYYYMMDDHHMMSSCC, THEN THE OFFSET FROM GMT
       01 IcsNowParts REDEFINES IcsNowStamp.
           05 IcsNowDate            PIC 9(8).
           05 IcsNowHH              PIC 9(2).
           05 IcsNowMI              PIC 9(2).
           05 IcsNowSS              PIC 9(2).
           05 FILLER                PIC 9(2).
           05 IcsNowSign            PIC X(1).                           *> + OR - ; ANYTHING ELSE MEANS NO OFFSET KNOWN
           05 IcsNowOffHH           PIC X(2).
           05 IcsNowOffMI           PIC X(2).
       01 IcsOffMinutes            PIC S9(5) COMP.
       01 IcsUtcMinutes            PIC S9(5) COMP.                      *> MINUTES INTO THE UTC DAY
       01 IcsUtcDayInt             PIC S9(9) COMP.
       01 IcsUtcDate               PIC 9(8).
       01 IcsUtcTime.
           05 IcsUtcHH              PIC 9(2).
           05 IcsUtcMI              PIC 9(2).
           05 IcsUtcSS              PIC 9(2).
       01 IcsStartTime.
           05 IcsStartHH            PIC X(2).
           05 IcsStartMI            PIC X(2).
       01 IcsEndTime.
           05 IcsEndHH              PIC X(2).
           05 IcsEndMI              PIC X(2).
       01 IcsDateWork              PIC 9(8).                            *> 20YYMMDD OF THE ROW
       01 IcsNextDateWork          PIC 9(8).                            *> THE DAY AFTER, FOR ALL-DAY ENDS
       01 IcsTimed                 PIC X(1).                            *> N = THE EVENT HAS NO CLOCK, WRITE IT ALL-DAY

      ***********VARIABLES FOR TIME LOGGING AND TIMESHEETS**************
       01 TimeIDInput              PIC X(5).
       01 TimeTaskWork             PIC 9(5).                            *> THE TASK A TIME ENTRY IS AIMED AT
       01 TimeTaskOK               PIC X(1).
       01 TimeEntryOK              PIC X(1).
       01 TimeMenuChoice           PIC X(1).
       01 TimeDateWork             PIC X(8).
       01 TimeHoursWork            PIC 9(2)V99.
       01 TimeSeeAll               PIC X(1).                            *> ADMIN OR BATCH - EVERY USER'S HOURS
       01 TimeListCount            PIC 9(5).

      *    HOURS TYPED AS 7.5, 12 OR 3.25, SPLIT AND CHECKED BY HAND
       01 HoursLabel               PIC X(50).
       01 HoursInput               PIC X(7).
       01 HoursWholeText           PIC X(7).
       01 HoursFracText            PIC X(7).
       01 HoursWholeLen            PIC 9(2).
       01 HoursFracLen             PIC 9(2).
       01 HoursWholeNum            PIC 9(3).
       01 HoursFracNum             PIC 9(2).
       01 HoursValue               PIC 9(3)V99.
       01 HoursMax                 PIC 9(3)V99.
       01 HoursOK                  PIC X(1).
       01 HoursZeroOK              PIC X(1).                            *> MAY THE ANSWER BE LEFT BLANK / ZERO
       01 HoursEdit                PIC ZZ9.99.
       01 HoursTotalEdit           PIC ZZZZ9.99.
       01 HoursVarianceEdit        PIC -ZZZZ9.99.

      *    ONE ROW PER USER, ONE COLUMN PER DAY OF THE CHOSEN WEEK
       01 TsTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 TsTitle-TT           PIC X(25) VALUE
           "WEEKLY TIMESHEET".
       01 TsUserTable.
           05 TsUserEntry OCCURS 200 TIMES.
               10 TsUserName        PIC X(20).
               10 TsUserDay OCCURS 7 TIMES PIC 9(3)V99.
       01 TsUserCount              PIC 9(3).
       01 TsUserIdx                PIC 9(3).
       01 TsUserSlot               PIC 9(3).
       01 TsUserFull               PIC X(1).
       01 TsDayIdx                 PIC 9(1).
       01 TsRowTotal               PIC 9(5)V99.
       01 TsDayTotal               PIC 9(5)V99.
       01 TsGrandTotal             PIC 9(5)V99.
       01 TsLine                   PIC X(132).
       01 TsLinePtr                PIC 9(3).

      *    ACTUAL HOURS PER TASK, SUBSCRIPTED BY THE TASK ID ITSELF
       01 TaskHoursTable.
           05 TaskHoursEntry OCCURS 99999 TIMES PIC 9(5)V99.
       01 EaTitle.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 EaTitle-TT           PIC X(30) VALUE
           "ESTIMATE VS ACTUAL HOURS".
       01 EaLine                   PIC X(132).
       01 EaEstWork                PIC 9(3)V99.
       01 EaActualWork             PIC 9(5)V99.
       01 EaVariance               PIC S9(5)V99.
       01 EaEstTotal               PIC 9(7)V99.
       01 EaActualTotal            PIC 9(7)V99.
       01 EaTaskCount              PIC 9(5).
       01 EaSourceWork             PIC X(7).                            *> LIVE OR ARCHIVE

      ***************VARIABLES FOR RECORD NOTES AND HISTORY**************
       01 NoteRecTypeWork          PIC X(5).                            *> THE RECORD A NOTE PASS IS AIMED AT
       01 NoteRecIDWork            PIC 9(5).
       01 NoteTextWork             PIC X(60).
       01 NoteNextSeq              PIC 9(4).
       01 NoteEOF                  PIC X(1).                            *> THE NOTE SCAN'S OWN FLAG - THE CALLER OWNS EOF
       01 NoteIDInput              PIC X(5).
       01 NoteAllowed              PIC X(1).
       01 NoteQuiet                PIC X(1) VALUE 'N'.
       01 NoteSeqTable.                                                 *> SEQUENCES TO DELETE AFTER THE SCAN THAT FOUND THEM
           05 NoteSeqEntry OCCURS 999 TIMES PIC 9(3).
       01 NoteSeqCount             PIC 9(3).
       01 NoteSeqIdx               PIC 9(3).
       01 NoteTodayWork.
           05 NoteTodayMM           PIC X(2).
           05 FILLER                PIC X(1) VALUE "-".
           05 NoteTodayDD           PIC X(2).
           05 FILLER                PIC X(1) VALUE "-".
           05 NoteTodayYY           PIC X(2).

       01 HistTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 HistTitle-TT         PIC X(25) VALUE
           "RECORD HISTORY".
       01 HistLine                 PIC X(132).
       01 HistFound                PIC X(1).
       01 HistAllowed              PIC X(1).
       01 HistAuditCount           PIC 9(5).
       01 HistNoteCount            PIC 9(5).

      ***********VARIABLES FOR PROJECT CODES AND THE ROLLUP*************
       01 ProjectCodeWork          PIC X(8).
       01 ProjectOK                PIC X(1).                            *> Y = USABLE, N = NOT ON FILE, C = CLOSED
       01 ProjectLabel             PIC X(50).
       01 ProjectMenuChoice        PIC X(1).
       01 ProjectFieldChoice       PIC X(1).
       01 ProjectStatusWork        PIC X(6).
       01 ProjectEOF               PIC X(1).                            *> THE PROJECT SCANS' OWN FLAG - THE CALLER OWNS EOF
       01 ProjectCodeSave          PIC X(8).
       01 ProjTable.                                                    *> ONE ROLLUP BUCKET PER PROJECT ON THE MASTER
           05 ProjEntry OCCURS 200 TIMES.
               10 ProjTabCode       PIC X(8).
               10 ProjTabOpen       PIC 9(5).
               10 ProjTabDone       PIC 9(5).
               10 ProjTabCancelled  PIC 9(5).
               10 ProjTabOverdue    PIC 9(5).
               10 ProjTabBlocked    PIC 9(5).
               10 ProjTabLatestNum  PIC 9(6).                           *> YYMMDD OF THE LATEST TASK DUE DATE
               10 ProjTabLatestDate PIC X(8).
               10 ProjTabUpcoming   PIC 9(5).
               10 ProjTabPastEvents PIC 9(5).
               10 ProjTabArcTasks   PIC 9(5).
               10 ProjTabArcEvents  PIC 9(5).
       01 ProjCount                PIC 9(3).
       01 ProjIdx                  PIC 9(3).
       01 ProjFound                PIC X(1).
       01 ProjKeyAlpha.                                                 *> YYMMDD SORT/COMPARE KEY FROM A MM-DD-YY DATE
           05 ProjKeyYY            PIC X(2).
           05 ProjKeyMM            PIC X(2).
           05 ProjKeyDD            PIC X(2).
       01 ProjKeyNum               PIC 9(6).
       01 ProjTargetNum            PIC 9(6).
       01 ProjDateWork             PIC X(8).
       01 ProjStatusClass          PIC X(10).
       01 ProjUpcoming             PIC X(1).
       01 ProjectAddOK             PIC X(1).
       01 ProjectCommaCount        PIC 9(2).
       01 ProjectTitleWork         PIC X(30).

       01 ProjTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 ProjTitle-TT         PIC X(25) VALUE
           "PROJECT ROLLUP".
       01 ProjLine                 PIC X(132).

      ***********VARIABLES FOR ROOMS AND ROOM BOOKINGS******************
       01 RoomCodeWork             PIC X(8).
       01 RoomOK                   PIC X(1).                            *> Y = BOOKABLE, N = NOT ON FILE, X = NOT BOOKABLE
       01 RoomNameWork             PIC X(30).
       01 RoomCapacityWork         PIC 9(3).
       01 RoomCapacityInput        PIC X(3).
       01 RoomBookableWork         PIC X(1).
       01 RoomMenuChoice           PIC X(1).
       01 RoomFieldChoice          PIC X(1).
       01 RoomAddOK                PIC X(1).
       01 RoomEOF                  PIC X(1).                            *> THE ROOM SCANS' OWN FLAG - THE CALLER OWNS EOF
       01 RoomCommaCount           PIC 9(2).
       01 RoomLabel                PIC X(60).
       01 RoomDateWork             PIC X(8).                            *> THE BOOKING BEING CHECKED
       01 RoomStartKey             PIC 9(4).
       01 RoomEndKey               PIC 9(4).
       01 RoomSkipID               PIC 9(5).
       01 RoomPartyCount           PIC 9(2).
       01 RoomFileOpen             PIC X(1) VALUE 'N'.                  *> Y WHEN THE EDIT SCREEN HAS EventFile OPEN
       01 RoomClash                PIC X(1).
       01 RoomClashID              PIC 9(5).
       01 RoomClashTimes           PIC X(11).
       01 RoomRecordSave           PIC X(193).                          *> THE CLASH SCAN RUNS OVER THE RECORD BUFFER

       01 UtilTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 UtilTitle-TT         PIC X(25) VALUE
           "ROOM UTILIZATION".
       01 UtilLine                 PIC X(132).
       01 UtilTable.                                                    *> MINUTES BOOKED, PER ROOM PER WEEK
           05 UtilRoom OCCURS 100 TIMES.
               10 UtilRoomCode      PIC X(8).
               10 UtilWeekMinutes OCCURS 13 TIMES PIC 9(6).
       01 UtilRoomCount            PIC 9(3).
       01 UtilRoomIdx              PIC 9(3).
       01 UtilWeekIdx              PIC 9(2).
       01 UtilWeeks                PIC 9(2).
       01 UtilWeeksInput           PIC X(2).
       01 UtilFound                PIC X(1).
       01 UtilStartInt             PIC S9(9) COMP.                      *> THE MONDAY THE FIRST WEEK STARTS ON
       01 UtilRowInt               PIC S9(9) COMP.
       01 UtilSlot                 PIC S9(9) COMP.
       01 UtilLocWork              PIC X(20).
       01 UtilDateWork             PIC X(8).
       01 UtilStartWork.
           05 UtilStartNumHH       PIC 9(2).
           05 FILLER               PIC X(1).
           05 UtilStartNumMI       PIC 9(2).
       01 UtilEndWork.
           05 UtilEndNumHH         PIC 9(2).
           05 FILLER               PIC X(1).
           05 UtilEndNumMI         PIC 9(2).
       01 UtilMinutes              PIC S9(5).
       01 UtilDayHours             PIC 9(2) VALUE 10.                   *> 08:00 TO 18:00 ON A WORKING DAY
       01 UtilWorkDays             PIC 9(1).
       01 UtilBookedHours          PIC 9(4)V99.
       01 UtilAvailHours           PIC 9(4)V99.
       01 UtilPercent              PIC 9(4).
       01 UtilHoursEdit            PIC ZZZ9.99.
       01 UtilPercentEdit          PIC ZZZ9.

      *************VARIABLES FOR TEAMS AND OVERDUE ESCALATION************
       01 TeamMenuChoice           PIC X(1).
       01 TeamSetOK                PIC X(1).
       01 TeamStatusWork           PIC X(1).
       01 TeamReportCount          PIC 9(3).                            *> LIVE ACCOUNTS REPORTING TO AccountTargetUser
       01 TeamMemberIdx            PIC 9(3).
       01 TeamOpenCount            PIC 9(5).
       01 TeamOverdueCount         PIC 9(5).
       01 TeamBlockedCount         PIC 9(5).
       01 TeamOpenTotal            PIC 9(5).
       01 TeamOverdueTotal         PIC 9(5).
       01 TeamBlockedTotal         PIC 9(5).
       01 EscalateAfterDays        PIC 9(3) VALUE 5.                    *> DAYS PAST DUE BEFORE A NORMAL TASK ESCALATES
       01 EscTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 EscTitle-TT          PIC X(25) VALUE
           "OVERDUE ESCALATION".
       01 EscLine                  PIC X(132).
       01 EscTable.                                                     *> EVERY ESCALATED TASK, WITH ITS OWNER'S SUPERVISOR
           05 EscEntry OCCURS 2000 TIMES.
               10 EscTaskID         PIC 9(5).
               10 EscOwner          PIC X(20).
               10 EscSupervisor     PIC X(20).
               10 EscDueDate        PIC X(8).
               10 EscDaysOver       PIC 9(5).
               10 EscPriority       PIC X(6).
               10 EscDescription    PIC X(25).
       01 EscCount                 PIC 9(4).
       01 EscIdx                   PIC 9(4).
       01 EscFull                  PIC X(1).
       01 EscSupTable.                                                  *> EACH SUPERVISOR ONCE, FOR THE REPORT GROUPING
           05 EscSupName OCCURS 200 TIMES PIC X(20).
       01 EscSupCount              PIC 9(3).
       01 EscSupIdx                PIC 9(3).
       01 EscSupFound              PIC X(1).
       01 EscTodayInt              PIC S9(9) COMP.
       01 EscDueInt                PIC S9(9) COMP.
       01 EscDaysWork              PIC S9(9) COMP.
       01 EscDaysEdit              PIC ZZZZ9.

      ****************VARIABLES FOR THE HOLIDAY CALENDAR*****************
       01 HolMenuChoice            PIC X(1).
       01 HolTable.                                                     *> EVERY HOLIDAY ON FILE, IN DATE ORDER
           05 HolEntry OCCURS 501 TIMES.
               10 HolEntryDate      PIC X(8).
               10 HolEntryInt       PIC S9(9) COMP.
               10 HolEntryDesc      PIC X(30).
       01 HolCount                 PIC 9(3).
       01 HolIdx                   PIC 9(3).
       01 HolFull                  PIC X(1).
       01 HolFound                 PIC X(1).
       01 HolWeekTable.                                                 *> Y PER DAY OFF, SUNDAY FIRST
           05 HolWeekOff OCCURS 7 TIMES PIC X(1).
       01 HolNewWeekTable.
           05 HolNewWeekOff OCCURS 7 TIMES PIC X(1).
       01 HolWeekSet               PIC X(1).                            *> Y ONCE THE WEEKDAYS ARE SET ON FILE
       01 HolWeekIdx               PIC 9(2).
       01 HolWorkDaysSet           PIC 9(1).
       01 HolDayNameList.
           05 FILLER               PIC X(9) VALUE "Sunday".
           05 FILLER               PIC X(9) VALUE "Monday".
           05 FILLER               PIC X(9) VALUE "Tuesday".
           05 FILLER               PIC X(9) VALUE "Wednesday".
           05 FILLER               PIC X(9) VALUE "Thursday".
           05 FILLER               PIC X(9) VALUE "Friday".
           05 FILLER               PIC X(9) VALUE "Saturday".
       01 HolDayNames REDEFINES HolDayNameList.
           05 HolDayName OCCURS 7 TIMES PIC X(9).
       01 HolBuild.                                                     *> YYYYMMDD FOR FUNCTION INTEGER-OF-DATE
           05 HolBuildCentury       PIC X(2) VALUE "20".
           05 HolBuildYY            PIC X(2).
           05 HolBuildMM            PIC X(2).
           05 HolBuildDD            PIC X(2).
       01 HolBuildNum              PIC 9(8).
       01 HolDateWork              PIC X(8).
       01 HolDescWork              PIC X(30).
       01 HolAnswer                PIC X(1).
       01 HolCheckInt              PIC S9(9) COMP.
       01 HolCheckQuot             PIC S9(9) COMP.
       01 HolCheckDow              PIC 9(1).
       01 HolWorkingDay            PIC X(1).
       01 HolReason                PIC X(30).
       01 HolShiftCount            PIC 9(3).
       01 HolFromInt               PIC S9(9) COMP.
       01 HolToInt                 PIC S9(9) COMP.
       01 HolWorkCount             PIC S9(9) COMP.
       01 HolStepDays              PIC 9(3).
       01 HolWarnCount             PIC 9(5).
       01 HolWarnWho               PIC X(30).                           *> WHICH DATE A WARNING IS ABOUT
       01 RecurBaseDate.                                                *> UNSHIFTED DATES THE OCCURRENCES STEP FROM
           05 RecurBaseMM           PIC X(2).
           05 FILLER                PIC X(1) VALUE "-".
           05 RecurBaseDD           PIC X(2).
           05 FILLER                PIC X(1) VALUE "-".
           05 RecurBaseYY           PIC X(2).
       01 RecurBaseDue.
           05 RecurBaseDueMM        PIC X(2).
           05 FILLER                PIC X(1) VALUE "-".
           05 RecurBaseDueDD        PIC X(2).
           05 FILLER                PIC X(1) VALUE "-".
           05 RecurBaseDueYY        PIC X(2).

      ****************VARIABLES FOR THE LOGIN SECURITY LOG***************
       01 LoginRowFound            PIC X(1).                            *> THE USERNAME IS ON FILE
       01 LoginRowLocked           PIC X(1).
       01 LoginRowStatus           PIC X(1).
       01 LoginRowRole             PIC X(5).
       01 LoginNotCounted          PIC X(1).                            *> THE FAILURE COULD NOT BE SAVED - NO RETRY
       01 SecUserWork              PIC X(20).
       01 SecEventWork             PIC X(8).
       01 SecDetailWork            PIC X(40).
       01 SecTimeNow.                                                   *> HHMMSSss FROM ACCEPT ... FROM TIME
           05 SecTimeHHMMSS         PIC 9(6).
           05 FILLER                PIC 9(2).
       01 SecRptTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 SecRptTitle-TT       PIC X(25) VALUE
           "LOGIN SECURITY REPORT".
       01 SecLine                  PIC X(132).
       01 SecFailTable.                                                 *> FAILED ATTEMPTS, PER USERNAME TRIED
           05 SecFailEntry OCCURS 200 TIMES.
               10 SecFailUser       PIC X(20).
               10 SecFailTimes      PIC 9(5).
               10 SecFailLast       PIC 9(6).
       01 SecFailCount             PIC 9(3).
       01 SecFailIdx               PIC 9(3).
       01 SecFailSlot              PIC 9(3).
       01 SecFailTotal             PIC 9(6).
       01 SecFailEdit              PIC Z9.
       01 SecLockedCount           PIC 9(3).
       01 SecDormantCount          PIC 9(3).
       01 SecDormantDefault        PIC 9(3) VALUE 90.                   *> DAYS WITHOUT A LOGIN BEFORE AN ACCOUNT IS DORMANT
       01 SecDormantDays           PIC 9(3).
       01 SecDormantInput          PIC X(3).
       01 SecDormantOK             PIC X(1).
       01 SecDormant               PIC X(1).
       01 SecTodayInt              PIC S9(9) COMP.
       01 SecLastInt               PIC S9(9) COMP.

      *************VARIABLES FOR CHECKLIST TEMPLATES*********************
       01 TplMenuChoice            PIC X(1).
       01 TplNameWork              PIC X(15).
       01 TplCopyName              PIC X(15).                           *> THE TEMPLATE A COPY IS TAKEN FROM
       01 TplTitleWork             PIC X(25).
       01 TplStatusWork            PIC X(1).                            *> A, R, OR N = NOT ON FILE
       01 TplAddOK                 PIC X(1).
       01 TplEOF                   PIC X(1).
       01 TplLineTable.                                                 *> THE LINES OF ONE TEMPLATE, BY LINE NUMBER
           05 TplLineEntry OCCURS 99 TIMES.
               10 TplLineDesc       PIC X(25).
               10 TplLinePri        PIC X(6).
               10 TplLineOffset     PIC S9(3).
               10 TplLineDep        PIC 9(2).
               10 TplLineNewID      PIC 9(5).                           *> THE TASK ID ISSUED FOR THE LINE
       01 TplLineCount             PIC 9(2).
       01 TplLineIdx               PIC 9(2).
       01 TplLineDone              PIC X(1).
       01 TplLineNext              PIC 9(2).
       01 TplDescWork              PIC X(25).
       01 TplOffsetInput           PIC X(5).
       01 TplOffsetDigits          PIC X(4).
       01 TplOffsetLen             PIC 9(2).
       01 TplOffsetNum             PIC 9(3).
       01 TplOffsetWork            PIC S9(3).
       01 TplOffsetOK              PIC X(1).
       01 TplOffsetEdit            PIC -ZZ9.
       01 TplDepInput              PIC X(2).
       01 TplDepOK                 PIC X(1).
       01 TplDepIdx                PIC 9(2).
       01 TplAnchorDate            PIC X(8).
       01 TplAnchorInt             PIC S9(9) COMP.
       01 TplDueInt                PIC S9(9) COMP.
       01 TplDueWork               PIC X(8).
       01 TplOwner                 PIC X(20).
       01 TplOwnerOK               PIC X(1).
       01 TplConfirm               PIC X(1).
       01 TplCreated               PIC 9(3).
       01 TplFirstID               PIC 9(5).
       01 TplLastID                PIC 9(5).
       01 TplRptTitle.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 TplRptTitle-TT       PIC X(25) VALUE
           "TEMPLATE USAGE REPORT".
       01 TplLine                  PIC X(132).
       01 TplRptTable.                                                  *> EVERY TEMPLATE HEADER, IN NAME ORDER
           05 TplRptEntry OCCURS 500 TIMES.
               10 TplRptName        PIC X(15).
               10 TplRptDesc        PIC X(25).
               10 TplRptStatus      PIC X(1).
       01 TplRptCount              PIC 9(3).
       01 TplRptIdx                PIC 9(3).
       01 TplUseTimes              PIC 9(5).
       01 TplUseTotal              PIC 9(6).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
           DISPLAY "****************************************"           *>
               PERFORM BackupEventFile
               MOVE 0 TO ArchivedTaskCount
               MOVE 0 TO ArchivedEventCount
               MOVE 0 TO ArchivedNoteCount
               PERFORM ArchiveTasks
               PERFORM ArchiveEvents
               STRING "ARCHIVE SWEEP: TASKS " ArchivedTaskCount
                   ", EVENTS " ArchivedEventCount
                   ", NOTES " ArchivedNoteCount
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

                   TO RunLogLine
               PERFORM WriteRunLogLine

               PERFORM WriteReminderOutbox                              *> LOGS EACH USER'S COUNT AS IT GOES
               STRING "REMINDER OUTBOX WRITTEN TO Reminders.dat: "
                   "MESSAGES " ReminderMessageCount
                   ", REMINDERS " ReminderItemTotal
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               PERFORM ExportIcsAllAccounts
               STRING "CALENDAR EXPORT WRITTEN FOR " IcsFileCount
                   " ACCOUNTS"
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               MOVE -1 TO DateOffsetDays                                *> THE TIMESHEET COVERS THE WEEK HOLDING YESTERDAY
               PERFORM ComputeOffsetDateKey
               MOVE OffsetDateKeyMM TO ValidateMM
               MOVE OffsetDateKeyDD TO ValidateDD
               MOVE OffsetDateKeyYY TO ValidateYY
               PERFORM ComputeDayOfWeek
               PERFORM TimesheetReportRun
               STRING "WEEKLY TIMESHEET WRITTEN TO Timesheet.dat: "
                   "WEEK OF " WeekDayDate(1)
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               PERFORM EstActualReportRun
               STRING "ESTIMATE VS ACTUAL WRITTEN TO EstActual.dat: "
                   "TASKS " EaTaskCount
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               PERFORM ProjectRollupRun
               STRING "PROJECT ROLLUP WRITTEN TO ProjectRollup.dat: "
                   "PROJECTS " ProjCount
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               MOVE -22 TO DateOffsetDays                               *> THE 4 WEEKS ENDING WITH THE WEEK HOLDING YESTERDAY
               PERFORM ComputeOffsetDateKey
               MOVE OffsetDateKeyMM TO ValidateMM
               MOVE OffsetDateKeyDD TO ValidateDD
               MOVE OffsetDateKeyYY TO ValidateYY
               PERFORM ComputeDayOfWeek
               MOVE 4 TO UtilWeeks
               PERFORM RoomUtilReportRun
               STRING "ROOM UTILIZATION WRITTEN TO RoomUtil.dat: "
                   "ROOMS " UtilRoomCount ", WEEKS " UtilWeeks
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               PERFORM EscalationRun
               STRING "ESCALATION REPORT WRITTEN TO Escalation.dat: "
                   "TASKS " EscCount
                   DELIMITED BY SIZE INTO RunLogLine
               PERFORM WriteRunLogLine

               PERFORM ReleaseScheduleLock

               MOVE "BATCH RUN FINISHED" TO RunLogLine
           OPEN OUTPUT CsvFile.
           MOVE SPACES TO CsvRecord.
           STRING "Type,ID,Date,Day,Description,Detail,"
               "Status,Owner,Start,End,Priority,Project"
               DELIMITED BY SIZE INTO CsvRecord.
           WRITE CsvRecord.
           CLOSE CsvFile.
                       MOVE SPACES TO CsvQuotedDesc
                       STRING '"' FUNCTION TRIM(TaskDescription) '"'
                           INTO CsvQuotedDesc
                       MOVE SPACES TO CsvRecord
                       STRING "TASK" "," TaskID "," TaskDate ","
                           TaskDay "," FUNCTION TRIM(CsvQuotedDesc) ","
                           TaskDueDate "," DisplayTaskStatus ","
                           TaskOwner ",,," TaskPriority "," TaskProject
                           DELIMITED BY SIZE INTO CsvRecord
                       WRITE CsvRecord
                       END-IF
                       MOVE SPACES TO CsvQuotedDesc
                       STRING '"' FUNCTION TRIM(EventDescription) '"'
                           INTO CsvQuotedDesc
                       MOVE SPACES TO CsvRecord
                       STRING "EVENT" "," EventID "," EventDate ","
                           EventDay "," FUNCTION TRIM(CsvQuotedDesc) ","
                           EventLocation "," EventStatus "," EventOwner
                           "," EventStartTime "," EventEndTime ","
                           "," EventProject
                           DELIMITED BY SIZE INTO CsvRecord
                       WRITE CsvRecord
                       END-IF
       ImportCsvRun.                                                    *> LOAD Import.csv, ONE VALIDATED ROW AT A TIME
           MOVE 0 TO ImportedCount
           MOVE 0 TO RejectedCount
           MOVE 0 TO HolWarnCount
           PERFORM LoadHolidayTable                                     *> ROWS ON NON-WORKING DAYS LOAD WITH A WARNING

           PERFORM AcquireScheduleLock                                  *> ID ISSUE AND WRITES RUN UNDER THE LOCK
           IF LockAcquired = 'Y'

               DISPLAY "Rows imported: " ImportedCount
               DISPLAY "Rows rejected: " RejectedCount
               IF HolWarnCount > 0
                   DISPLAY "Non-working-day warnings: " HolWarnCount
               END-IF
               IF RejectedCount > 0
                   DISPLAY "Reasons in ImportReject.dat"
               END-IF
           MOVE SPACES TO ImpStart
           MOVE SPACES TO ImpEnd
           MOVE SPACES TO ImpPriority
           MOVE SPACES TO ImpProject

           MOVE 'Y' TO ImportRowOK
           MOVE SPACES TO ImportRejectReason
               IF ImpPtr <= 200
                   UNSTRING ImportLine DELIMITED BY ","
                       INTO ImpDetail ImpStatus ImpOwner ImpStart
                           ImpEnd ImpPriority ImpProject
                       WITH POINTER ImpPtr
                   END-UNSTRING
               END-IF
               END-IF
           END-IF

           IF ImportRowOK = 'Y' AND ImpProject NOT = SPACES             *> THE SAME RULE PromptProjectCode ENFORCES
               PERFORM CheckImportProject
           END-IF

           IF ImportRowOK = 'Y'                                  *> THE SAME RULE PromptTaskPriority ENFORCES
               IF ImpPriority NOT = "High"
                   AND ImpPriority NOT = "Medium"
               MOVE "NONE" TO TaskRecurrence                            *> IMPORTED ROWS NEVER FAN OUT OCCURRENCES
               MOVE Username TO TaskOwner                               *> THE IMPORTER OWNS WHAT THEY LOAD
               MOVE "00000" TO TaskPredID
               MOVE 0 TO TaskEstHours                                   *> THE CSV LAYOUT CARRIES NO ESTIMATE
               MOVE ImpProject TO TaskProject
               IF TaskStatus = "Completed"                              *> ARRIVED FINISHED - STAMP THE COMPLETION DATE
                   PERFORM StampTaskDoneDate
               ELSE
               MOVE TaskRecord TO AuditImageWork                        *> THE FULL ROW, SO A RECOVERY CAN REPLAY IT
               PERFORM WriteAuditEntry

               MOVE SPACES TO HolWarnWho
               STRING "Imported Task " TaskID " date"
                   DELIMITED BY SIZE INTO HolWarnWho
               MOVE TaskDate TO ValidateDateInput
               PERFORM ComputeDayOfWeek
               PERFORM WarnNonWorkingDay
               MOVE SPACES TO HolWarnWho
               STRING "Imported Task " TaskID " due date"
                   DELIMITED BY SIZE INTO HolWarnWho
               MOVE TaskDueDate TO ValidateDateInput
               PERFORM ComputeDayOfWeek
               PERFORM WarnNonWorkingDay

               ADD 1 TO ImportedCount
           ELSE
               PERFORM WriteImportReject
               END-IF
           END-IF

           IF ImportRowOK = 'Y' AND ImpProject NOT = SPACES             *> THE SAME RULE PromptProjectCode ENFORCES
               PERFORM CheckImportProject
           END-IF

           IF ImportRowOK = 'Y' AND ImpDetail NOT = SPACES              *> THE SAME RULE PromptEventRoom ENFORCES
               PERFORM CheckImportRoom
           END-IF

           IF ImportRowOK = 'Y'                                  *> THE SAME CLASH CHECK AddEvent RUNS
               MOVE ImpDate TO NewEventDateWork
               MOVE ImpStart TO NewEventStartWork
               MOVE ImpStatus TO EventStatus
               MOVE "NONE" TO EventRecurrence                           *> IMPORTED ROWS NEVER FAN OUT OCCURRENCES
               MOVE Username TO EventOwner                              *> THE IMPORTER OWNS WHAT THEY LOAD
               MOVE ImpProject TO EventProject

               PERFORM GetNextEventID                                   *> THE ID COLUMN IS NEVER TRUSTED

               MOVE EventRecord TO AuditImageWork                       *> THE FULL ROW, SO A RECOVERY CAN REPLAY IT
               PERFORM WriteAuditEntry

               MOVE SPACES TO HolWarnWho
               STRING "Imported Event " EventID " date"
                   DELIMITED BY SIZE INTO HolWarnWho
               MOVE EventDate TO ValidateDateInput
               PERFORM ComputeDayOfWeek
               PERFORM WarnNonWorkingDay

               ADD 1 TO ImportedCount
           ELSE
               PERFORM WriteImportReject
           END-IF.

       CheckImportProject.                                              *> THE PROJECT COLUMN MUST NAME AN OPEN PROJECT
           MOVE FUNCTION UPPER-CASE(ImpProject) TO ImpProject
           MOVE ImpProject TO ProjectCodeWork
           PERFORM CheckProjectCode
           IF ProjectOK = 'N'
               MOVE "UNKNOWN PROJECT" TO ImportRejectReason
               MOVE 'N' TO ImportRowOK
           END-IF
           IF ProjectOK = 'C'
               MOVE "PROJECT CLOSED" TO ImportRejectReason
               MOVE 'N' TO ImportRowOK
           END-IF.

       CheckImportRoom.                                                 *> THE LOCATION COLUMN MUST NAME A FREE, BOOKABLE ROOM
           MOVE FUNCTION UPPER-CASE(ImpDetail) TO ImpDetail
           MOVE ImpDetail TO RoomCodeWork
           MOVE 'N' TO RoomOK
           IF ImpDetail(9:12) = SPACES                                  *> A ROOM CODE IS 8 CHARACTERS AT MOST
               PERFORM CheckRoomCode
           END-IF
           EVALUATE RoomOK
               WHEN 'N'
                   MOVE "UNKNOWN ROOM" TO ImportRejectReason
                   MOVE 'N' TO ImportRowOK
               WHEN 'X'
                   MOVE "ROOM NOT BOOKABLE" TO ImportRejectReason
                   MOVE 'N' TO ImportRowOK
               WHEN OTHER
                   MOVE ImpDate TO RoomDateWork
                   MOVE NewStartKeyNum TO RoomStartKey
                   MOVE NewEndKeyNum TO RoomEndKey
                   MOVE 0 TO RoomSkipID
                   PERFORM CheckRoomClash
                   IF RoomClash = 'Y'
                       MOVE "ROOM ALREADY BOOKED" TO ImportRejectReason
                       MOVE 'N' TO ImportRowOK
                   ELSE
                       MOVE 1 TO RoomPartyCount                         *> IMPORTED EVENTS CARRY NO ATTENDEES
                       PERFORM WarnRoomCapacity
                   END-IF
           END-EVALUATE.

       WriteImportReject.                                               *> THE ROW AND WHY IT FAILED, FOR A FIX AND RE-RUN
           OPEN EXTEND ImportRejectFile.
           MOVE SPACES TO ImportRejectRecord.

               MOVE 0 TO ArchivedTaskCount
               MOVE 0 TO ArchivedEventCount
               MOVE 0 TO ArchivedNoteCount

               PERFORM ArchiveTasks
               PERFORM ArchiveEvents
               DISPLAY " "
               DISPLAY "Tasks archived:  " ArchivedTaskCount
               DISPLAY "Events archived: " ArchivedEventCount
               DISPLAY "Notes archived:  " ArchivedNoteCount
           END-IF.

       ArchiveTasks.                                                    *> MOVE COMPLETED TASKS OUT OF THE LIVE TASK FILE
                       MOVE SPACES TO AuditBeforeWork
                       MOVE SPACES TO AuditAfterWork
                       PERFORM WriteAuditEntry
                       MOVE "TASK" TO NoteRecTypeWork                   *> ITS NOTES FOLLOW IT TO THE ARCHIVE
                       MOVE TaskID TO NoteRecIDWork
                       PERFORM ArchiveRecordNotes
               END-DELETE
               ADD 1 TO ArchiveIDIdx
           END-PERFORM.
                       MOVE SPACES TO AuditBeforeWork
                       MOVE SPACES TO AuditAfterWork
                       PERFORM WriteAuditEntry
                       MOVE "EVENT" TO NoteRecTypeWork                  *> ITS NOTES FOLLOW IT TO THE ARCHIVE
                       MOVE EventID TO NoteRecIDWork
                       PERFORM ArchiveRecordNotes
               END-DELETE
               ADD 1 TO ArchiveIDIdx
           END-PERFORM.
                                   "  Priority: " ArcTaskPriority
                                   "  Status: " ArcTaskStatus
                                   "  Done: " ArcTaskDoneDate
                           MOVE "TASK" TO NoteRecTypeWork
                           MOVE ArcTaskID TO NoteRecIDWork
                           PERFORM ShowArchivedNotes
                       END-IF
           END-PERFORM.

                                   "  Event: " ArcEventDescription
                                   "  Location: " ArcEventLocation
                                   "  Status: " ArcEventStatus
                           MOVE "EVENT" TO NoteRecTypeWork
                           MOVE ArcEventID TO NoteRecIDWork
                           PERFORM ShowArchivedNotes
                       END-IF
           END-PERFORM.

           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE StatsTodayInt =
               FUNCTION INTEGER-OF-DATE(RecurDateNum)
           PERFORM LoadHolidayTable                                     *> AGING COUNTS WORKING DAYS

           MOVE 0 TO StatsOwnerCount
           MOVE 0 TO StatsLocUsed
               END-IF
           END-IF.

       TallyOverdueAging.                                               *> HOW MANY WORKING DAYS PAST THE DUE DATE THE ROW IS
           MOVE StatsDueWork(7:2) TO RecurDateYY
           MOVE StatsDueWork(1:2) TO RecurDateMM
           MOVE StatsDueWork(4:2) TO RecurDateDD
           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE StatsDueInt =
               FUNCTION INTEGER-OF-DATE(RecurDateNum)
           MOVE StatsDueInt TO HolFromInt
           MOVE StatsTodayInt TO HolToInt
           PERFORM CountWorkingDays                                     *> A LONG WEEKEND DOES NOT AGE THE ROW
           MOVE HolWorkCount TO StatsDaysLate
           IF StatsDaysLate <= 7
               ADD 1 TO StatsAge7
           ELSE
           PERFORM WriteStatsLine.
           PERFORM WriteStatsLine.

           MOVE "OVERDUE AGING (WORKING DAYS PAST DUE DATE)"
               TO StatsLine.
           PERFORM WriteStatsLine.
           STRING "  1-7 DAYS: " StatsAge7
               "   8-30 DAYS: " StatsAge30
           WRITE StatsReportRecord.
           MOVE SPACES TO StatsLine.

       WriteReminderOutbox.                                             *> ONE READY-TO-SEND MESSAGE PER USER WITH SOMETHING COMING UP
           ACCEPT TodayDateNum FROM DATE

           MOVE 1 TO DateOffsetDays
           PERFORM ComputeOffsetDateKey
           MOVE OffsetDateKeyNum TO ReminderTomorrowNum
           MOVE -1 TO DateOffsetDays
           PERFORM ComputeOffsetDateKey
           MOVE OffsetDateKeyNum TO ReminderYesterdayNum

           PERFORM LoadUserPrefs
           PERFORM LoadAcctInfoTable
           PERFORM LoadOpenTaskTable                                    *> FRESH OPEN-TASK TABLE FOR THE BLOCKED CHECK

           MOVE 0 TO ReminderMessageCount
           MOVE 0 TO ReminderItemTotal
           OPEN OUTPUT ReminderFile.                                    *> EACH RUN STARTS THE OUTBOX OVER
           CLOSE ReminderFile.

           MOVE 1 TO AcctInfoIdx
           PERFORM UNTIL AcctInfoIdx > AcctInfoCount
               IF AcctInfoStatus(AcctInfoIdx) NOT = 'D'                 *> LEAVERS GET NO MAIL
                   MOVE AcctInfoName(AcctInfoIdx) TO ScanUser
                   PERFORM BuildUserReminders
                   IF ReminderLineCount > 0
                       PERFORM WriteUserReminders
                   END-IF
                   STRING "REMINDERS FOR " ScanUser ": "
                       ReminderLineCount
                       DELIMITED BY SIZE INTO RunLogLine
                   PERFORM WriteRunLogLine
               END-IF
               ADD 1 TO AcctInfoIdx
           END-PERFORM.

       BuildUserReminders.                                              *> GATHER ScanUser'S DUE, OVERDUE, AND UPCOMING ROWS
           PERFORM FindUserPrefs

           MOVE PrefTaskLeadWork TO DateOffsetDays
           PERFORM ComputeOffsetDateKey
           MOVE OffsetDateKeyNum TO ReminderTaskCutoffNum
           MOVE PrefEventLeadWork TO DateOffsetDays
           PERFORM ComputeOffsetDateKey
           MOVE OffsetDateKeyNum TO ReminderEventCutoffNum

           MOVE 0 TO ReminderLineCount
           MOVE 'N' TO ReminderLineFull

           MOVE 'N' TO EOF
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TaskOwner = ScanUser
                           AND TaskStatus NOT = "Completed"
                           AND TaskStatus NOT = "Cancelled"
                           PERFORM ComputeTaskDisplayStatus
                           MOVE SPACES TO ReminderWork
                           IF DueDateKeyNum = ReminderYesterdayNum
                               STRING "NOW OVERDUE  TASK " TaskID
                                   "  DUE " TaskDueDate
                                   "  " TaskPriority
                                   "  " TaskDescription
                                   DELIMITED BY SIZE INTO ReminderWork
                           ELSE
                               IF DueDateKeyNum >= TodayDateNum
                                   AND DueDateKeyNum
                                       <= ReminderTaskCutoffNum
                                   STRING "DUE SOON     TASK " TaskID
                                       "  DUE " TaskDueDate
                                       "  " TaskPriority
                                       "  " TaskDescription
                                       "  " DisplayTaskStatus
                                       DELIMITED BY SIZE
                                       INTO ReminderWork
                               END-IF
                           END-IF
                           IF ReminderWork NOT = SPACES
                               PERFORM AddReminderLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile

           MOVE 'N' TO EOF                                              *> EVENTS THEY OWN OR ARE ON AS AN ATTENDEE
           OPEN INPUT EventFile
           PERFORM UNTIL EOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CheckScanUserOnEvent
                       MOVE EventDateYY TO ReminderEventKeyYY
                       MOVE EventDateMM TO ReminderEventKeyMM
                       MOVE EventDateDD TO ReminderEventKeyDD
                       IF ReminderEventKeyAlpha NUMERIC
                           MOVE ReminderEventKeyAlpha
                               TO ReminderEventKeyNum
                       ELSE
                           MOVE 0 TO ReminderEventKeyNum
                       END-IF
                       IF ParticipantMatch = 'Y'
                           AND EventStatus NOT = "Cancelled"
                           AND EventStatus NOT = "Completed"
                           AND ReminderEventKeyNum
                               >= ReminderTomorrowNum
                           AND ReminderEventKeyNum
                               <= ReminderEventCutoffNum
                           MOVE SPACES TO ReminderWork
                           STRING "EVENT        EVENT " EventID
                               "  ON " EventDate
                               "  " EventStartTime "-" EventEndTime
                               "  " EventDescription
                               "  AT " EventLocation
                               DELIMITED BY SIZE INTO ReminderWork
                           PERFORM AddReminderLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile.

       AddReminderLine.                                                 *> QUEUE ReminderWork ON THE USER'S MESSAGE
           IF ReminderLineCount < 100
               ADD 1 TO ReminderLineCount
               MOVE ReminderWork TO ReminderLine(ReminderLineCount)
           ELSE
               IF ReminderLineFull = 'N'                                *> ANNOUNCE ONCE, LIKE THE AGENDA TABLE CAP
                   MOVE 'Y' TO ReminderLineFull
                   STRING "REMINDER MESSAGE FULL FOR " ScanUser
                       " - SOME ROWS LEFT OFF"
                       DELIMITED BY SIZE INTO RunLogLine
                   PERFORM WriteRunLogLine
               END-IF
           END-IF.

       WriteUserReminders.                                              *> HEADER, ONE LINE PER REMINDER, TRAILER
           OPEN EXTEND ReminderFile

           MOVE SPACES TO ReminderRecord
           MOVE ScanUser TO RemTo
           MOVE 'H' TO RemLineType
           MOVE 1 TO RemLineNo
           STRING "SUBJECT: SCHEDULE REMINDERS FOR "
               TodayPartMM "-" TodayPartDD "-" TodayPartYY
               " (" ReminderLineCount " ITEMS)"
               DELIMITED BY SIZE INTO RemText
           WRITE ReminderRecord

           MOVE 1 TO ReminderLineIdx
           PERFORM UNTIL ReminderLineIdx > ReminderLineCount
               MOVE SPACES TO ReminderRecord
               MOVE ScanUser TO RemTo
               MOVE 'D' TO RemLineType
               COMPUTE RemLineNo = ReminderLineIdx + 1
               MOVE ReminderLine(ReminderLineIdx) TO RemText
               WRITE ReminderRecord
               ADD 1 TO ReminderLineIdx
           END-PERFORM

           MOVE SPACES TO ReminderRecord
           MOVE ScanUser TO RemTo
           MOVE 'T' TO RemLineType
           COMPUTE RemLineNo = ReminderLineCount + 2
           MOVE "END OF MESSAGE" TO RemText
           WRITE ReminderRecord

           CLOSE ReminderFile

           ADD 1 TO ReminderMessageCount
           ADD ReminderLineCount TO ReminderItemTotal.

       CheckScanUserOnEvent.                                            *> IS ScanUser THE OWNER OR AN ATTENDEE OF THE ROW
           MOVE 'N' TO ParticipantMatch
           IF EventOwner = ScanUser
               MOVE 'Y' TO ParticipantMatch
           END-IF
           MOVE 1 TO AttendeeJdx
           PERFORM UNTIL AttendeeJdx > 3
               IF EventAttendee(AttendeeJdx) = ScanUser
                   MOVE 'Y' TO ParticipantMatch
               END-IF
               ADD 1 TO AttendeeJdx
           END-PERFORM.

       ComputeOffsetDateKey.                                            *> YYMMDD KEY FOR TODAY PLUS DateOffsetDays
           MOVE TodayPartYY TO RecurDateYY
           MOVE TodayPartMM TO RecurDateMM
           MOVE TodayPartDD TO RecurDateDD
           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE RecurDateInt = FUNCTION INTEGER-OF-DATE(RecurDateNum)
           COMPUTE RecurNewDateInt = RecurDateInt + DateOffsetDays
           COMPUTE RecurNewDateNum =
               FUNCTION DATE-OF-INTEGER(RecurNewDateInt)
           MOVE RecurNewYY TO OffsetDateKeyYY
           MOVE RecurNewMM TO OffsetDateKeyMM
           MOVE RecurNewDD TO OffsetDateKeyDD
           MOVE OffsetDateKeyAlpha TO OffsetDateKeyNum.

       LoadAcctInfoTable.                                               *> EVERY NAMED ACCOUNT ROW INTO AcctInfoTable
           MOVE 0 TO AcctInfoCount
           MOVE 'N' TO AcctInfoFull
           MOVE 'N' TO EOF
           OPEN INPUT AccountFile
           PERFORM UNTIL EOF = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF UsernameSignup NOT = SPACES
                           IF AcctInfoCount < 200
                               ADD 1 TO AcctInfoCount
                               MOVE UsernameSignup
                                   TO AcctInfoName(AcctInfoCount)
                               MOVE AccountStatus
                                   TO AcctInfoStatus(AcctInfoCount)
                               MOVE AccountSupervisor
                                   TO AcctInfoSupervisor(AcctInfoCount)
                               MOVE AccountTeam
                                   TO AcctInfoTeam(AcctInfoCount)
                           ELSE
                               IF AcctInfoFull = 'N'                    *> ANNOUNCE ONCE, LIKE THE AGENDA TABLE CAP
                                   MOVE 'Y' TO AcctInfoFull
                                   DISPLAY "Account table full"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile.

       LoadUserPrefs.                                                   *> EVERY ROW OF UserPref.dat INTO PrefTable
           MOVE 0 TO PrefCount
           MOVE 'N' TO EOF
           OPEN INPUT UserPrefFile
           PERFORM UNTIL EOF = 'Y'
               READ UserPrefFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PrefCount < 200
                           AND PrefUser NOT = SPACES
                           ADD 1 TO PrefCount
                           MOVE PrefUser TO PrefEntryUser(PrefCount)
                           IF PrefTaskLead NUMERIC
                               MOVE PrefTaskLead
                                   TO PrefEntryTask(PrefCount)
                           ELSE
                               MOVE DefaultTaskLead
                                   TO PrefEntryTask(PrefCount)
                           END-IF
                           IF PrefEventLead NUMERIC
                               MOVE PrefEventLead
                                   TO PrefEntryEvent(PrefCount)
                           ELSE
                               MOVE DefaultEventLead
                                   TO PrefEntryEvent(PrefCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UserPrefFile.

       FindUserPrefs.                                                   *> ScanUser'S LEAD TIMES, OR THE DEFAULTS IF NONE SET
           MOVE 0 TO PrefSlot
           MOVE DefaultTaskLead TO PrefTaskLeadWork
           MOVE DefaultEventLead TO PrefEventLeadWork
           MOVE 1 TO PrefIdx
           PERFORM UNTIL PrefIdx > PrefCount
               IF PrefEntryUser(PrefIdx) = ScanUser
                   MOVE PrefIdx TO PrefSlot
                   MOVE PrefEntryTask(PrefIdx) TO PrefTaskLeadWork
                   MOVE PrefEntryEvent(PrefIdx) TO PrefEventLeadWork
               END-IF
               ADD 1 TO PrefIdx
           END-PERFORM.

       SetReminderPrefs.                                                *> LET THE LOGGED-IN USER SET THEIR OWN LEAD TIMES
           PERFORM LoadUserPrefs
           MOVE Username TO ScanUser
           PERFORM FindUserPrefs

           DISPLAY " "
           DISPLAY "Current reminder lead times:"
           DISPLAY "  Tasks:  " PrefTaskLeadWork
               " days before the due date"
           DISPLAY "  Events: " PrefEventLeadWork
               " days before the event (01 = the day before)"

           MOVE "Task lead time in days (00-30):" TO PromptLeadLabel
           PERFORM PromptLeadTime
           MOVE PromptLeadDays TO PrefNewTaskLead

           MOVE "Event lead time in days (00-30):" TO PromptLeadLabel
           PERFORM PromptLeadTime
           MOVE PromptLeadDays TO PrefNewEventLead

           PERFORM AcquireScheduleLock.                                 *> THE PREFERENCE REWRITE RUNS UNDER THE LOCK
           IF LockAcquired = 'Y'
               PERFORM LoadUserPrefs                                    *> RE-READ - ANOTHER SESSION MAY HAVE SAVED SINCE
               PERFORM FindUserPrefs
               IF PrefSlot = 0 AND PrefCount < 200
                   ADD 1 TO PrefCount
                   MOVE PrefCount TO PrefSlot
                   MOVE Username TO PrefEntryUser(PrefSlot)
               END-IF
               IF PrefSlot = 0
                   DISPLAY "Preference table full - not saved."
               ELSE
                   MOVE PrefNewTaskLead TO PrefEntryTask(PrefSlot)
                   MOVE PrefNewEventLead TO PrefEntryEvent(PrefSlot)
                   PERFORM SaveUserPrefs
                   DISPLAY "Reminder lead times saved."
               END-IF
               PERFORM ReleaseScheduleLock
           END-IF.

           PERFORM MainMenu.

       PromptLeadTime.                                                  *> KEEP ASKING UNTIL THE LEAD TIME IS 00 TO 30 DAYS
           MOVE 'N' TO PromptLeadOK
           PERFORM UNTIL PromptLeadOK = 'Y'
               DISPLAY PromptLeadLabel
               ACCEPT PromptLeadInput
               IF PromptLeadInput NUMERIC
                   MOVE PromptLeadInput TO PromptLeadDays
                   IF PromptLeadDays <= 30
                       MOVE 'Y' TO PromptLeadOK
                   END-IF
               END-IF
               IF PromptLeadOK = 'N'
                   DISPLAY "Invalid lead time. Enter two digits, 00-30."
               END-IF
           END-PERFORM.

       SaveUserPrefs.                                                   *> REWRITE UserPref.dat FROM PrefTable
           OPEN OUTPUT UserPrefFile
           MOVE 1 TO PrefIdx
           PERFORM UNTIL PrefIdx > PrefCount
               MOVE SPACES TO UserPrefRecord
               MOVE PrefEntryUser(PrefIdx) TO PrefUser
               MOVE PrefEntryTask(PrefIdx) TO PrefTaskLead
               MOVE PrefEntryEvent(PrefIdx) TO PrefEventLead
               WRITE UserPrefRecord
               ADD 1 TO PrefIdx
           END-PERFORM
           CLOSE UserPrefFile.

       ExportIcs.                                                       *> MENU WRAPPER AROUND THE CALENDAR EXPORT
           MOVE Username TO ScanUser
           PERFORM ExportIcsRun
           DISPLAY "Calendar written to " FUNCTION TRIM(IcsFileName)
               " (" IcsEntryCount " entries)"
           PERFORM MainMenu.

       ExportIcsRun.                                                    *> ScanUser'S EVENTS AND OPEN TASKS AS AN .ics FILE
           ACCEPT TodayDateNum FROM DATE
           PERFORM BuildIcsUtcStamp
           MOVE 0 TO IcsEntryCount

           MOVE SPACES TO IcsFileName
           STRING "Schedule-" FUNCTION TRIM(ScanUser) ".ics"
               DELIMITED BY SIZE INTO IcsFileName

           OPEN OUTPUT IcsFile
           MOVE "BEGIN:VCALENDAR" TO IcsLine
           PERFORM WriteIcsLine
           MOVE "VERSION:2.0" TO IcsLine
           PERFORM WriteIcsLine
           MOVE "PRODID:-//TALA-ADLAWAN//SCHEDULE//EN" TO IcsLine
           PERFORM WriteIcsLine
           MOVE "CALSCALE:GREGORIAN" TO IcsLine
           PERFORM WriteIcsLine
           STRING "X-WR-CALNAME:TALA-ADLAWAN - "
               FUNCTION TRIM(ScanUser)
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine

           MOVE 'N' TO EOF                                              *> EVENTS THEY OWN OR ARE ON AS AN ATTENDEE
           OPEN INPUT EventFile
           PERFORM UNTIL EOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CheckScanUserOnEvent
                       IF ParticipantMatch = 'Y'
                           AND EventDateYY NUMERIC
                           AND EventDateMM NUMERIC
                           AND EventDateDD NUMERIC
                           PERFORM WriteIcsEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile

           MOVE 'N' TO EOF                                              *> OPEN TASKS, ALL-DAY ON THE DUE DATE
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TaskOwner = ScanUser
                           AND TaskStatus NOT = "Completed"
                           AND TaskStatus NOT = "Cancelled"
                           AND TaskDueDateYY NUMERIC
                           AND TaskDueDateMM NUMERIC
                           AND TaskDueDateDD NUMERIC
                           PERFORM WriteIcsTask
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile

           MOVE "END:VCALENDAR" TO IcsLine
           PERFORM WriteIcsLine
           CLOSE IcsFile.

       WriteIcsEvent.                                                   *> ONE VEVENT FOR THE EVENT IN THE RECORD BUFFER
           MOVE EventDateYY TO RecurDateYY
           MOVE EventDateMM TO RecurDateMM
           MOVE EventDateDD TO RecurDateDD
           MOVE RecurDateBuild TO IcsDateWork
           MOVE EventStartTime(1:2) TO IcsStartHH
           MOVE EventStartTime(4:2) TO IcsStartMI
           MOVE EventEndTime(1:2) TO IcsEndHH
           MOVE EventEndTime(4:2) TO IcsEndMI

      *    EVENTS FROM BEFORE TIMES WERE KEPT HAVE NO CLOCK; ONE BAD
      *    DATE-TIME SPOILS THE WHOLE FILE, SO THOSE GO OUT AS ALL-DAY
           MOVE 'N' TO IcsTimed
           IF EventStartTime(1:2) NUMERIC
               AND EventStartTime(4:2) NUMERIC
               AND EventEndTime(1:2) NUMERIC
               AND EventEndTime(4:2) NUMERIC
               MOVE 'Y' TO IcsTimed
           END-IF
           IF IcsTimed = 'N'
               MOVE IcsDateWork TO RecurDateNum
               COMPUTE RecurDateInt =
                   FUNCTION INTEGER-OF-DATE(RecurDateNum)
               COMPUTE RecurNewDateInt = RecurDateInt + 1               *> ALL-DAY ENDS ARE EXCLUSIVE
               COMPUTE IcsNextDateWork =
                   FUNCTION DATE-OF-INTEGER(RecurNewDateInt)
           END-IF

           MOVE "BEGIN:VEVENT" TO IcsLine
           PERFORM WriteIcsLine
           STRING "UID:EVENT-" EventID "@TALA-ADLAWAN"                  *> THE EVENT ID NEVER CHANGES, SO NEITHER DOES THE UID
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine
           PERFORM WriteIcsStamp
           IF IcsTimed = 'Y'
               STRING "DTSTART:" IcsDateWork "T" IcsStartTime "00"
                   DELIMITED BY SIZE INTO IcsLine
               PERFORM WriteIcsLine
               STRING "DTEND:" IcsDateWork "T" IcsEndTime "00"
                   DELIMITED BY SIZE INTO IcsLine
               PERFORM WriteIcsLine
           ELSE
               STRING "DTSTART;VALUE=DATE:" IcsDateWork
                   DELIMITED BY SIZE INTO IcsLine
               PERFORM WriteIcsLine
               STRING "DTEND;VALUE=DATE:" IcsNextDateWork
                   DELIMITED BY SIZE INTO IcsLine
               PERFORM WriteIcsLine
           END-IF

           MOVE EventDescription TO IcsTextIn
           PERFORM EscapeIcsText
           STRING "SUMMARY:" FUNCTION TRIM(IcsTextOut)
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine

           IF EventLocation NOT = SPACES
               MOVE EventLocation TO IcsTextIn
               PERFORM EscapeIcsText
               STRING "LOCATION:" FUNCTION TRIM(IcsTextOut)
                   DELIMITED BY SIZE INTO IcsLine
               PERFORM WriteIcsLine
           END-IF

           IF EventStatus = "Cancelled"
               MOVE "STATUS:CANCELLED" TO IcsLine
           ELSE
               MOVE "STATUS:CONFIRMED" TO IcsLine
           END-IF
           PERFORM WriteIcsLine

           STRING "ORGANIZER;CN=" FUNCTION TRIM(EventOwner)
               ":MAILTO:" FUNCTION TRIM(EventOwner)
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine
           MOVE 1 TO AttendeeJdx
           PERFORM UNTIL AttendeeJdx > 3
               IF EventAttendee(AttendeeJdx) NOT = SPACES
                   STRING "ATTENDEE;CN="
                       FUNCTION TRIM(EventAttendee(AttendeeJdx))
                       ":MAILTO:"
                       FUNCTION TRIM(EventAttendee(AttendeeJdx))
                       DELIMITED BY SIZE INTO IcsLine
                   PERFORM WriteIcsLine
               END-IF
               ADD 1 TO AttendeeJdx
           END-PERFORM

           MOVE "END:VEVENT" TO IcsLine
           PERFORM WriteIcsLine
           ADD 1 TO IcsEntryCount.

       WriteIcsTask.                                                    *> ONE ALL-DAY VEVENT FOR THE TASK IN THE RECORD BUFFER
           MOVE TaskDueDateYY TO RecurDateYY
           MOVE TaskDueDateMM TO RecurDateMM
           MOVE TaskDueDateDD TO RecurDateDD
           MOVE RecurDateBuild TO IcsDateWork
           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE RecurDateInt = FUNCTION INTEGER-OF-DATE(RecurDateNum)
           COMPUTE RecurNewDateInt = RecurDateInt + 1                   *> ALL-DAY ENDS ARE EXCLUSIVE
           COMPUTE IcsNextDateWork =
               FUNCTION DATE-OF-INTEGER(RecurNewDateInt)

           MOVE "BEGIN:VEVENT" TO IcsLine
           PERFORM WriteIcsLine
           STRING "UID:TASK-" TaskID "@TALA-ADLAWAN"
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine
           PERFORM WriteIcsStamp
           STRING "DTSTART;VALUE=DATE:" IcsDateWork
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine
           STRING "DTEND;VALUE=DATE:" IcsNextDateWork
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine

           MOVE TaskDescription TO IcsTextIn
           PERFORM EscapeIcsText
           STRING "SUMMARY:DUE - " FUNCTION TRIM(IcsTextOut)
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine
           STRING "DESCRIPTION:Task " TaskID "\, priority "
               FUNCTION TRIM(TaskPriority) "\, status "
               FUNCTION TRIM(TaskStatus)
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine
           MOVE "TRANSP:TRANSPARENT" TO IcsLine                         *> A DUE DATE DOES NOT BLOCK THE DAY
           PERFORM WriteIcsLine

           MOVE "END:VEVENT" TO IcsLine
           PERFORM WriteIcsLine
           ADD 1 TO IcsEntryCount.

       BuildIcsUtcStamp.                                                *> NOW, IN UTC, FOR EVERY DTSTAMP IN THE FILE
      *    DTSTAMP MUST BE UTC, SO THE LOCAL CLOCK IS TAKEN BACK BY ITS
      *    OFFSET FROM GMT, CARRYING INTO THE DAY BEFORE OR AFTER
           MOVE FUNCTION CURRENT-DATE TO IcsNowStamp
           MOVE 0 TO IcsOffMinutes
           IF (IcsNowSign = "+" OR IcsNowSign = "-")
               AND IcsNowOffHH NUMERIC AND IcsNowOffMI NUMERIC
               COMPUTE IcsOffMinutes =
                   FUNCTION NUMVAL(IcsNowOffHH) * 60
                   + FUNCTION NUMVAL(IcsNowOffMI)
               IF IcsNowSign = "-"
                   COMPUTE IcsOffMinutes = 0 - IcsOffMinutes
               END-IF
           END-IF
           COMPUTE IcsUtcMinutes = IcsNowHH * 60 + IcsNowMI
               - IcsOffMinutes
           COMPUTE IcsUtcDayInt = FUNCTION INTEGER-OF-DATE(IcsNowDate)
           IF IcsUtcMinutes < 0
               ADD 1440 TO IcsUtcMinutes
               SUBTRACT 1 FROM IcsUtcDayInt
           END-IF
           IF IcsUtcMinutes NOT < 1440
               SUBTRACT 1440 FROM IcsUtcMinutes
               ADD 1 TO IcsUtcDayInt
           END-IF
           COMPUTE IcsUtcDate = FUNCTION DATE-OF-INTEGER(IcsUtcDayInt)
           DIVIDE IcsUtcMinutes BY 60
               GIVING IcsUtcHH REMAINDER IcsUtcMI
           MOVE IcsNowSS TO IcsUtcSS.

       WriteIcsStamp.                                                   *> DTSTAMP - WHEN THIS FILE WAS PRODUCED
           STRING "DTSTAMP:" IcsUtcDate "T" IcsUtcTime "Z"
               DELIMITED BY SIZE INTO IcsLine
           PERFORM WriteIcsLine.

       EscapeIcsText.                                                   *> IcsTextIn TO IcsTextOut WITH , ; AND \ ESCAPED
           MOVE SPACES TO IcsTextOut
           MOVE 1 TO IcsOutIdx
           MOVE 1 TO IcsInIdx
           PERFORM UNTIL IcsInIdx > 60
               IF IcsTextIn(IcsInIdx:1) = "," OR ";" OR "\"
                   MOVE "\" TO IcsTextOut(IcsOutIdx:1)
                   ADD 1 TO IcsOutIdx
               END-IF
               MOVE IcsTextIn(IcsInIdx:1) TO IcsTextOut(IcsOutIdx:1)
               ADD 1 TO IcsOutIdx
               ADD 1 TO IcsInIdx
           END-PERFORM.

       WriteIcsLine.                                                    *> ONE LINE OF THE .ics FILE
           MOVE IcsLine TO IcsRecord
           WRITE IcsRecord
           MOVE SPACES TO IcsLine.

       ExportIcsAllAccounts.                                            *> THE BATCH RUN WRITES ONE .ics PER ACTIVE ACCOUNT
           PERFORM LoadAcctInfoTable
           MOVE 0 TO IcsFileCount
           MOVE 1 TO AcctInfoIdx
           PERFORM UNTIL AcctInfoIdx > AcctInfoCount
               IF AcctInfoStatus(AcctInfoIdx) NOT = 'D'
                   MOVE AcctInfoName(AcctInfoIdx) TO ScanUser
                   PERFORM ExportIcsRun
                   ADD 1 TO IcsFileCount
                   STRING "CALENDAR " FUNCTION TRIM(IcsFileName)
                       ": ENTRIES " IcsEntryCount
                       DELIMITED BY SIZE INTO RunLogLine
                   PERFORM WriteRunLogLine
               END-IF
               ADD 1 TO AcctInfoIdx
           END-PERFORM.

       TimeMenu.                                                        *> LOG, CORRECT, AND REPORT HOURS SPENT ON TASKS
           DISPLAY " "
           DISPLAY "---------------TIME LOG---------------"
           DISPLAY "[1] Log time against a task"
           DISPLAY "[2] Edit a time entry"
           DISPLAY "[3] Delete a time entry"
           DISPLAY "[4] List my time entries"
           DISPLAY "[5] Weekly timesheet report"
           DISPLAY "[6] Estimate vs actual report"
           DISPLAY "[7] Back to MAIN MENU"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT TimeMenuChoice
           EVALUATE TimeMenuChoice
               WHEN '1' PERFORM LogTimeEntry
               WHEN '2' PERFORM EditTimeEntry
               WHEN '3' PERFORM DeleteTimeEntry
               WHEN '4' PERFORM ListTimeEntries
               WHEN '5' PERFORM TimesheetReport
               WHEN '6' PERFORM EstActualReport
               WHEN '7' CONTINUE
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

           PERFORM MainMenu.

       LogTimeEntry.                                                    *> BOOK HOURS AGAINST ONE OF THE USER'S OPEN TASKS
           DISPLAY "Enter Task ID (99999) to log time against: "
           ACCEPT TaskIDInput

           IF TaskIDInput NOT NUMERIC
               DISPLAY "Task not found."
           ELSE
               MOVE TaskIDInput TO TimeTaskWork
               PERFORM CheckTimeTaskOpen
           END-IF.

           IF TaskIDInput NUMERIC AND TimeTaskOK = 'Y'
               MOVE "Enter Date Worked (MM-DD-YY):" TO PromptDateLabel
               PERFORM PromptValidDate
               MOVE ValidateDateInput TO TimeDateWork

               MOVE "Enter Hours Worked (e.g. 1.5, up to 24):"
                   TO HoursLabel
               MOVE 24 TO HoursMax
               MOVE 'N' TO HoursZeroOK
               PERFORM PromptHoursValue
               MOVE HoursValue TO TimeHoursWork

               PERFORM AcquireScheduleLock                              *> ID ISSUE AND WRITES RUN UNDER THE LOCK
               IF LockAcquired = 'Y'
                   PERFORM GetNextTimeLogID
                   MOVE TimeTaskWork TO TimeTaskID
                   MOVE TimeDateWork TO TimeDate
                   MOVE Username TO TimeUser
                   MOVE TimeHoursWork TO TimeHours

                   OPEN I-O TimeLogFile
                   WRITE TimeLogRecord
                       INVALID KEY
                           DISPLAY "Time entry already on file: "
                               TimeLogID
                   END-WRITE
                   CLOSE TimeLogFile

                   MOVE "ADD" TO AuditActionWork                        *> RECORD THE ADD ON THE AUDIT TRAIL
                   MOVE "TIME" TO AuditRecTypeWork
                   MOVE TimeLogID TO AuditRecIDWork
                   MOVE "ALL" TO AuditFieldWork
                   MOVE SPACES TO AuditBeforeWork
                   MOVE TimeHours TO HoursEdit
                   MOVE SPACES TO AuditAfterWork
                   STRING "TASK " TimeTaskID " " TimeDate " "
                       FUNCTION TRIM(HoursEdit)
                       DELIMITED BY SIZE INTO AuditAfterWork
                   MOVE TimeLogRecord TO AuditImageWork
                   PERFORM WriteAuditEntry

                   PERFORM ReleaseScheduleLock
                   DISPLAY "Time Entry " TimeLogID
                       " Logged Successfully"
               END-IF
           END-IF.

       CheckTimeTaskOpen.                                               *> MAY Username BOOK TIME AGAINST TimeTaskWork
           MOVE 'N' TO TimeTaskOK
           OPEN INPUT TaskFile
           MOVE TimeTaskWork TO TaskID
           READ TaskFile                                                *> DIRECT KEYED READ, NO FILE SCAN
               INVALID KEY
                   MOVE 'X' TO TimeTaskOK
               NOT INVALID KEY
                   IF TaskOwner NOT = Username                          *> OWNER ONLY
                       DISPLAY "Time can only be logged by the task "
                           "owner."
                   ELSE
                       IF TaskStatus = "Completed"
                           OR TaskStatus = "Cancelled"
                           DISPLAY "Task is " FUNCTION TRIM(TaskStatus)
                               " - time can no longer be logged."
                       ELSE
                           MOVE 'Y' TO TimeTaskOK
                       END-IF
                   END-IF
           END-READ
           CLOSE TaskFile

           IF TimeTaskOK = 'X'                                          *> NOT LIVE - SWEPT TO THE ARCHIVE, OR NEVER THERE
               MOVE 'N' TO TimeTaskOK
               MOVE 'N' TO EOF
               OPEN INPUT ArchiveTaskFile
               PERFORM UNTIL EOF = 'Y'
                   READ ArchiveTaskFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF ArcTaskID = TimeTaskWork
                               MOVE 'A' TO TimeTaskOK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveTaskFile
               IF TimeTaskOK = 'A'
                   MOVE 'N' TO TimeTaskOK
                   DISPLAY "Task is archived - time can no longer be "
                       "logged."
               ELSE
                   DISPLAY "Task not found."
               END-IF
           END-IF.

       EditTimeEntry.                                                   *> CORRECT THE DATE OR HOURS OF ONE OF THE USER'S ENTRIES
           DISPLAY "Enter Time Entry ID (99999) to edit: "
           ACCEPT TimeIDInput

           DISPLAY "Select the field to edit:"
           DISPLAY "1. Date Worked"
           DISPLAY "2. Hours Worked"
           ACCEPT EditOption

           PERFORM FindOwnTimeEntry

           IF TimeEntryOK = 'Y'
               EVALUATE EditOption
                   WHEN 1
                       MOVE "Date" TO AuditFieldWork
                       MOVE TimeDate TO AuditBeforeWork
                       MOVE "Enter updated Date Worked:"
                           TO PromptDateLabel
                       PERFORM PromptValidDate
                       MOVE ValidateDateInput TO TimeDateWork
                       MOVE TimeDateWork TO AuditAfterWork
                       MOVE 'Y' TO AuditPending
                   WHEN 2
                       MOVE "Hours" TO AuditFieldWork
                       MOVE TimeHours TO HoursEdit
                       MOVE FUNCTION TRIM(HoursEdit) TO AuditBeforeWork
                       MOVE "Enter updated Hours Worked:" TO HoursLabel
                       MOVE 24 TO HoursMax
                       MOVE 'N' TO HoursZeroOK
                       PERFORM PromptHoursValue
                       MOVE HoursValue TO TimeHoursWork
                       MOVE TimeHoursWork TO HoursEdit
                       MOVE FUNCTION TRIM(HoursEdit) TO AuditAfterWork
                       MOVE 'Y' TO AuditPending
                   WHEN OTHER
                       DISPLAY "Invalid option. No updates performed."
               END-EVALUATE
           END-IF.

           IF TimeEntryOK = 'Y' AND AuditPending = 'Y'
               PERFORM AcquireScheduleLock                              *> THE REWRITE RUNS UNDER THE LOCK
               IF LockAcquired = 'Y'
                   OPEN I-O TimeLogFile
                   MOVE TimeIDInput TO TimeLogID
                   READ TimeLogFile
                       INVALID KEY
                           DISPLAY "Time entry not found."
                       NOT INVALID KEY
                           IF EditOption = 1
                               MOVE TimeDateWork TO TimeDate
                           ELSE
                               MOVE TimeHoursWork TO TimeHours
                           END-IF
                           REWRITE TimeLogRecord
                           MOVE "EDIT" TO AuditActionWork               *> RECORD THE EDIT ON THE AUDIT TRAIL
                           MOVE "TIME" TO AuditRecTypeWork
                           MOVE TimeLogID TO AuditRecIDWork
                           PERFORM WriteAuditEntry
                           DISPLAY "Time Entry Updated Successfully"
                   END-READ
                   CLOSE TimeLogFile
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.
           MOVE 'N' TO AuditPending.

       DeleteTimeEntry.                                                 *> REMOVE ONE OF THE USER'S ENTRIES
           DISPLAY "Enter Time Entry ID (99999) to delete: "
           ACCEPT TimeIDInput

           PERFORM FindOwnTimeEntry

           IF TimeEntryOK = 'Y'
               MOVE TimeHours TO HoursEdit
               DISPLAY "Task " TimeTaskID "  Date " TimeDate
                   "  Hours " HoursEdit
               DISPLAY "Delete this time entry? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ConfirmDeletion
               IF ConfirmDeletion NOT = 'Y'
                   AND ConfirmDeletion NOT = 'y'
                   MOVE 'N' TO TimeEntryOK
                   DISPLAY "Deletion canceled."
               END-IF
           END-IF.

           IF TimeEntryOK = 'Y'
               PERFORM AcquireScheduleLock                              *> THE DELETE RUNS UNDER THE LOCK
               IF LockAcquired = 'Y'
                   MOVE SPACES TO AuditBeforeWork
                   STRING "TASK " TimeTaskID " " TimeDate " "
                       FUNCTION TRIM(HoursEdit)
                       DELIMITED BY SIZE INTO AuditBeforeWork
                   OPEN I-O TimeLogFile
                   MOVE TimeIDInput TO TimeLogID
                   DELETE TimeLogFile RECORD
                       INVALID KEY
                           DISPLAY "Time entry not found."
                       NOT INVALID KEY
                           MOVE "DELETE" TO AuditActionWork
                           MOVE "TIME" TO AuditRecTypeWork
                           MOVE TimeLogID TO AuditRecIDWork
                           MOVE "ALL" TO AuditFieldWork
                           MOVE SPACES TO AuditAfterWork
                           PERFORM WriteAuditEntry
                           DISPLAY "Time Entry Deleted Successfully"
                   END-DELETE
                   CLOSE TimeLogFile
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.

       FindOwnTimeEntry.                                                *> KEYED READ OF TimeIDInput, LOGGER AND OPEN TASK ONLY
           MOVE 'N' TO TimeEntryOK
           IF TimeIDInput NOT NUMERIC
               DISPLAY "Time entry not found."
           ELSE
               OPEN INPUT TimeLogFile
               MOVE TimeIDInput TO TimeLogID
               READ TimeLogFile
                   INVALID KEY
                       DISPLAY "Time entry not found."
                   NOT INVALID KEY
                       IF TimeUser = Username
                           MOVE 'Y' TO TimeEntryOK
                       ELSE
                           DISPLAY "Time entry not found."
                       END-IF
               END-READ
               CLOSE TimeLogFile
           END-IF

           IF TimeEntryOK = 'Y'                                         *> FINISHED WORK KEEPS THE HOURS IT CLOSED WITH
               MOVE TimeTaskID TO TimeTaskWork
               PERFORM CheckTimeTaskOpen
               MOVE TimeTaskOK TO TimeEntryOK
           END-IF.

       ListTimeEntries.                                                 *> THE USER'S OWN ENTRIES, FOR FINDING AN ID TO FIX
           MOVE 0 TO TimeListCount
           MOVE 'N' TO EOF
           OPEN INPUT TimeLogFile
           DISPLAY " "
           DISPLAY "Time Entries:"
           PERFORM UNTIL EOF = 'Y'
               READ TimeLogFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TimeUser = Username
                           MOVE TimeHours TO HoursEdit
                           DISPLAY "Entry ID: " TimeLogID
                                   "  Task ID: " TimeTaskID
                                   "  Date: " TimeDate
                                   "  Hours: " HoursEdit
                           ADD 1 TO TimeListCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TimeLogFile
           IF TimeListCount = 0
               DISPLAY "  No time entries."
           END-IF.

       GetNextTimeLogID.                                                *> PULLS THE NEXT TIME ENTRY ID FROM THE COUNTER FILE
           MOVE 0 TO TimeLogID
           OPEN INPUT TimeLogCounterFile
           READ TimeLogCounterFile
               AT END
                   MOVE 0 TO TimeLogID
               NOT AT END
                   MOVE TimeLogCounterRecord TO TimeLogID
           END-READ
           CLOSE TimeLogCounterFile.

           ADD 1 TO TimeLogID.

           MOVE TimeLogID TO TimeLogCounterRecord.
           OPEN OUTPUT TimeLogCounterFile.                              *> OVERWRITE THE COUNTER WITH THE NEWLY ISSUED ID
           WRITE TimeLogCounterRecord.
           CLOSE TimeLogCounterFile.

       PromptHoursValue.                                                *> KEEP ASKING UNTIL THE HOURS ARE IN RANGE
           MOVE 'N' TO HoursOK
           PERFORM UNTIL HoursOK = 'Y'
               DISPLAY HoursLabel
               ACCEPT HoursInput
               PERFORM ParseHoursInput
               IF HoursOK = 'N'
                   MOVE HoursMax TO HoursEdit
                   DISPLAY "Invalid hours. Use up to two decimals, "
                       "no more than " FUNCTION TRIM(HoursEdit) "."
               END-IF
           END-PERFORM.

       ParseHoursInput.                                                 *> HoursInput AS 7, 7.5 OR 7.25 INTO HoursValue
           MOVE 'N' TO HoursOK
           MOVE 0 TO HoursValue
           MOVE SPACES TO HoursWholeText
           MOVE SPACES TO HoursFracText
           MOVE 0 TO HoursWholeLen
           MOVE 0 TO HoursFracLen

           IF HoursInput = SPACES
               IF HoursZeroOK = 'Y'
                   MOVE 'Y' TO HoursOK
               END-IF
           ELSE
               UNSTRING HoursInput DELIMITED BY "." OR SPACE
                   INTO HoursWholeText COUNT IN HoursWholeLen
                        HoursFracText COUNT IN HoursFracLen
               END-UNSTRING
               IF HoursWholeLen >= 1 AND HoursWholeLen <= 3
                   AND HoursFracLen <= 2
                   IF HoursWholeText(1:HoursWholeLen) NUMERIC
                       MOVE HoursWholeText(1:HoursWholeLen)
                           TO HoursWholeNum
                       MOVE 0 TO HoursFracNum
                       IF HoursFracLen > 0
                           IF HoursFracText(1:HoursFracLen) NUMERIC
                               MOVE HoursFracText(1:HoursFracLen)
                                   TO HoursFracNum
                               IF HoursFracLen = 1                      *> .5 MEANS FIFTY HUNDREDTHS
                                   MULTIPLY 10 BY HoursFracNum
                               END-IF
                               MOVE 'Y' TO HoursOK
                           END-IF
                       ELSE
                           MOVE 'Y' TO HoursOK
                       END-IF
                   END-IF
               END-IF
               IF HoursOK = 'Y'
                   COMPUTE HoursValue = HoursWholeNum
                       + HoursFracNum / 100
                   IF HoursValue > HoursMax
                       MOVE 'N' TO HoursOK
                   END-IF
                   IF HoursValue = 0 AND HoursZeroOK = 'N'
                       MOVE 'N' TO HoursOK
                   END-IF
               END-IF
           END-IF.

       TimesheetReport.                                                 *> MENU WRAPPER AROUND THE WEEKLY TIMESHEET
           MOVE "Enter any date in the week (MM-DD-YY):"
               TO PromptDateLabel
           PERFORM PromptValidDate
           PERFORM ComputeDayOfWeek                                     *> LEAVES THE DATE'S STANDARD DAY NUMBER BEHIND
           PERFORM TimesheetReportRun
           DISPLAY "Weekly timesheet written to Timesheet.dat".

       TimesheetReportRun.                                              *> HOURS PER USER PER DAY FOR THE WEEK OF ValidateDateInt
           IF DayOfWeekNum = 0                                          *> SUNDAY CLOSES THE WEEK, MONDAY OPENS IT
               MOVE 6 TO WeekDayOffset
           ELSE
               COMPUTE WeekDayOffset = DayOfWeekNum - 1
           END-IF
           COMPUTE WeekStartInt = ValidateDateInt - WeekDayOffset

           MOVE 'N' TO TimeSeeAll
           IF CurrentUserRole = "ADMIN" OR BatchMode = 'Y'
               MOVE 'Y' TO TimeSeeAll
           END-IF

           MOVE 0 TO TsUserCount
           MOVE 'N' TO TsUserFull
           IF TimeSeeAll = 'N'                                          *> THE USER'S OWN ROW SHOWS EVEN WHEN EMPTY
               MOVE Username TO ScanUser
               PERFORM FindTsUser
           END-IF

           MOVE 'N' TO EOF
           OPEN INPUT TimeLogFile
           PERFORM UNTIL EOF = 'Y'
               READ TimeLogFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF (TimeSeeAll = 'Y' OR TimeUser = Username)
                           AND TimeDateMM NUMERIC
                           AND TimeDateDD NUMERIC
                           AND TimeDateYY NUMERIC
                           MOVE TimeDateYY TO RecurDateYY
                           MOVE TimeDateMM TO RecurDateMM
                           MOVE TimeDateDD TO RecurDateDD
                           MOVE RecurDateBuild TO RecurDateNum
                           COMPUTE WeekRowInt =
                               FUNCTION INTEGER-OF-DATE(RecurDateNum)
                           COMPUTE WeekDaySlot =
                               WeekRowInt - WeekStartInt + 1
                           IF WeekDaySlot >= 1 AND WeekDaySlot <= 7
                               MOVE TimeUser TO ScanUser
                               PERFORM FindTsUser
                               IF TsUserSlot > 0
                                   ADD TimeHours TO TsUserDay
                                       (TsUserSlot, WeekDaySlot)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TimeLogFile

           PERFORM WriteTimesheetFile.

       FindTsUser.                                                      *> SLOT FOR ScanUser IN THE TIMESHEET TABLE, ADDED IF NEW
           MOVE 0 TO TsUserSlot
           MOVE 1 TO TsUserIdx
           PERFORM UNTIL TsUserIdx > TsUserCount
               IF TsUserName(TsUserIdx) = ScanUser
                   MOVE TsUserIdx TO TsUserSlot
               END-IF
               ADD 1 TO TsUserIdx
           END-PERFORM
           IF TsUserSlot = 0
               IF TsUserCount < 200
                   ADD 1 TO TsUserCount
                   MOVE TsUserCount TO TsUserSlot
                   MOVE ScanUser TO TsUserName(TsUserSlot)
                   MOVE 1 TO TsDayIdx
                   PERFORM UNTIL TsDayIdx > 7
                       MOVE 0 TO TsUserDay(TsUserSlot, TsDayIdx)
                       ADD 1 TO TsDayIdx
                   END-PERFORM
               ELSE
                   IF TsUserFull = 'N'                                  *> ANNOUNCE ONCE, LIKE THE AGENDA TABLE CAP
                       MOVE 'Y' TO TsUserFull
                       DISPLAY "Timesheet user table full - some hours "
                           "are not on the report."
                   END-IF
               END-IF
           END-IF.

       WriteTimesheetFile.                                              *> LAY THE WEEK OUT, A ROW PER USER AND A TOTALS ROW
           OPEN OUTPUT TimesheetFile

           MOVE TsTitle TO TimesheetRecord
           WRITE TimesheetRecord
           MOVE SPACES TO TsLine
           PERFORM WriteTsLine

           MOVE 1 TO WeekColIdx                                         *> DATE THE SEVEN COLUMNS, MONDAY FIRST
           PERFORM UNTIL WeekColIdx > 7
               COMPUTE RecurNewDateNum = FUNCTION DATE-OF-INTEGER(
                   WeekStartInt + WeekColIdx - 1)
               MOVE SPACES TO WeekDayDate(WeekColIdx)
               STRING RecurNewMM "-" RecurNewDD "-" RecurNewYY
                   DELIMITED BY SIZE INTO WeekDayDate(WeekColIdx)
               ADD 1 TO WeekColIdx
           END-PERFORM
           STRING "WEEK OF " WeekDayDate(1) " TO " WeekDayDate(7)
               DELIMITED BY SIZE INTO TsLine
           PERFORM WriteTsLine
           PERFORM WriteTsLine

           STRING "USER                "
               "      MON      TUE      WED      THU"
               "      FRI      SAT      SUN      TOTAL"
               DELIMITED BY SIZE INTO TsLine
           PERFORM WriteTsLine

           MOVE 0 TO TsGrandTotal
           MOVE 1 TO TsUserIdx
           PERFORM UNTIL TsUserIdx > TsUserCount
               MOVE TsUserName(TsUserIdx) TO TsLine
               MOVE 21 TO TsLinePtr
               MOVE 0 TO TsRowTotal
               MOVE 1 TO TsDayIdx
               PERFORM UNTIL TsDayIdx > 7
                   MOVE TsUserDay(TsUserIdx, TsDayIdx) TO HoursEdit
                   STRING "   " HoursEdit DELIMITED BY SIZE
                       INTO TsLine WITH POINTER TsLinePtr
                   ADD TsUserDay(TsUserIdx, TsDayIdx) TO TsRowTotal
                   ADD 1 TO TsDayIdx
               END-PERFORM
               MOVE TsRowTotal TO HoursTotalEdit
               STRING "   " HoursTotalEdit DELIMITED BY SIZE
                   INTO TsLine WITH POINTER TsLinePtr
               PERFORM WriteTsLine
               ADD TsRowTotal TO TsGrandTotal
               ADD 1 TO TsUserIdx
           END-PERFORM
           PERFORM WriteTsLine

           MOVE "ALL USERS" TO TsLine                                   *> COLUMN TOTALS ACROSS EVERY USER LISTED
           MOVE 21 TO TsLinePtr
           MOVE 1 TO TsDayIdx
           PERFORM UNTIL TsDayIdx > 7
               MOVE 0 TO TsDayTotal
               MOVE 1 TO TsUserIdx
               PERFORM UNTIL TsUserIdx > TsUserCount
                   ADD TsUserDay(TsUserIdx, TsDayIdx) TO TsDayTotal
                   ADD 1 TO TsUserIdx
               END-PERFORM
               MOVE TsDayTotal TO HoursEdit
               STRING "   " HoursEdit DELIMITED BY SIZE
                   INTO TsLine WITH POINTER TsLinePtr
               ADD 1 TO TsDayIdx
           END-PERFORM
           MOVE TsGrandTotal TO HoursTotalEdit
           STRING "   " HoursTotalEdit DELIMITED BY SIZE
               INTO TsLine WITH POINTER TsLinePtr
           PERFORM WriteTsLine

           CLOSE TimesheetFile.

       WriteTsLine.                                                     *> ONE LINE OF THE WEEKLY TIMESHEET
           MOVE TsLine TO TimesheetRecord
           WRITE TimesheetRecord
           MOVE SPACES TO TsLine.

       EstActualReport.                                                 *> MENU WRAPPER AROUND THE ESTIMATE-VS-ACTUAL REPORT
           PERFORM EstActualReportRun
           DISPLAY "Estimate vs actual report written to EstActual.dat".

       EstActualReportRun.                                              *> EACH TASK'S ESTIMATE AGAINST ITS LOGGED HOURS
           ACCEPT TodayDateNum FROM DATE
           MOVE 'N' TO TimeSeeAll
           IF CurrentUserRole = "ADMIN" OR BatchMode = 'Y'
               MOVE 'Y' TO TimeSeeAll
           END-IF

           INITIALIZE TaskHoursTable                                    *> SUM THE TIME LOG BY TASK FIRST
           MOVE 'N' TO EOF
           OPEN INPUT TimeLogFile
           PERFORM UNTIL EOF = 'Y'
               READ TimeLogFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TimeTaskID NUMERIC AND TimeTaskID > 0
                           AND TimeHours NUMERIC
                           ADD TimeHours
                               TO TaskHoursEntry(TimeTaskID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TimeLogFile

           MOVE 0 TO EaEstTotal
           MOVE 0 TO EaActualTotal
           MOVE 0 TO EaTaskCount

           OPEN OUTPUT EstActualFile
           MOVE EaTitle TO EstActualRecord
           WRITE EstActualRecord
           MOVE SPACES TO EaLine
           PERFORM WriteEaLine
           STRING "REPORT DATE (YYMMDD): " TodayDateNum
               DELIMITED BY SIZE INTO EaLine
           PERFORM WriteEaLine
           PERFORM WriteEaLine
           STRING "ID     DESCRIPTION                OWNER"
               "                STATUS     SOURCE   ESTIMATE"
               "    ACTUAL   VARIANCE"
               DELIMITED BY SIZE INTO EaLine
           PERFORM WriteEaLine

           MOVE 'N' TO EOF                                              *> LIVE TASKS
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF (TimeSeeAll = 'Y' OR TaskOwner = Username)
                           AND TaskID NUMERIC AND TaskID > 0
                           MOVE "LIVE" TO EaSourceWork
                           MOVE 0 TO EaEstWork
                           IF TaskEstHours NUMERIC
                               MOVE TaskEstHours TO EaEstWork
                           END-IF
                           MOVE TaskHoursEntry(TaskID) TO EaActualWork
                           IF EaEstWork > 0 OR EaActualWork > 0
                               MOVE SPACES TO EaLine
                               STRING TaskID "  " TaskDescription "  "
                                   TaskOwner " " TaskStatus " "
                                   DELIMITED BY SIZE INTO EaLine
                               PERFORM WriteEaRow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile

           MOVE 'N' TO EOF                                              *> TASKS ALREADY SWEPT TO THE ARCHIVE
           OPEN INPUT ArchiveTaskFile
           PERFORM UNTIL EOF = 'Y'
               READ ArchiveTaskFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF (TimeSeeAll = 'Y' OR ArcTaskOwner = Username)
                           AND ArcTaskID NUMERIC AND ArcTaskID > 0
                           MOVE "ARCHIVE" TO EaSourceWork
                           MOVE 0 TO EaEstWork
                           IF ArcTaskEstHours NUMERIC                   *> ROWS ARCHIVED BEFORE ESTIMATES CARRY NONE
                               MOVE ArcTaskEstHours TO EaEstWork
                           END-IF
                           MOVE TaskHoursEntry(ArcTaskID)
                               TO EaActualWork
                           IF EaEstWork > 0 OR EaActualWork > 0
                               MOVE SPACES TO EaLine
                               STRING ArcTaskID "  " ArcTaskDescription
                                   "  " ArcTaskOwner " " ArcTaskStatus
                                   " "
                                   DELIMITED BY SIZE INTO EaLine
                               PERFORM WriteEaRow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveTaskFile

           PERFORM WriteEaLine
           STRING "TASKS LISTED:   " EaTaskCount
               DELIMITED BY SIZE INTO EaLine
           PERFORM WriteEaLine
           MOVE EaEstTotal TO HoursTotalEdit
           STRING "TOTAL ESTIMATE: " HoursTotalEdit
               DELIMITED BY SIZE INTO EaLine
           PERFORM WriteEaLine
           MOVE EaActualTotal TO HoursTotalEdit
           STRING "TOTAL ACTUAL:   " HoursTotalEdit
               DELIMITED BY SIZE INTO EaLine
           PERFORM WriteEaLine

           CLOSE EstActualFile.

       WriteEaRow.                                                      *> FINISH A ROW STARTED IN EaLine WITH THE FIGURES
           COMPUTE EaVariance = EaActualWork - EaEstWork
           MOVE EaEstWork TO HoursEdit
           MOVE EaActualWork TO HoursTotalEdit
           MOVE EaVariance TO HoursVarianceEdit
           MOVE EaSourceWork TO EaLine(67:7)                            *> UNDER THE COLUMN HEADINGS
           MOVE HoursEdit TO EaLine(78:6)
           MOVE HoursTotalEdit TO EaLine(86:8)
           MOVE HoursVarianceEdit TO EaLine(96:9)
           PERFORM WriteEaLine
           ADD EaEstWork TO EaEstTotal
           ADD EaActualWork TO EaActualTotal
           ADD 1 TO EaTaskCount.

       WriteEaLine.                                                     *> ONE LINE OF THE ESTIMATE-VS-ACTUAL REPORT
           MOVE EaLine TO EstActualRecord
           WRITE EstActualRecord
           MOVE SPACES TO EaLine.

       WeekGrid.                                                        *> MENU WRAPPER AROUND THE WEEKLY CALENDAR GRID
           PERFORM WeekGridRun.
           PERFORM MainMenu.

       WeekGridRun.                                                     *> A PRINTABLE GRID OF ONE WEEK, A COLUMN PER DAY
           MOVE "Enter any date in the week (MM-DD-YY):"
               TO PromptDateLabel
           PERFORM PromptValidDate
           PERFORM ComputeDayOfWeek                                     *> LEAVES THE DATE'S STANDARD DAY NUMBER BEHIND

           IF DayOfWeekNum = 0                                          *> SUNDAY CLOSES THE WEEK, MONDAY OPENS IT
               MOVE 6 TO WeekDayOffset
           ELSE
               COMPUTE WeekDayOffset = DayOfWeekNum - 1
           END-IF
           COMPUTE WeekStartInt = ValidateDateInt - WeekDayOffset

           MOVE 'N' TO WeekCellFull
           MOVE 1 TO WeekColIdx                                         *> DATE EACH COLUMN AND EMPTY THE CELLS
           PERFORM UNTIL WeekColIdx > 7
               COMPUTE RecurNewDateNum = FUNCTION DATE-OF-INTEGER(
                   WeekStartInt + WeekColIdx - 1)
               MOVE SPACES TO WeekDayDate(WeekColIdx)
               STRING RecurNewMM "-" RecurNewDD "-" RecurNewYY
                   DELIMITED BY SIZE INTO WeekDayDate(WeekColIdx)
               MOVE 0 TO WeekCellCount(WeekColIdx)
               ADD 1 TO WeekColIdx
           END-PERFORM

           MOVE 'N' TO EOF                                              *> THE OWNER'S TASKS GO INTO THEIR DAY'S COLUMN
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TaskOwner = Username
                           AND TaskDateMM NUMERIC
                           AND TaskDateDD NUMERIC
                           AND TaskDateYY NUMERIC
                           MOVE TaskDateYY TO RecurDateYY
                           MOVE TaskDateMM TO RecurDateMM
                           MOVE TaskDateDD TO RecurDateDD
                           MOVE RecurDateBuild TO RecurDateNum
                           COMPUTE WeekRowInt =
                               FUNCTION INTEGER-OF-DATE(RecurDateNum)
                           COMPUTE WeekDaySlot =
                               WeekRowInt - WeekStartInt + 1
                           IF WeekDaySlot >= 1 AND WeekDaySlot <= 7
                               MOVE SPACES TO WeekCellWork
                               STRING TaskPriority(1:1) " "
                                   TaskDescription
                                   DELIMITED BY SIZE INTO WeekCellWork
                               PERFORM AddWeekCell
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile

           MOVE 'N' TO EOF                                              *> EVERY EVENT THE USER IS ON, OWNER OR ATTENDEE
           OPEN INPUT EventFile
           PERFORM UNTIL EOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CheckEventParticipant
                       IF ParticipantMatch = 'Y'
                           AND EventDateMM NUMERIC
                           AND EventDateDD NUMERIC
                           AND EventDateYY NUMERIC
                           MOVE EventDateYY TO RecurDateYY
                           MOVE EventDateMM TO RecurDateMM
                           MOVE EventDateDD TO RecurDateDD
                           MOVE RecurDateBuild TO RecurDateNum
                           COMPUTE WeekRowInt =
                               FUNCTION INTEGER-OF-DATE(RecurDateNum)
                           COMPUTE WeekDaySlot =
                               WeekRowInt - WeekStartInt + 1
                           IF WeekDaySlot >= 1 AND WeekDaySlot <= 7
                               MOVE SPACES TO WeekCellWork
                               STRING EventStartTime " "
                                   EventDescription
                                   DELIMITED BY SIZE INTO WeekCellWork
                               PERFORM AddWeekCell
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile

           PERFORM WriteWeekGridFile

           DISPLAY "Weekly grid written to WeekGrid.dat".

       AddWeekCell.                                                     *> STACK WeekCellWork UNDER ITS DAY OF THE WEEK
           MOVE WeekDaySlot TO WeekColIdx
           IF WeekCellCount(WeekColIdx) < 12
               ADD 1 TO WeekCellCount(WeekColIdx)
               MOVE WeekCellWork
                   TO WeekCell(WeekColIdx, WeekCellCount(WeekColIdx))
           ELSE
               IF WeekCellFull = 'N'                                    *> ANNOUNCE ONCE, LIKE THE AGENDA TABLE CAP
                   MOVE 'Y' TO WeekCellFull
                   DISPLAY "Week grid day full - some rows are not "
                       "on the grid."
               END-IF
           END-IF.

       WriteWeekGridFile.                                               *> LAY THE SEVEN COLUMNS OUT ON PAPER
           OPEN OUTPUT WeekGridFile.

           MOVE WeekGridTitle TO WeekGridRecord.
           WRITE WeekGridRecord.
           MOVE SPACES TO WeekGridRecord.
           WRITE WeekGridRecord.

           MOVE WeekHeaderRow TO WeekGridRecord.
           WRITE WeekGridRecord.

           MOVE SPACES TO WeekGridLine                                  *> THE DATE UNDER EACH DAY NAME
           MOVE 1 TO WeekColIdx
           PERFORM UNTIL WeekColIdx > 7
               MOVE WeekDayDate(WeekColIdx)
                   TO WeekGridCol(WeekColIdx)
               ADD 1 TO WeekColIdx
           END-PERFORM
           MOVE WeekGridLine TO WeekGridRecord.
           WRITE WeekGridRecord.
           MOVE SPACES TO WeekGridRecord.
           WRITE WeekGridRecord.

           MOVE 0 TO WeekDepth                                          *> THE DEEPEST COLUMN SETS THE ROW COUNT
           MOVE 1 TO WeekColIdx
           PERFORM UNTIL WeekColIdx > 7
               IF WeekCellCount(WeekColIdx) > WeekDepth
                   MOVE WeekCellCount(WeekColIdx) TO WeekDepth
               END-IF
               ADD 1 TO WeekColIdx
           END-PERFORM

           MOVE 1 TO WeekRowIdx
           PERFORM UNTIL WeekRowIdx > WeekDepth
               MOVE SPACES TO WeekGridLine
               MOVE 1 TO WeekColIdx
               PERFORM UNTIL WeekColIdx > 7
                   IF WeekRowIdx <= WeekCellCount(WeekColIdx)
                       MOVE WeekCell(WeekColIdx, WeekRowIdx)
                           TO WeekGridCol(WeekColIdx)
                   END-IF
                   ADD 1 TO WeekColIdx
               END-PERFORM
               MOVE WeekGridLine TO WeekGridRecord
               WRITE WeekGridRecord
               ADD 1 TO WeekRowIdx
           END-PERFORM

           CLOSE WeekGridFile.

       PrefixAuditKey.                                                  *> "<CODE> OLD" / "<CODE> NEW" FOR A MASTER EDIT
           MOVE AuditBeforeWork TO AuditValueHold
           MOVE SPACES TO AuditBeforeWork
           STRING AuditKeyWork DELIMITED BY SPACE
               " " AuditValueHold DELIMITED BY SIZE
               INTO AuditBeforeWork
           MOVE AuditAfterWork TO AuditValueHold
           MOVE SPACES TO AuditAfterWork
           STRING AuditKeyWork DELIMITED BY SPACE
               " " AuditValueHold DELIMITED BY SIZE
               INTO AuditAfterWork.

       WriteAuditEntry.                                                 *> APPEND ONE CHANGE TO THE AUDIT TRAIL
           OPEN EXTEND AuditFile.
           IF Username = SPACES                                         *> THE STARTUP CHECK AND BATCH RUN PREDATE ANY LOGIN
               IF BatchMode = 'Y'
                   MOVE "BATCH" TO AuditUser
               ELSE
                   MOVE "STARTUP" TO AuditUser
               END-IF
           ELSE
               MOVE Username TO AuditUser
           END-IF.
           ACCEPT AuditDate FROM DATE.
           MOVE AuditActionWork TO AuditAction.
           MOVE AuditRecTypeWork TO AuditRecType.
           MOVE AuditRecIDWork TO AuditRecID.
           MOVE AuditFieldWork TO AuditField.
           MOVE AuditBeforeWork TO AuditBefore.
           MOVE AuditAfterWork TO AuditAfter.
           MOVE AuditImageWork TO AuditImage.
           WRITE AuditRecord.
           CLOSE AuditFile.
           MOVE 'N' TO AuditPending.
           MOVE SPACES TO AuditImageWork.                               *> ONLY THE ADD PATHS CARRY AN IMAGE

       ViewAudit.                                                       *> BROWSE THE AUDIT HISTORY, OPTIONALLY FILTERED
           DISPLAY " "
           DISPLAY "Filter the audit history by:"
           DISPLAY "[1] Show all"
           DISPLAY "[2] Record ID"
           DISPLAY "[3] User"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT AuditFilterOption.

           EVALUATE AuditFilterOption
               WHEN '2'
                   DISPLAY "Enter Record ID (99999): " WITH NO ADVANCING
                   ACCEPT AuditFilterID
               WHEN '3'
                   DISPLAY "Enter Username: " WITH NO ADVANCING
                   ACCEPT AuditFilterUser
               WHEN OTHER
                   MOVE '1' TO AuditFilterOption
           END-EVALUATE.

           MOVE 'N' TO EOF
           OPEN INPUT AuditFile.

           DISPLAY " ".
           DISPLAY "Audit History:".
           PERFORM UNTIL EOF = 'Y'
               READ AuditFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE 'Y' TO FilterMatch
                       IF AuditFilterOption = '2'
                       AND AuditFilterID NOT = AuditRecID
                           MOVE 'N' TO FilterMatch
                       END-IF
                       IF AuditFilterOption = '3'
                       AND AuditFilterUser NOT = AuditUser
                           MOVE 'N' TO FilterMatch
                       END-IF
                       IF FilterMatch = 'Y'
                           DISPLAY "User: " AuditUser
                                   "  Date: " AuditDate
                                   "  Action: " AuditAction
                                   "  Type: " AuditRecType
                                   "  ID: " AuditRecID
                                   "  Field: " AuditField
                                   "  Before: " AuditBefore
                                   "  After: " AuditAfter
                       END-IF
           END-PERFORM.

           CLOSE AuditFile.

           PERFORM MainMenu.

       ShowRecordNotes.                                                 *> LIST THE NOTES ON NoteRecTypeWork/NoteRecIDWork
           MOVE 'N' TO NoteEOF
           OPEN INPUT NoteFile
           MOVE NoteRecTypeWork TO NoteRecType
           MOVE NoteRecIDWork TO NoteRecID
           MOVE 0 TO NoteSeq
           START NoteFile KEY IS >= NoteKey                             *> THE RECORD'S NOTES SIT TOGETHER IN KEY ORDER
               INVALID KEY
                   MOVE 'Y' TO NoteEOF
           END-START
           PERFORM UNTIL NoteEOF = 'Y'
               READ NoteFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO NoteEOF
                   NOT AT END
                       IF NoteRecType NOT = NoteRecTypeWork
                           OR NoteRecID NOT = NoteRecIDWork
                           MOVE 'Y' TO NoteEOF
                       ELSE
                           DISPLAY "    Note " NoteSeq
                                   "  " NoteDate
                                   "  " NoteAuthor
                                   "  " NoteText
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoteFile.

       ShowArchivedNotes.                                               *> LIST THE ARCHIVED NOTES ON AN ARCHIVED RECORD
           MOVE 'N' TO NoteEOF
           OPEN INPUT ArchiveNoteFile
           PERFORM UNTIL NoteEOF = 'Y'
               READ ArchiveNoteFile
                   AT END
                       MOVE 'Y' TO NoteEOF
                   NOT AT END
                       IF ArcNoteRecType = NoteRecTypeWork
                           AND ArcNoteRecID = NoteRecIDWork
                           DISPLAY "    Note " ArcNoteSeq
                                   "  " ArcNoteDate
                                   "  " ArcNoteAuthor
                                   "  " ArcNoteText
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveNoteFile.

       AddNoteFromView.                                                 *> OFFER A NOTE ON ONE OF THE ROWS JUST LISTED
           DISPLAY " "
           DISPLAY "Enter ID (99999) to add a note, blank to skip: "
               WITH NO ADVANCING
           ACCEPT NoteIDInput
           MOVE 'N' TO NoteAllowed

           IF NoteIDInput NOT = SPACES
               IF NoteIDInput NOT NUMERIC
                   DISPLAY "Record not found."
               ELSE
                   MOVE NoteIDInput TO NoteRecIDWork
                   PERFORM CheckNoteAllowed
                   IF NoteAllowed = 'N'
                       DISPLAY "Record not found."
                   END-IF
               END-IF
           END-IF.

           IF NoteAllowed = 'Y'
               PERFORM PromptNoteText
               IF NoteTextWork = SPACES
                   MOVE 'N' TO NoteAllowed
               END-IF
           END-IF.

           IF NoteAllowed = 'Y'
               PERFORM AcquireScheduleLock                              *> SEQUENCE ISSUE AND WRITE RUN UNDER THE LOCK
               IF LockAcquired = 'Y'
                   PERFORM WriteRecordNote
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.

       CheckNoteAllowed.                                                *> MAY Username NOTE THIS RECORD - THE SAME RULE AS VIEWING IT
           MOVE 'N' TO NoteAllowed
           IF NoteRecTypeWork = "TASK"
               OPEN INPUT TaskFile
               MOVE NoteRecIDWork TO TaskID
               READ TaskFile
                   INVALID KEY
                       MOVE 'N' TO NoteAllowed
                   NOT INVALID KEY
                       IF TaskOwner = Username
                           OR CurrentUserRole = "ADMIN"
                           MOVE 'Y' TO NoteAllowed
                       END-IF
               END-READ
               CLOSE TaskFile
           ELSE
               OPEN INPUT EventFile
               MOVE NoteRecIDWork TO EventID
               READ EventFile
                   INVALID KEY
                       MOVE 'N' TO NoteAllowed
                   NOT INVALID KEY
                       PERFORM CheckEventParticipant                    *> ATTENDEES MAY NOTE SHARED EVENTS TOO
                       IF ParticipantMatch = 'Y'
                           OR CurrentUserRole = "ADMIN"
                           MOVE 'Y' TO NoteAllowed
                       END-IF
               END-READ
               CLOSE EventFile
           END-IF.

       PromptNoteText.                                                  *> ONE LINE OF NOTE TEXT; BLANK MEANS NEVER MIND
           DISPLAY "Enter note (up to 60 characters):"
           ACCEPT NoteTextWork
           IF NoteTextWork = SPACES
               DISPLAY "Note is empty - nothing added."
           END-IF.

       WriteReassignNote.                                               *> STAMP AN OWNER CHANGE ON THE RECORD'S NOTES
           MOVE SPACES TO NoteTextWork
           STRING "Reassigned from " FUNCTION TRIM(AccountTargetUser)
               " to " FUNCTION TRIM(NewOwnerUser)
               DELIMITED BY SIZE INTO NoteTextWork
           MOVE 'Y' TO NoteQuiet                                        *> THE REASSIGN REPORTS ITS OWN COUNT
           PERFORM WriteRecordNote
           MOVE 'N' TO NoteQuiet.

       WriteRecordNote.                                                 *> FILE NoteTextWork AS THE NEXT NOTE ON THE RECORD
           MOVE 0 TO NoteNextSeq                                        *> THE CALLER ALREADY HOLDS THE LOCK
           MOVE 'N' TO NoteEOF
           OPEN I-O NoteFile
           MOVE NoteRecTypeWork TO NoteRecType
           MOVE NoteRecIDWork TO NoteRecID
           MOVE 0 TO NoteSeq
           START NoteFile KEY IS >= NoteKey
               INVALID KEY
                   MOVE 'Y' TO NoteEOF
           END-START
           PERFORM UNTIL NoteEOF = 'Y'
               READ NoteFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO NoteEOF
                   NOT AT END
                       IF NoteRecType NOT = NoteRecTypeWork
                           OR NoteRecID NOT = NoteRecIDWork
                           MOVE 'Y' TO NoteEOF
                       ELSE
                           MOVE NoteSeq TO NoteNextSeq
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO NoteNextSeq

           IF NoteNextSeq > 999
               DISPLAY "This record already has 999 notes - not added."
           ELSE
               ACCEPT TodayDateNum FROM DATE
               MOVE TodayPartMM TO NoteTodayMM
               MOVE TodayPartDD TO NoteTodayDD
               MOVE TodayPartYY TO NoteTodayYY
               MOVE SPACES TO NoteRecord
               MOVE NoteRecTypeWork TO NoteRecType
               MOVE NoteRecIDWork TO NoteRecID
               MOVE NoteNextSeq TO NoteSeq
               MOVE NoteTodayWork TO NoteDate
               IF Username = SPACES
                   MOVE "BATCH" TO NoteAuthor
               ELSE
                   MOVE Username TO NoteAuthor                          *> SIGNED BY WHOEVER IS LOGGED IN
               END-IF
               MOVE NoteTextWork TO NoteText
               WRITE NoteRecord
                   INVALID KEY
                       DISPLAY "Note already on file: " NoteSeq
               END-WRITE
           END-IF
           CLOSE NoteFile

           IF NoteNextSeq <= 999
               MOVE "ADD" TO AuditActionWork                            *> RECORD THE NOTE ON THE AUDIT TRAIL
               MOVE "NOTE" TO AuditRecTypeWork
               MOVE NoteRecIDWork TO AuditRecIDWork
               MOVE SPACES TO AuditFieldWork
               STRING NoteRecTypeWork " " NoteSeq
                   DELIMITED BY SIZE INTO AuditFieldWork
               MOVE SPACES TO AuditBeforeWork
               MOVE NoteTextWork TO AuditAfterWork
               PERFORM WriteAuditEntry
               IF NoteQuiet = 'N'
                   DISPLAY "Note " NoteSeq " added."
               END-IF
           END-IF.

       ArchiveRecordNotes.                                              *> MOVE THE RECORD'S NOTES TO THE ARCHIVE NOTE FILE
           MOVE 0 TO NoteSeqCount
           MOVE 'N' TO NoteEOF
           OPEN I-O NoteFile
           OPEN EXTEND ArchiveNoteFile
           MOVE NoteRecTypeWork TO NoteRecType
           MOVE NoteRecIDWork TO NoteRecID
           MOVE 0 TO NoteSeq
           START NoteFile KEY IS >= NoteKey
               INVALID KEY
                   MOVE 'Y' TO NoteEOF
           END-START
           PERFORM UNTIL NoteEOF = 'Y'
               READ NoteFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO NoteEOF
                   NOT AT END
                       IF NoteRecType NOT = NoteRecTypeWork
                           OR NoteRecID NOT = NoteRecIDWork
                           MOVE 'Y' TO NoteEOF
                       ELSE
                           MOVE NoteRecord TO ArchiveNoteRecord
                           WRITE ArchiveNoteRecord
                           ADD 1 TO NoteSeqCount
                           MOVE NoteSeq TO NoteSeqEntry(NoteSeqCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveNoteFile

      *    DELETE THE SWEPT NOTES BY KEY ONCE THE SCAN IS DONE WITH THEM
           MOVE 1 TO NoteSeqIdx
           PERFORM UNTIL NoteSeqIdx > NoteSeqCount
               MOVE NoteRecTypeWork TO NoteRecType
               MOVE NoteRecIDWork TO NoteRecID
               MOVE NoteSeqEntry(NoteSeqIdx) TO NoteSeq
               DELETE NoteFile RECORD
                   INVALID KEY
                       DISPLAY "Note not on file: " NoteSeq
                   NOT INVALID KEY
                       ADD 1 TO ArchivedNoteCount
               END-DELETE
               ADD 1 TO NoteSeqIdx
           END-PERFORM
           CLOSE NoteFile.

       RecordHistory.                                                   *> MENU WRAPPER AROUND THE RECORD HISTORY PRINT
           PERFORM TypeOption.
           EVALUATE UserChoice
               WHEN '1' MOVE "TASK" TO NoteRecTypeWork
               WHEN '2' MOVE "EVENT" TO NoteRecTypeWork
               WHEN OTHER MOVE SPACES TO NoteRecTypeWork
           END-EVALUATE.

           IF NoteRecTypeWork NOT = SPACES
               DISPLAY "Enter ID (99999): " WITH NO ADVANCING
               ACCEPT NoteIDInput
               IF NoteIDInput NOT NUMERIC
                   DISPLAY "Record not found."
               ELSE
                   MOVE NoteIDInput TO NoteRecIDWork
                   PERFORM RecordHistoryRun
               END-IF
           END-IF.

           PERFORM MainMenu.

       RecordHistoryRun.                                                *> THE ROW, EVERY TRAIL ENTRY, AND EVERY NOTE, LIVE OR ARCHIVED
           MOVE 'N' TO HistFound
           MOVE 'N' TO HistAllowed
           MOVE 0 TO HistAuditCount
           MOVE 0 TO HistNoteCount

           OPEN OUTPUT HistoryFile
           MOVE HistTitle TO HistoryRecord
           WRITE HistoryRecord
           MOVE SPACES TO HistLine
           PERFORM WriteHistLine
           STRING "RECORD: " NoteRecTypeWork " " NoteRecIDWork
               DELIMITED BY SIZE INTO HistLine
           PERFORM WriteHistLine
           PERFORM WriteHistLine

           IF NoteRecTypeWork = "TASK"
               PERFORM WriteHistTaskRow
           ELSE
               PERFORM WriteHistEventRow
           END-IF

           IF HistFound = 'N' AND CurrentUserRole = "ADMIN"             *> DELETED OUTRIGHT - ONLY THE TRAIL IS LEFT
               MOVE "NO LONGER ON THE LIVE OR ARCHIVE FILES" TO HistLine
               PERFORM WriteHistLine
               MOVE 'Y' TO HistAllowed
           END-IF

           IF HistAllowed = 'Y'
               PERFORM WriteHistLine
               MOVE "AUDIT TRAIL" TO HistLine
               PERFORM WriteHistLine
               MOVE 'N' TO EOF
               OPEN INPUT AuditFile
               PERFORM UNTIL EOF = 'Y'
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF AuditRecType = NoteRecTypeWork
                               AND AuditRecID = NoteRecIDWork
                               STRING "  " AuditDate "  " AuditUser
                                   "  " AuditAction "  " AuditField
                                   "  " AuditBefore " -> " AuditAfter
                                   DELIMITED BY SIZE INTO HistLine
                               PERFORM WriteHistLine
                               ADD 1 TO HistAuditCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
               IF HistAuditCount = 0
                   MOVE "  NO AUDIT ENTRIES" TO HistLine
                   PERFORM WriteHistLine
               END-IF

               PERFORM WriteHistLine
               MOVE "NOTES" TO HistLine
               PERFORM WriteHistLine
               MOVE 'N' TO NoteEOF
               OPEN INPUT NoteFile
               MOVE NoteRecTypeWork TO NoteRecType
               MOVE NoteRecIDWork TO NoteRecID
               MOVE 0 TO NoteSeq
               START NoteFile KEY IS >= NoteKey
                   INVALID KEY
                       MOVE 'Y' TO NoteEOF
               END-START
               PERFORM UNTIL NoteEOF = 'Y'
                   READ NoteFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO NoteEOF
                       NOT AT END
                           IF NoteRecType NOT = NoteRecTypeWork
                               OR NoteRecID NOT = NoteRecIDWork
                               MOVE 'Y' TO NoteEOF
                           ELSE
                               STRING "  " NoteSeq "  " NoteDate
                                   "  " NoteAuthor "  " NoteText
                                   DELIMITED BY SIZE INTO HistLine
                               PERFORM WriteHistLine
                               ADD 1 TO HistNoteCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NoteFile

               MOVE 'N' TO NoteEOF
               OPEN INPUT ArchiveNoteFile
               PERFORM UNTIL NoteEOF = 'Y'
                   READ ArchiveNoteFile
                       AT END
                           MOVE 'Y' TO NoteEOF
                       NOT AT END
                           IF ArcNoteRecType = NoteRecTypeWork
                               AND ArcNoteRecID = NoteRecIDWork
                               STRING "  " ArcNoteSeq "  " ArcNoteDate
                                   "  " ArcNoteAuthor "  " ArcNoteText
                                   "  (ARCHIVED)"
                                   DELIMITED BY SIZE INTO HistLine
                               PERFORM WriteHistLine
                               ADD 1 TO HistNoteCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveNoteFile
               IF HistNoteCount = 0
                   MOVE "  NO NOTES" TO HistLine
                   PERFORM WriteHistLine
               END-IF
           ELSE
               MOVE "RECORD NOT FOUND" TO HistLine
               PERFORM WriteHistLine
           END-IF

           CLOSE HistoryFile

           IF HistAllowed = 'Y'
               DISPLAY "Record history written to RecordHistory.dat"
           ELSE
               DISPLAY "Record not found."
           END-IF.

       WriteHistTaskRow.                                                *> THE TASK AS IT STANDS, LIVE OR ARCHIVED
           OPEN INPUT TaskFile
           MOVE NoteRecIDWork TO TaskID
           READ TaskFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HistFound
                   IF TaskOwner = Username
                       OR CurrentUserRole = "ADMIN"
                       MOVE 'Y' TO HistAllowed
                       MOVE "CURRENT RECORD (LIVE)" TO HistLine
                       PERFORM WriteHistLine
                       STRING "  DATE " TaskDate "  DUE " TaskDueDate
                           "  STATUS " TaskStatus
                           "  PRIORITY " TaskPriority
                           "  OWNER " TaskOwner
                           DELIMITED BY SIZE INTO HistLine
                       PERFORM WriteHistLine
                       STRING "  DESCRIPTION " TaskDescription
                           "  PREDECESSOR " TaskPredID
                           "  DONE " TaskDoneDate
                           "  PROJECT " TaskProject
                           DELIMITED BY SIZE INTO HistLine
                       PERFORM WriteHistLine
                   END-IF
           END-READ
           CLOSE TaskFile

           IF HistFound = 'N'
               MOVE 'N' TO EOF
               OPEN INPUT ArchiveTaskFile
               PERFORM UNTIL EOF = 'Y'
                   READ ArchiveTaskFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF ArcTaskID = NoteRecIDWork
                               MOVE 'Y' TO HistFound
                               IF ArcTaskOwner = Username
                                   OR CurrentUserRole = "ADMIN"
                                   MOVE 'Y' TO HistAllowed
                                   MOVE "ARCHIVED RECORD" TO HistLine
                                   PERFORM WriteHistLine
                                   STRING "  DATE " ArcTaskDate
                                       "  DUE " ArcTaskDueDate
                                       "  STATUS " ArcTaskStatus
                                       "  PRIORITY " ArcTaskPriority
                                       "  OWNER " ArcTaskOwner
                                       DELIMITED BY SIZE INTO HistLine
                                   PERFORM WriteHistLine
                                   STRING "  DESCRIPTION "
                                       ArcTaskDescription
                                       "  PREDECESSOR " ArcTaskPredID
                                       "  DONE " ArcTaskDoneDate
                                       "  PROJECT " ArcTaskProject
                                       DELIMITED BY SIZE INTO HistLine
                                   PERFORM WriteHistLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveTaskFile
           END-IF.

       WriteHistEventRow.                                               *> THE EVENT AS IT STANDS, LIVE OR ARCHIVED
           OPEN INPUT EventFile
           MOVE NoteRecIDWork TO EventID
           READ EventFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HistFound
                   PERFORM CheckEventParticipant
                   IF ParticipantMatch = 'Y'
                       OR CurrentUserRole = "ADMIN"
                       MOVE 'Y' TO HistAllowed
                       MOVE "CURRENT RECORD (LIVE)" TO HistLine
                       PERFORM WriteHistLine
                       STRING "  DATE " EventDate "  TIME "
                           EventStartTime "-" EventEndTime
                           "  STATUS " EventStatus
                           "  OWNER " EventOwner
                           DELIMITED BY SIZE INTO HistLine
                       PERFORM WriteHistLine
                       STRING "  DESCRIPTION " EventDescription
                           "  LOCATION " EventLocation
                           "  PROJECT " EventProject
                           DELIMITED BY SIZE INTO HistLine
                       PERFORM WriteHistLine
                       STRING "  ATTENDEES " EventAttendees
                           DELIMITED BY SIZE INTO HistLine
                       PERFORM WriteHistLine
                   END-IF
           END-READ
           CLOSE EventFile

           IF HistFound = 'N'
               MOVE 'N' TO EOF
               OPEN INPUT ArchiveEventFile
               PERFORM UNTIL EOF = 'Y'
                   READ ArchiveEventFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF ArcEventID = NoteRecIDWork
                               MOVE 'Y' TO HistFound
                               IF ArcEventOwner = Username
                                   OR CurrentUserRole = "ADMIN"
                                   OR ArcEventAttendees(1:20)
                                       = Username
                                   OR ArcEventAttendees(21:20)
                                       = Username
                                   OR ArcEventAttendees(41:20)
                                       = Username
                                   MOVE 'Y' TO HistAllowed
                                   MOVE "ARCHIVED RECORD" TO HistLine
                                   PERFORM WriteHistLine
                                   STRING "  DATE " ArcEventDate
                                       "  TIME " ArcEventStartTime
                                       "-" ArcEventEndTime
                                       "  STATUS " ArcEventStatus
                                       "  OWNER " ArcEventOwner
                                       DELIMITED BY SIZE INTO HistLine
                                   PERFORM WriteHistLine
                                   STRING "  DESCRIPTION "
                                       ArcEventDescription
                                       "  LOCATION " ArcEventLocation
                                       "  PROJECT " ArcEventProject
                                       DELIMITED BY SIZE INTO HistLine
                                   PERFORM WriteHistLine
                                   STRING "  ATTENDEES "
                                       ArcEventAttendees
                                       DELIMITED BY SIZE INTO HistLine
                                   PERFORM WriteHistLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveEventFile
           END-IF.

       WriteHistLine.                                                   *> ONE LINE OF THE RECORD HISTORY
           MOVE HistLine TO HistoryRecord
           WRITE HistoryRecord
           MOVE SPACES TO HistLine.

       ProjectMenu.                                                     *> KEEP THE PROJECT MASTER, ADMINISTRATORS ONLY
           DISPLAY " "
           DISPLAY "---------------PROJECTS---------------"
           DISPLAY "[1] Add a project"
           DISPLAY "[2] Change a project"
           DISPLAY "[3] List projects"
           DISPLAY "[4] Back to MAIN MENU"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT ProjectMenuChoice
           EVALUATE ProjectMenuChoice
               WHEN '1' PERFORM AddProject
               WHEN '2' PERFORM ChangeProject
               WHEN '3' PERFORM ListProjects
               WHEN '4' CONTINUE
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

       AddProject.                                                      *> OPEN A NEW PROJECT ON THE MASTER
           DISPLAY "Enter new Project Code (up to 8 characters): "
               WITH NO ADVANCING
           ACCEPT ProjectCodeWork
           MOVE FUNCTION UPPER-CASE(ProjectCodeWork) TO ProjectCodeWork
           MOVE 0 TO ProjectCommaCount
           INSPECT ProjectCodeWork
               TALLYING ProjectCommaCount FOR ALL ","

           MOVE 'Y' TO ProjectAddOK
           IF ProjectCodeWork = SPACES OR ProjectCommaCount > 0         *> THE CODE RIDES IN A CSV COLUMN
               DISPLAY "Invalid project code."
               MOVE 'N' TO ProjectAddOK
           ELSE
               PERFORM CheckProjectCode
               IF ProjectOK NOT = 'N'
                   DISPLAY "Project code already on file."
                   MOVE 'N' TO ProjectAddOK
               END-IF
           END-IF.

           IF ProjectAddOK = 'Y'
      *        EVERY PROMPT IS ANSWERED BEFORE THE LOCK IS TAKEN SO
      *        OTHER SESSIONS NEVER WAIT ON SOMEONE TYPING
               DISPLAY "Enter Project Title:"
               ACCEPT ProjectTitleWork
               PERFORM PromptProjectLead
               MOVE "Enter Target Date (MM-DD-YY):" TO PromptDateLabel
               PERFORM PromptValidDate
               MOVE ValidateDateInput TO ProjDateWork
               PERFORM AcquireScheduleLock                              *> THE MASTER WRITE RUNS UNDER THE LOCK
           END-IF.

           IF ProjectAddOK = 'Y' AND LockAcquired = 'Y'
               MOVE SPACES TO ProjectRecord
               MOVE ProjectCodeWork TO ProjectCode
               MOVE ProjectTitleWork TO ProjectTitle
               MOVE NewOwnerUser TO ProjectLead
               MOVE ProjDateWork TO ProjectTargetDate
               MOVE "Open" TO ProjectStatus                             *> EVERY PROJECT STARTS OPEN
               OPEN I-O ProjectFile
               WRITE ProjectRecord
                   INVALID KEY
                       DISPLAY "Project code already on file."
                       MOVE 'N' TO ProjectAddOK
               END-WRITE
               CLOSE ProjectFile

               IF ProjectAddOK = 'Y'
                   MOVE "ADD" TO AuditActionWork                        *> RECORD THE ADD ON THE AUDIT TRAIL
                   MOVE "PROJ " TO AuditRecTypeWork
                   MOVE 0 TO AuditRecIDWork
                   MOVE "ALL" TO AuditFieldWork
                   MOVE ProjectCode TO AuditBeforeWork
                   MOVE ProjectTitle TO AuditAfterWork
                   MOVE ProjectRecord TO AuditImageWork
                   PERFORM WriteAuditEntry
                   DISPLAY "Project added."
               END-IF

               PERFORM ReleaseScheduleLock
           END-IF.

       ChangeProject.                                                   *> CHANGE ONE FIELD OF A PROJECT ON THE MASTER
           DISPLAY "Enter Project Code to change: " WITH NO ADVANCING
           ACCEPT ProjectCodeWork
           MOVE FUNCTION UPPER-CASE(ProjectCodeWork) TO ProjectCodeWork
           PERFORM CheckProjectCode

           IF ProjectOK = 'N'
               DISPLAY "No such project."
           ELSE
               DISPLAY "Select the field to change:"
               DISPLAY "1. Title"
               DISPLAY "2. Lead"
               DISPLAY "3. Target Date"
               DISPLAY "4. Status"
               ACCEPT ProjectFieldChoice
               PERFORM AcquireScheduleLock                              *> THE REWRITE RUNS UNDER THE LOCK
           END-IF.

           IF ProjectOK NOT = 'N' AND LockAcquired = 'Y'
               OPEN I-O ProjectFile
               MOVE ProjectCodeWork TO ProjectCode
               READ ProjectFile                                         *> DIRECT KEYED READ, NO FILE SCAN
                   INVALID KEY
                       DISPLAY "No such project."
                   NOT INVALID KEY
                       PERFORM ChangeProjectField
                       IF AuditPending = 'Y'
                           REWRITE ProjectRecord
                           MOVE "EDIT" TO AuditActionWork               *> RECORD THE EDIT ON THE AUDIT TRAIL
                           MOVE "PROJ " TO AuditRecTypeWork
                           MOVE 0 TO AuditRecIDWork
                           MOVE ProjectCode TO AuditKeyWork             *> THE VALUES NAME WHICH PROJECT CHANGED
                           PERFORM PrefixAuditKey
                           PERFORM WriteAuditEntry
                           DISPLAY "Project Updated Successfully"
                       END-IF
               END-READ
               CLOSE ProjectFile
               PERFORM ReleaseScheduleLock
           END-IF.

       ChangeProjectField.                                              *> CHANGE THE CHOSEN FIELD IN THE RECORD JUST READ
           EVALUATE ProjectFieldChoice
               WHEN '1'
                   MOVE "Title" TO AuditFieldWork
                   MOVE ProjectTitle TO AuditBeforeWork
                   DISPLAY "Enter updated Project Title:"
                   ACCEPT ProjectTitle
                   MOVE ProjectTitle TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN '2'
                   MOVE "Lead" TO AuditFieldWork
                   MOVE ProjectLead TO AuditBeforeWork
                   PERFORM PromptProjectLead
                   MOVE NewOwnerUser TO ProjectLead
                   MOVE ProjectLead TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN '3'
                   MOVE "Target Date" TO AuditFieldWork
                   MOVE ProjectTargetDate TO AuditBeforeWork
                   MOVE "Enter updated Target Date (MM-DD-YY):"
                       TO PromptDateLabel
                   PERFORM PromptValidDate
                   MOVE ValidateDateInput TO ProjectTargetDate
                   MOVE ProjectTargetDate TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN '4'
                   MOVE "Status" TO AuditFieldWork
                   MOVE ProjectStatus TO AuditBeforeWork
                   PERFORM PromptProjectStatus
                   MOVE ProjectStatusWork TO ProjectStatus
                   MOVE ProjectStatus TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN OTHER
                   DISPLAY "Invalid option. No updates performed."
           END-EVALUATE.

       PromptProjectLead.                                               *> KEEP ASKING UNTIL THE LEAD IS AN ACCOUNT ON FILE
           MOVE 'N' TO AccountActionOK
           PERFORM UNTIL AccountActionOK = 'Y'
               DISPLAY "Enter Project Lead username: " WITH NO ADVANCING
               ACCEPT NewOwnerUser
               PERFORM CheckNewOwnerExists                              *> THE SAME CHECK A REASSIGNMENT TARGET GETS
               IF AccountActionOK = 'N'
                   DISPLAY "No such account: " NewOwnerUser
               END-IF
           END-PERFORM.

       PromptProjectStatus.                                             *> KEEP ASKING UNTIL THE STATUS IS A KNOWN VALUE
           MOVE 'N' TO ProjectOK
           PERFORM UNTIL ProjectOK = 'Y'
               DISPLAY "Enter Project Status (Open/OnHold/Closed):"
               ACCEPT ProjectStatusWork
               IF ProjectStatusWork = "Open"
                   OR ProjectStatusWork = "OnHold"
                   OR ProjectStatusWork = "Closed"
                   MOVE 'Y' TO ProjectOK
               ELSE
                   DISPLAY "Invalid status. Open, OnHold, or Closed."
               END-IF
           END-PERFORM.

       ListProjects.                                                    *> EVERY PROJECT ON THE MASTER, IN CODE ORDER
           DISPLAY " "
           DISPLAY "CODE     TITLE                          "
                   "LEAD                 TARGET   STATUS"
           MOVE 'N' TO ProjectEOF
           OPEN INPUT ProjectFile
           PERFORM UNTIL ProjectEOF = 'Y'
               READ ProjectFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO ProjectEOF
                   NOT AT END
                       DISPLAY ProjectCode " " ProjectTitle " "
                               ProjectLead " " ProjectTargetDate " "
                               ProjectStatus
               END-READ
           END-PERFORM
           CLOSE ProjectFile.

       PromptProjectCode.                                               *> KEEP ASKING UNTIL THE CODE IS BLANK OR A USABLE PROJECT
           MOVE 'N' TO ProjectOK
           PERFORM UNTIL ProjectOK = 'Y'
               DISPLAY FUNCTION TRIM(ProjectLabel)
               ACCEPT ProjectCodeWork
               MOVE FUNCTION UPPER-CASE(ProjectCodeWork)
                   TO ProjectCodeWork
               IF ProjectCodeWork = SPACES                              *> A PROJECT IS OPTIONAL
                   MOVE 'Y' TO ProjectOK
               ELSE
                   PERFORM CheckProjectCode
                   IF ProjectOK = 'N'
                       DISPLAY "No such project: " ProjectCodeWork
                   END-IF
                   IF ProjectOK = 'C'
                       DISPLAY "Project " ProjectCodeWork " is closed."
                   END-IF
               END-IF
           END-PERFORM.

       CheckProjectCode.                                                *> IS ProjectCodeWork ON THE MASTER, AND STILL OPEN
           MOVE 'N' TO ProjectOK
           OPEN INPUT ProjectFile
           MOVE ProjectCodeWork TO ProjectCode
           READ ProjectFile                                             *> DIRECT KEYED READ, NO FILE SCAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ProjectStatus = "Closed"                          *> CLOSED PROJECTS TAKE NO NEW WORK
                       MOVE 'C' TO ProjectOK
                   ELSE
                       MOVE 'Y' TO ProjectOK
                   END-IF
           END-READ
           CLOSE ProjectFile.

       ProjectRollup.                                                   *> MENU WRAPPER AROUND THE PROJECT ROLLUP
           PERFORM ProjectRollupRun
           DISPLAY "Project rollup written to ProjectRollup.dat".
           PERFORM MainMenu.

       ProjectRollupRun.                                                *> EACH PROJECT'S TASKS AND EVENTS, LIVE AND ARCHIVED
           ACCEPT TodayDateNum FROM DATE
           PERFORM LoadOpenTaskTable                                    *> FRESH OPEN-TASK TABLE FOR THE BLOCKED CHECK

           INITIALIZE ProjTable
           MOVE 0 TO ProjCount
           MOVE 'N' TO ProjectEOF
           OPEN INPUT ProjectFile
           PERFORM UNTIL ProjectEOF = 'Y'
               READ ProjectFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO ProjectEOF
                   NOT AT END
                       IF ProjCount < 200
                           ADD 1 TO ProjCount
                           MOVE ProjectCode TO ProjTabCode(ProjCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProjectFile

           MOVE 'N' TO EOF                                              *> LIVE TASKS
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TaskProject NOT = SPACES
                           MOVE TaskProject TO ProjectCodeWork
                           PERFORM FindProjEntry
                           IF ProjFound = 'Y'
                               PERFORM ComputeTaskDisplayStatus
                               MOVE TaskStatus TO ProjStatusClass
                               PERFORM CountProjTask
                               IF DisplayTaskStatus = "OVERDUE"
                                   ADD 1 TO ProjTabOverdue(ProjIdx)
                               END-IF
                               IF DisplayTaskStatus = "BLOCKED"
                                   ADD 1 TO ProjTabBlocked(ProjIdx)
                               END-IF
                               MOVE TaskDueDate TO ProjDateWork
                               PERFORM NoteProjLatestDue
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile

           MOVE 'N' TO EOF                                              *> TASKS ALREADY SWEPT TO THE ARCHIVE
           OPEN INPUT ArchiveTaskFile
           PERFORM UNTIL EOF = 'Y'
               READ ArchiveTaskFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ArcTaskProject NOT = SPACES
                           MOVE ArcTaskProject TO ProjectCodeWork
                           PERFORM FindProjEntry
                           IF ProjFound = 'Y'
                               MOVE ArcTaskStatus TO ProjStatusClass
                               PERFORM CountProjTask
                               ADD 1 TO ProjTabArcTasks(ProjIdx)
                               MOVE ArcTaskDueDate TO ProjDateWork
                               PERFORM NoteProjLatestDue
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveTaskFile

           MOVE 'N' TO EOF                                              *> LIVE EVENTS
           OPEN INPUT EventFile
           PERFORM UNTIL EOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF EventProject NOT = SPACES
                           MOVE EventProject TO ProjectCodeWork
                           PERFORM FindProjEntry
                           IF ProjFound = 'Y'
                               PERFORM CheckProjEventUpcoming
                               IF ProjUpcoming = 'Y'
                                   ADD 1 TO ProjTabUpcoming(ProjIdx)
                               ELSE
                                   ADD 1 TO ProjTabPastEvents(ProjIdx)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile

           MOVE 'N' TO EOF                                              *> ARCHIVED EVENTS ARE PAST BY DEFINITION
           OPEN INPUT ArchiveEventFile
           PERFORM UNTIL EOF = 'Y'
               READ ArchiveEventFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ArcEventProject NOT = SPACES
                           MOVE ArcEventProject TO ProjectCodeWork
                           PERFORM FindProjEntry
                           IF ProjFound = 'Y'
                               ADD 1 TO ProjTabPastEvents(ProjIdx)
                               ADD 1 TO ProjTabArcEvents(ProjIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveEventFile

           OPEN OUTPUT ProjectRollupFile
           MOVE ProjTitle TO ProjectRollupRecord
           WRITE ProjectRollupRecord
           MOVE SPACES TO ProjLine
           PERFORM WriteProjLine
           STRING "REPORT DATE (YYMMDD): " TodayDateNum
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine
           PERFORM WriteProjLine

           MOVE 'N' TO ProjectEOF                                       *> ONE BLOCK PER PROJECT, IN CODE ORDER
           OPEN INPUT ProjectFile
           PERFORM UNTIL ProjectEOF = 'Y'
               READ ProjectFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO ProjectEOF
                   NOT AT END
                       MOVE ProjectCode TO ProjectCodeWork
                       PERFORM FindProjEntry
                       IF ProjFound = 'Y'
                           PERFORM WriteProjRollupRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProjectFile

           STRING "PROJECTS LISTED: " ProjCount
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine

           CLOSE ProjectRollupFile.

       FindProjEntry.                                                   *> LOCATE ProjectCodeWork IN THE ROLLUP TABLE
           MOVE 'N' TO ProjFound
           MOVE 1 TO ProjIdx
           PERFORM UNTIL ProjIdx > ProjCount OR ProjFound = 'Y'
               IF ProjTabCode(ProjIdx) = ProjectCodeWork
                   MOVE 'Y' TO ProjFound
               ELSE
                   ADD 1 TO ProjIdx
               END-IF
           END-PERFORM.

       CountProjTask.                                                   *> OPEN, COMPLETED, OR CANCELLED BY THE STORED STATUS
           EVALUATE ProjStatusClass
               WHEN "Completed"
                   ADD 1 TO ProjTabDone(ProjIdx)
               WHEN "Cancelled"
                   ADD 1 TO ProjTabCancelled(ProjIdx)
               WHEN OTHER
                   ADD 1 TO ProjTabOpen(ProjIdx)
           END-EVALUATE.

       NoteProjLatestDue.                                               *> KEEP THE LATEST DUE DATE SEEN FOR THE PROJECT
           IF ProjDateWork(1:2) NUMERIC
               AND ProjDateWork(4:2) NUMERIC
               AND ProjDateWork(7:2) NUMERIC
               MOVE ProjDateWork(7:2) TO ProjKeyYY
               MOVE ProjDateWork(1:2) TO ProjKeyMM
               MOVE ProjDateWork(4:2) TO ProjKeyDD
               MOVE ProjKeyAlpha TO ProjKeyNum
               IF ProjKeyNum > ProjTabLatestNum(ProjIdx)
                   MOVE ProjKeyNum TO ProjTabLatestNum(ProjIdx)
                   MOVE ProjDateWork TO ProjTabLatestDate(ProjIdx)
               END-IF
           END-IF.

       CheckProjEventUpcoming.                                          *> IS THE EVENT JUST READ STILL AHEAD OF US
           MOVE 'N' TO ProjUpcoming
           IF EventDateMM NUMERIC AND EventDateDD NUMERIC
               AND EventDateYY NUMERIC
               AND EventStatus NOT = "Completed"
               AND EventStatus NOT = "Cancelled"
               MOVE EventDateYY TO ProjKeyYY
               MOVE EventDateMM TO ProjKeyMM
               MOVE EventDateDD TO ProjKeyDD
               MOVE ProjKeyAlpha TO ProjKeyNum
               IF ProjKeyNum >= TodayDateNum
                   MOVE 'Y' TO ProjUpcoming
               END-IF
           END-IF.

       WriteProjRollupRow.                                              *> ONE PROJECT'S BLOCK, FOR THE ROW JUST READ
           STRING "PROJECT " ProjectCode "  " ProjectTitle
               "  STATUS " ProjectStatus
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine
           STRING "  LEAD " ProjectLead "  TARGET " ProjectTargetDate
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine
           STRING "  TASKS OPEN " ProjTabOpen(ProjIdx)
               "  COMPLETED " ProjTabDone(ProjIdx)
               "  CANCELLED " ProjTabCancelled(ProjIdx)
               "  OVERDUE " ProjTabOverdue(ProjIdx)
               "  BLOCKED " ProjTabBlocked(ProjIdx)
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine

           MOVE 0 TO ProjTargetNum
           IF ProjectTargetMM NUMERIC AND ProjectTargetDD NUMERIC
               AND ProjectTargetYY NUMERIC
               MOVE ProjectTargetYY TO ProjKeyYY
               MOVE ProjectTargetMM TO ProjKeyMM
               MOVE ProjectTargetDD TO ProjKeyDD
               MOVE ProjKeyAlpha TO ProjTargetNum
           END-IF
           IF ProjTabLatestNum(ProjIdx) = 0
               MOVE "  LATEST DUE: NO TASKS WITH A DUE DATE" TO ProjLine
           ELSE
               IF ProjTabLatestNum(ProjIdx) > ProjTargetNum
                   STRING "  LATEST DUE " ProjTabLatestDate(ProjIdx)
                       " IS AFTER THE TARGET DATE " ProjectTargetDate
                       DELIMITED BY SIZE INTO ProjLine
               ELSE
                   STRING "  LATEST DUE " ProjTabLatestDate(ProjIdx)
                       " IS WITHIN THE TARGET DATE " ProjectTargetDate
                       DELIMITED BY SIZE INTO ProjLine
               END-IF
           END-IF
           PERFORM WriteProjLine

           STRING "  EVENTS UPCOMING " ProjTabUpcoming(ProjIdx)
               "  PAST " ProjTabPastEvents(ProjIdx)
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine
           IF ProjTabUpcoming(ProjIdx) > 0
               PERFORM WriteProjUpcoming
           END-IF
           STRING "  ARCHIVED ROWS INCLUDED: TASKS "
               ProjTabArcTasks(ProjIdx)
               "  EVENTS " ProjTabArcEvents(ProjIdx)
               DELIMITED BY SIZE INTO ProjLine
           PERFORM WriteProjLine
           PERFORM WriteProjLine.

       WriteProjUpcoming.                                               *> LIST THE PROJECT'S EVENTS STILL TO COME
           MOVE 'N' TO EOF
           OPEN INPUT EventFile
           PERFORM UNTIL EOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF EventProject = ProjectCode
                           PERFORM CheckProjEventUpcoming
                           IF ProjUpcoming = 'Y'
                               STRING "    " EventDate " "
                                   EventStartTime "-" EventEndTime
                                   "  EVENT " EventID "  "
                                   EventDescription "  " EventOwner
                                   DELIMITED BY SIZE INTO ProjLine
                               PERFORM WriteProjLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile.

       WriteProjLine.                                                   *> ONE LINE OF THE PROJECT ROLLUP
           MOVE ProjLine TO ProjectRollupRecord
           WRITE ProjectRollupRecord
           MOVE SPACES TO ProjLine.

       RoomMenu.                                                        *> KEEP THE ROOM MASTER, ADMINISTRATORS ONLY
           DISPLAY " "
           DISPLAY "----------------ROOMS-----------------"
           DISPLAY "[1] Add a room"
           DISPLAY "[2] Change a room"
           DISPLAY "[3] List rooms"
           DISPLAY "[4] Back to MAIN MENU"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT RoomMenuChoice
           EVALUATE RoomMenuChoice
               WHEN '1' PERFORM AddRoom
               WHEN '2' PERFORM ChangeRoom
               WHEN '3' PERFORM ListRooms
               WHEN '4' CONTINUE
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

       AddRoom.                                                         *> PUT A NEW ROOM ON THE MASTER
           DISPLAY "Enter new Room Code (up to 8 characters): "
               WITH NO ADVANCING
           ACCEPT RoomCodeWork
           MOVE FUNCTION UPPER-CASE(RoomCodeWork) TO RoomCodeWork
           MOVE 0 TO RoomCommaCount
           INSPECT RoomCodeWork
               TALLYING RoomCommaCount FOR ALL ","

           MOVE 'Y' TO RoomAddOK
           IF RoomCodeWork = SPACES OR RoomCommaCount > 0               *> THE CODE RIDES IN A CSV COLUMN
               DISPLAY "Invalid room code."
               MOVE 'N' TO RoomAddOK
           ELSE
               PERFORM CheckRoomCode
               IF RoomOK NOT = 'N'
                   DISPLAY "Room code already on file."
                   MOVE 'N' TO RoomAddOK
               END-IF
           END-IF.

           IF RoomAddOK = 'Y'
      *        EVERY PROMPT IS ANSWERED BEFORE THE LOCK IS TAKEN SO
      *        OTHER SESSIONS NEVER WAIT ON SOMEONE TYPING
               DISPLAY "Enter Room Name:"
               ACCEPT RoomNameWork
               PERFORM PromptRoomCapacity
               PERFORM PromptRoomBookable
               PERFORM AcquireScheduleLock                              *> THE MASTER WRITE RUNS UNDER THE LOCK
           END-IF.

           IF RoomAddOK = 'Y' AND LockAcquired = 'Y'
               MOVE SPACES TO LocationRecord
               MOVE RoomCodeWork TO RoomCode
               MOVE RoomNameWork TO RoomName
               MOVE RoomCapacityWork TO RoomCapacity
               MOVE RoomBookableWork TO RoomBookable
               OPEN I-O LocationFile
               WRITE LocationRecord
                   INVALID KEY
                       DISPLAY "Room code already on file."
                       MOVE 'N' TO RoomAddOK
               END-WRITE
               CLOSE LocationFile

               IF RoomAddOK = 'Y'
                   MOVE "ADD" TO AuditActionWork                        *> RECORD THE ADD ON THE AUDIT TRAIL
                   MOVE "ROOM " TO AuditRecTypeWork
                   MOVE 0 TO AuditRecIDWork
                   MOVE "ALL" TO AuditFieldWork
                   MOVE RoomCode TO AuditBeforeWork
                   MOVE RoomName TO AuditAfterWork
                   MOVE LocationRecord TO AuditImageWork
                   PERFORM WriteAuditEntry
                   DISPLAY "Room added."
               END-IF

               PERFORM ReleaseScheduleLock
           END-IF.

       ChangeRoom.                                                      *> CHANGE ONE FIELD OF A ROOM ON THE MASTER
           DISPLAY "Enter Room Code to change: " WITH NO ADVANCING
           ACCEPT RoomCodeWork
           MOVE FUNCTION UPPER-CASE(RoomCodeWork) TO RoomCodeWork
           PERFORM CheckRoomCode

           IF RoomOK = 'N'
               DISPLAY "No such room."
           ELSE
               DISPLAY "Select the field to change:"
               DISPLAY "1. Name"
               DISPLAY "2. Capacity"
               DISPLAY "3. Bookable (Y/N)"
               ACCEPT RoomFieldChoice
               PERFORM AcquireScheduleLock                              *> THE REWRITE RUNS UNDER THE LOCK
           END-IF.

           IF RoomOK NOT = 'N' AND LockAcquired = 'Y'
               OPEN I-O LocationFile
               MOVE RoomCodeWork TO RoomCode
               READ LocationFile                                        *> DIRECT KEYED READ, NO FILE SCAN
                   INVALID KEY
                       DISPLAY "No such room."
                   NOT INVALID KEY
                       PERFORM ChangeRoomField
                       IF AuditPending = 'Y'
                           REWRITE LocationRecord
                           MOVE "EDIT" TO AuditActionWork               *> RECORD THE EDIT ON THE AUDIT TRAIL
                           MOVE "ROOM " TO AuditRecTypeWork
                           MOVE 0 TO AuditRecIDWork
                           MOVE RoomCode TO AuditKeyWork                *> THE VALUES NAME WHICH ROOM CHANGED
                           PERFORM PrefixAuditKey
                           PERFORM WriteAuditEntry
                           DISPLAY "Room Updated Successfully"
                       END-IF
               END-READ
               CLOSE LocationFile
               PERFORM ReleaseScheduleLock
           END-IF.

       ChangeRoomField.                                                 *> CHANGE THE CHOSEN FIELD IN THE RECORD JUST READ
           EVALUATE RoomFieldChoice
               WHEN '1'
                   MOVE "Name" TO AuditFieldWork
                   MOVE RoomName TO AuditBeforeWork
                   DISPLAY "Enter updated Room Name:"
                   ACCEPT RoomName
                   MOVE RoomName TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN '2'
                   MOVE "Capacity" TO AuditFieldWork
                   MOVE RoomCapacity TO AuditBeforeWork
                   PERFORM PromptRoomCapacity
                   MOVE RoomCapacityWork TO RoomCapacity
                   MOVE RoomCapacity TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN '3'
                   MOVE "Bookable" TO AuditFieldWork
                   MOVE RoomBookable TO AuditBeforeWork
                   PERFORM PromptRoomBookable
                   MOVE RoomBookableWork TO RoomBookable
                   MOVE RoomBookable TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN OTHER
                   DISPLAY "Invalid option. No updates performed."
           END-EVALUATE.

       PromptRoomCapacity.                                              *> KEEP ASKING UNTIL THE CAPACITY IS 001 TO 999
           MOVE 'N' TO RoomOK
           PERFORM UNTIL RoomOK = 'Y'
               DISPLAY "Enter Room Capacity (001-999): "
                   WITH NO ADVANCING
               ACCEPT RoomCapacityInput
               IF RoomCapacityInput NUMERIC
                   AND RoomCapacityInput NOT = "000"
                   MOVE RoomCapacityInput TO RoomCapacityWork
                   MOVE 'Y' TO RoomOK
               ELSE
                   DISPLAY "Invalid capacity."
               END-IF
           END-PERFORM.

       PromptRoomBookable.                                              *> KEEP ASKING UNTIL THE ANSWER IS Y OR N
           MOVE 'N' TO RoomOK
           PERFORM UNTIL RoomOK = 'Y'
               DISPLAY "Can the room be booked? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT RoomBookableWork
               MOVE FUNCTION UPPER-CASE(RoomBookableWork)
                   TO RoomBookableWork
               IF RoomBookableWork = 'Y' OR RoomBookableWork = 'N'
                   MOVE 'Y' TO RoomOK
               ELSE
                   DISPLAY "Please answer Y or N."
               END-IF
           END-PERFORM.

       ListRooms.                                                       *> EVERY ROOM ON THE MASTER, IN CODE ORDER
           DISPLAY " "
           DISPLAY "CODE     NAME                           "
                   "CAPACITY BOOKABLE"
           MOVE 'N' TO RoomEOF
           OPEN INPUT LocationFile
           PERFORM UNTIL RoomEOF = 'Y'
               READ LocationFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO RoomEOF
                   NOT AT END
                       DISPLAY RoomCode " " RoomName " "
                               RoomCapacity "      " RoomBookable
               END-READ
           END-PERFORM
           CLOSE LocationFile.

       CheckRoomCode.                                                   *> IS RoomCodeWork ON THE MASTER, AND BOOKABLE
           MOVE 'N' TO RoomOK
           MOVE 0 TO RoomCapacityWork
           OPEN INPUT LocationFile
           MOVE RoomCodeWork TO RoomCode
           READ LocationFile                                            *> DIRECT KEYED READ, NO FILE SCAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RoomCapacity TO RoomCapacityWork
                   IF RoomBookable = 'Y'
                       MOVE 'Y' TO RoomOK
                   ELSE
                       MOVE 'X' TO RoomOK                               *> ON FILE, BUT TAKEN OUT OF USE
                   END-IF
           END-READ
           CLOSE LocationFile.

      *    THE CALLER SETS RoomDateWork, RoomStartKey, RoomEndKey,
      *    RoomSkipID, RoomPartyCount, AND RoomFileOpen FIRST; A BLANK
      *    CODE MEANS THE EVENT BOOKS NO ROOM
       PromptEventRoom.                                                 *> KEEP ASKING UNTIL THE ROOM IS FREE, OR NONE IS WANTED
           MOVE 'N' TO RoomOK
           PERFORM UNTIL RoomOK = 'Y'
               DISPLAY FUNCTION TRIM(RoomLabel)
               ACCEPT RoomCodeWork
               MOVE FUNCTION UPPER-CASE(RoomCodeWork) TO RoomCodeWork
               IF RoomCodeWork = SPACES
                   MOVE 'Y' TO RoomOK
               ELSE
                   PERFORM CheckRoomCode
                   IF RoomOK = 'N'
                       DISPLAY "No such room: " RoomCodeWork
                   END-IF
                   IF RoomOK = 'X'
                       DISPLAY "Room " RoomCodeWork " is not bookable."
                   END-IF
                   IF RoomOK = 'Y'
                       PERFORM CheckRoomClash
                       IF RoomClash = 'Y'
                           DISPLAY "Room " RoomCodeWork
                               " is already booked by Event ID: "
                               RoomClashID " (" RoomClashTimes ")"
                           MOVE 'N' TO RoomOK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RoomCodeWork NOT = SPACES
               PERFORM WarnRoomCapacity
           END-IF.

       WarnRoomCapacity.                                                *> OWNER PLUS ATTENDEES AGAINST THE ROOM'S SEATS
           IF RoomPartyCount > RoomCapacityWork
               DISPLAY "WARNING: " RoomPartyCount " people booked into "
                   FUNCTION TRIM(RoomCodeWork) ", capacity "
                   RoomCapacityWork
           END-IF.

       LoadRoomKeysFromEvent.                                           *> THE ROOM CHECK'S INPUTS FROM THE EVENT ROW IN HAND
           MOVE EventLocation TO RoomCodeWork
           MOVE EventDate TO RoomDateWork
           MOVE EventID TO RoomSkipID                                   *> AN EVENT NEVER CLASHES WITH ITSELF
           MOVE 0 TO RoomStartKey
           MOVE 0 TO RoomEndKey
           MOVE EventStartTime(1:2) TO TimeKeyHH
           MOVE EventStartTime(4:2) TO TimeKeyMI
           IF TimeKeyAlpha NUMERIC
               MOVE TimeKeyAlpha TO RoomStartKey
           END-IF
           MOVE EventEndTime(1:2) TO TimeKeyHH
           MOVE EventEndTime(4:2) TO TimeKeyMI
           IF TimeKeyAlpha NUMERIC
               MOVE TimeKeyAlpha TO RoomEndKey
           END-IF
           MOVE 1 TO RoomPartyCount                                     *> THE OWNER, THEN EACH NAMED ATTENDEE
           MOVE 1 TO AttendeeJdx
           PERFORM UNTIL AttendeeJdx > 3
               IF EventAttendee(AttendeeJdx) NOT = SPACES
                   ADD 1 TO RoomPartyCount
               END-IF
               ADD 1 TO AttendeeJdx
           END-PERFORM.

      *    THE SCAN READS OVER THE RECORD BUFFER, SO THE ROW IN HAND IS
      *    PUT BACK AFTERWARDS.  WHEN THE EDIT SCREEN ALREADY HAS THE
      *    EVENT FILE OPEN THE SCAN RESTARTS IT FROM THE LOWEST KEY
       CheckRoomClash.                                                  *> SAME ROOM, SAME DAY, OVERLAPPING TIMES
           MOVE 'N' TO RoomClash
           MOVE EventRecord TO RoomRecordSave
           MOVE 'N' TO RoomEOF
           IF RoomFileOpen = 'Y'
               MOVE 0 TO EventID
               START EventFile KEY IS NOT LESS THAN EventID
                   INVALID KEY
                       MOVE 'Y' TO RoomEOF
               END-START
           ELSE
               OPEN INPUT EventFile
           END-IF
           PERFORM UNTIL RoomEOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO RoomEOF
                   NOT AT END
                       IF EventLocation = RoomCodeWork
                           AND EventDate = RoomDateWork
                           AND EventID NOT = RoomSkipID
                           AND EventStatus NOT = "Cancelled"
                           PERFORM CheckRoomClashRow
                       END-IF
               END-READ
           END-PERFORM
           IF RoomFileOpen = 'N'
               CLOSE EventFile
           END-IF
           MOVE RoomRecordSave TO EventRecord.

       CheckRoomClashRow.                                               *> COMPARE ONE SAME-ROOM EVENT AGAINST THE NEW TIMES
           MOVE EventStartTime(1:2) TO TimeKeyHH
           MOVE EventStartTime(4:2) TO TimeKeyMI
           IF TimeKeyAlpha NUMERIC                                      *> EVENTS FROM BEFORE TIMES WERE KEPT HAVE NO CLOCK
               MOVE TimeKeyAlpha TO RowStartKeyNum
               MOVE EventEndTime(1:2) TO TimeKeyHH
               MOVE EventEndTime(4:2) TO TimeKeyMI
               IF TimeKeyAlpha NUMERIC
                   MOVE TimeKeyAlpha TO RowEndKeyNum
                   IF RoomStartKey < RowEndKeyNum
                       AND RowStartKeyNum < RoomEndKey
                       AND RoomClash = 'N'
                       MOVE 'Y' TO RoomClash
                       MOVE EventID TO RoomClashID
                       MOVE SPACES TO RoomClashTimes
                       STRING EventStartTime "-" EventEndTime
                           DELIMITED BY SIZE INTO RoomClashTimes
                   END-IF
               END-IF
           END-IF.

       CheckEditRoomClash.                                              *> A NEW DATE, TIME OR STATUS MAY NOT DOUBLE-BOOK THE ROOM
           MOVE 'N' TO RoomClash
           IF EventLocation NOT = SPACES
               PERFORM LoadRoomKeysFromEvent
               MOVE 'Y' TO RoomFileOpen
               PERFORM CheckRoomClash
               MOVE 'N' TO RoomFileOpen
               IF RoomClash = 'Y'
                   DISPLAY "Room " FUNCTION TRIM(EventLocation)
                       " is already booked by Event ID: "
                       RoomClashID " (" RoomClashTimes ")"
                   DISPLAY "Change not made."
                   MOVE 'N' TO AuditPending
               END-IF
           END-IF.

       RoomUtilReport.                                                  *> MENU WRAPPER AROUND THE ROOM UTILIZATION REPORT
           MOVE "Any date in the first week (MM-DD-YY):"
               TO PromptDateLabel
           PERFORM PromptValidDate
           PERFORM ComputeDayOfWeek                                     *> LEAVES THE DATE'S STANDARD DAY NUMBER BEHIND
           MOVE 0 TO UtilWeeks
           PERFORM UNTIL UtilWeeks > 0
               DISPLAY "Number of weeks to cover (01-13): "
                   WITH NO ADVANCING
               ACCEPT UtilWeeksInput
               IF UtilWeeksInput NUMERIC
                   AND UtilWeeksInput > "00"
                   AND UtilWeeksInput < "14"
                   MOVE UtilWeeksInput TO UtilWeeks
               ELSE
                   DISPLAY "Invalid number of weeks."
               END-IF
           END-PERFORM
           PERFORM RoomUtilReportRun
           DISPLAY "Room utilization written to RoomUtil.dat".
           PERFORM MainMenu.

      *    THE CALLER LEAVES A DATE IN THE FIRST WEEK BEHIND
      *    ComputeDayOfWeek AND SETS UtilWeeks
       RoomUtilReportRun.                                               *> BOOKED AGAINST AVAILABLE HOURS, PER ROOM PER WEEK
           IF DayOfWeekNum = 0                                          *> SUNDAY CLOSES THE WEEK, MONDAY OPENS IT
               MOVE 6 TO WeekDayOffset
           ELSE
               COMPUTE WeekDayOffset = DayOfWeekNum - 1
           END-IF
           COMPUTE UtilStartInt = ValidateDateInt - WeekDayOffset
           PERFORM LoadHolidayTable                                     *> AVAILABLE HOURS FOLLOW THE WORKING DAYS

           INITIALIZE UtilTable
           MOVE 0 TO UtilRoomCount
           MOVE 'N' TO RoomEOF
           OPEN INPUT LocationFile
           PERFORM UNTIL RoomEOF = 'Y'
               READ LocationFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO RoomEOF
                   NOT AT END
                       IF UtilRoomCount < 100
                           ADD 1 TO UtilRoomCount
                           MOVE RoomCode TO UtilRoomCode(UtilRoomCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LocationFile

           MOVE 'N' TO EOF                                              *> LIVE EVENTS
           OPEN INPUT EventFile
           PERFORM UNTIL EOF = 'Y'
               READ EventFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF EventLocation NOT = SPACES
                           AND EventStatus NOT = "Cancelled"
                           MOVE EventLocation TO UtilLocWork
                           MOVE EventDate TO UtilDateWork
                           MOVE EventStartTime TO UtilStartWork
                           MOVE EventEndTime TO UtilEndWork
                           PERFORM AddUtilBooking
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile

           MOVE 'N' TO EOF                                              *> EVENTS ALREADY SWEPT TO THE ARCHIVE
           OPEN INPUT ArchiveEventFile
           PERFORM UNTIL EOF = 'Y'
               READ ArchiveEventFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ArcEventLocation NOT = SPACES
                           AND ArcEventStatus NOT = "Cancelled"
                           MOVE ArcEventLocation TO UtilLocWork
                           MOVE ArcEventDate TO UtilDateWork
                           MOVE ArcEventStartTime TO UtilStartWork
                           MOVE ArcEventEndTime TO UtilEndWork
                           PERFORM AddUtilBooking
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveEventFile

           OPEN OUTPUT RoomUtilFile
           MOVE UtilTitle TO RoomUtilRecord
           WRITE RoomUtilRecord
           MOVE SPACES TO UtilLine
           PERFORM WriteUtilLine
           COMPUTE RecurNewDateNum =
               FUNCTION DATE-OF-INTEGER(UtilStartInt)
           STRING "WEEKS COVERED: " UtilWeeks
               "  FIRST WEEK OF " RecurNewMM "-" RecurNewDD "-"
               RecurNewYY
               "  AVAILABLE = " UtilDayHours
               " HOURS PER WORKING DAY"
               DELIMITED BY SIZE INTO UtilLine
           PERFORM WriteUtilLine
           PERFORM WriteUtilLine

           MOVE 'N' TO RoomEOF                                          *> ONE BLOCK PER ROOM, IN CODE ORDER
           MOVE 0 TO UtilRoomIdx
           OPEN INPUT LocationFile
           PERFORM UNTIL RoomEOF = 'Y'
               READ LocationFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO RoomEOF
                   NOT AT END
                       ADD 1 TO UtilRoomIdx
                       IF UtilRoomIdx <= UtilRoomCount
                           PERFORM WriteUtilRoom
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LocationFile

           STRING "ROOMS LISTED: " UtilRoomCount
               DELIMITED BY SIZE INTO UtilLine
           PERFORM WriteUtilLine

           CLOSE RoomUtilFile.

       AddUtilBooking.                                                  *> ADD ONE BOOKING'S MINUTES TO ITS ROOM AND WEEK
           MOVE 'N' TO UtilFound
           MOVE 1 TO UtilRoomIdx
           PERFORM UNTIL UtilRoomIdx > UtilRoomCount OR UtilFound = 'Y'
               IF UtilRoomCode(UtilRoomIdx) = UtilLocWork
                   MOVE 'Y' TO UtilFound
               ELSE
                   ADD 1 TO UtilRoomIdx
               END-IF
           END-PERFORM

           IF UtilFound = 'Y'
               AND UtilDateWork(1:2) NUMERIC
               AND UtilDateWork(4:2) NUMERIC
               AND UtilDateWork(7:2) NUMERIC
               AND UtilStartWork(1:2) NUMERIC
               AND UtilStartWork(4:2) NUMERIC
               AND UtilEndWork(1:2) NUMERIC
               AND UtilEndWork(4:2) NUMERIC
               MOVE UtilDateWork(7:2) TO RecurDateYY
               MOVE UtilDateWork(1:2) TO RecurDateMM
               MOVE UtilDateWork(4:2) TO RecurDateDD
               MOVE RecurDateBuild TO RecurDateNum
               COMPUTE UtilRowInt =
                   FUNCTION INTEGER-OF-DATE(RecurDateNum)
               COMPUTE UtilSlot = UtilRowInt - UtilStartInt
               IF UtilSlot >= 0 AND UtilSlot < UtilWeeks * 7
                   COMPUTE UtilWeekIdx = UtilSlot / 7 + 1
                   COMPUTE UtilMinutes =
                       (UtilEndNumHH * 60 + UtilEndNumMI)
                       - (UtilStartNumHH * 60 + UtilStartNumMI)
                   IF UtilMinutes > 0
                       ADD UtilMinutes TO
                           UtilWeekMinutes(UtilRoomIdx, UtilWeekIdx)
                   END-IF
               END-IF
           END-IF.

       WriteUtilRoom.                                                   *> ONE ROOM'S BLOCK, FOR THE ROW JUST READ
           STRING "ROOM " RoomCode "  " RoomName
               "  CAPACITY " RoomCapacity "  BOOKABLE " RoomBookable
               DELIMITED BY SIZE INTO UtilLine
           PERFORM WriteUtilLine
           MOVE "  WEEK OF      BOOKED   AVAILABLE  UTILIZATION"
               TO UtilLine
           PERFORM WriteUtilLine

           MOVE 1 TO UtilWeekIdx
           PERFORM UNTIL UtilWeekIdx > UtilWeeks
               COMPUTE RecurNewDateNum = FUNCTION DATE-OF-INTEGER(
                   UtilStartInt + (UtilWeekIdx - 1) * 7)
               PERFORM CountUtilWorkDays
               COMPUTE UtilBookedHours ROUNDED =
                   UtilWeekMinutes(UtilRoomIdx, UtilWeekIdx) / 60
               MOVE 0 TO UtilAvailHours
               IF RoomBookable = 'Y'                                    *> A ROOM OUT OF USE OFFERS NO HOURS
                   COMPUTE UtilAvailHours = UtilDayHours * UtilWorkDays
               END-IF
               MOVE SPACES TO UtilLine
               STRING "  " RecurNewMM "-" RecurNewDD "-" RecurNewYY
                   DELIMITED BY SIZE INTO UtilLine
               MOVE UtilBookedHours TO UtilHoursEdit
               MOVE UtilHoursEdit TO UtilLine(15:7)
               MOVE UtilAvailHours TO UtilHoursEdit
               MOVE UtilHoursEdit TO UtilLine(27:7)
               IF UtilAvailHours > 0
                   COMPUTE UtilPercent ROUNDED =
                       UtilBookedHours * 100 / UtilAvailHours
                   MOVE UtilPercent TO UtilPercentEdit
                   MOVE UtilPercentEdit TO UtilLine(39:4)
                   MOVE "%" TO UtilLine(43:1)
               ELSE
                   MOVE "N/A" TO UtilLine(40:3)
               END-IF
               PERFORM WriteUtilLine
               ADD 1 TO UtilWeekIdx
           END-PERFORM
           PERFORM WriteUtilLine.

       CountUtilWorkDays.                                               *> WORKING DAYS IN THE WEEK STARTING RecurNewDateNum
           COMPUTE HolFromInt =
               FUNCTION INTEGER-OF-DATE(RecurNewDateNum) - 1
           COMPUTE HolToInt = HolFromInt + 7
           PERFORM CountWorkingDays                                     *> THE HOLIDAY CALENDAR, NOT A FLAT FIVE
           MOVE HolWorkCount TO UtilWorkDays.

       WriteUtilLine.                                                   *> ONE LINE OF THE ROOM UTILIZATION REPORT
           MOVE UtilLine TO RoomUtilRecord
           WRITE RoomUtilRecord
           MOVE SPACES TO UtilLine.

       TeamMenu.                                                        *> SUPERVISORS AND TEAMS, ADMINISTRATORS ONLY
           DISPLAY " "
           DISPLAY "---------TEAMS AND SUPERVISORS---------"
           DISPLAY "[1] Set an account's team and supervisor"
           DISPLAY "[2] List accounts by team"
           DISPLAY "[3] Run the escalation report now"
           DISPLAY "[4] Back to MAIN MENU"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT TeamMenuChoice
           EVALUATE TeamMenuChoice
               WHEN '1' PERFORM SetTeamSupervisor
               WHEN '2' PERFORM ListTeams
               WHEN '3'
                   PERFORM AcquireScheduleLock                          *> THE ESCALATION AUDITS RUN UNDER THE LOCK
                   IF LockAcquired = 'Y'
                       PERFORM EscalationRun
                       PERFORM ReleaseScheduleLock
                       DISPLAY "Tasks escalated: " EscCount
                       DISPLAY "Escalation report written to "
                               "Escalation.dat"
                   END-IF
               WHEN '4' CONTINUE
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

       SetTeamSupervisor.                                               *> PUT ONE ACCOUNT IN A TEAM UNDER A SUPERVISOR
           DISPLAY "Enter username: " WITH NO ADVANCING
           ACCEPT AccountTargetUser
           PERFORM LoadAcctInfoTable
           MOVE AccountTargetUser TO AcctLookupName
           PERFORM FindAcctInfo

           MOVE 'Y' TO TeamSetOK
           IF AcctInfoFound = 'N'
               DISPLAY "No such account."
               MOVE 'N' TO TeamSetOK
           END-IF.

           IF TeamSetOK = 'Y'
               DISPLAY "Current team: " AcctInfoTeam(AcctInfoIdx)
                       "  supervisor: " AcctInfoSupervisor(AcctInfoIdx)
               DISPLAY "Enter Team (blank for none): " WITH NO ADVANCING
               ACCEPT AccountNewTeam
               DISPLAY "Enter Supervisor username (blank for none): "
                   WITH NO ADVANCING
               ACCEPT AccountNewSupervisor
               PERFORM CheckNewSupervisor
           END-IF.

           IF TeamSetOK = 'Y'
               MOVE 'S' TO AccountUpdateMode
               PERFORM UpdateAccountRecord
               IF AccountActionOK = 'Y'
                   MOVE "EDIT" TO AuditActionWork
                   MOVE "ACCT " TO AuditRecTypeWork
                   MOVE 0 TO AuditRecIDWork
                   MOVE "Supervisor" TO AuditFieldWork
                   MOVE AccountTargetUser TO AuditBeforeWork
                   MOVE AccountNewSupervisor TO AuditAfterWork
                   PERFORM WriteAuditEntry
                   MOVE "EDIT" TO AuditActionWork
                   MOVE "ACCT " TO AuditRecTypeWork
                   MOVE 0 TO AuditRecIDWork
                   MOVE "Team" TO AuditFieldWork
                   MOVE AccountTargetUser TO AuditBeforeWork
                   MOVE AccountNewTeam TO AuditAfterWork
                   PERFORM WriteAuditEntry
                   DISPLAY "Team and supervisor updated."
               END-IF
           END-IF.

       CheckNewSupervisor.                                              *> A TEAM NEEDS A LIVE SUPERVISOR WHO IS NOT THE MEMBER
           IF AccountNewSupervisor = SPACES
               IF AccountNewTeam NOT = SPACES
                   DISPLAY "A team member needs a supervisor."
                   MOVE 'N' TO TeamSetOK
               END-IF
           ELSE
               IF AccountNewSupervisor = AccountTargetUser
                   DISPLAY "An account cannot supervise itself."
                   MOVE 'N' TO TeamSetOK
               ELSE
                   MOVE AccountNewSupervisor TO AcctLookupName
                   PERFORM FindAcctInfo
                   IF AcctInfoFound = 'N'
                       DISPLAY "No such account: " AccountNewSupervisor
                       MOVE 'N' TO TeamSetOK
                   ELSE
                       IF AcctInfoStatus(AcctInfoIdx) = 'D'
                           DISPLAY "Supervisor account is deactivated."
                           MOVE 'N' TO TeamSetOK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ListTeams.                                                       *> EVERY ACCOUNT WITH ITS TEAM AND SUPERVISOR
           PERFORM LoadAcctInfoTable
           DISPLAY " "
           DISPLAY "USERNAME             STATUS TEAM       SUPERVISOR"
           MOVE 1 TO AcctInfoIdx
           PERFORM UNTIL AcctInfoIdx > AcctInfoCount
               IF AcctInfoStatus(AcctInfoIdx) = 'D'
                   MOVE "D" TO TeamStatusWork
               ELSE
                   MOVE "A" TO TeamStatusWork
               END-IF
               DISPLAY AcctInfoName(AcctInfoIdx) " "
                       TeamStatusWork "      "
                       AcctInfoTeam(AcctInfoIdx) " "
                       AcctInfoSupervisor(AcctInfoIdx)
               ADD 1 TO AcctInfoIdx
           END-PERFORM.

       FindAcctInfo.                                                    *> LOCATE AcctLookupName IN AcctInfoTable
           MOVE 'N' TO AcctInfoFound
           MOVE 1 TO AcctInfoIdx
           PERFORM UNTIL AcctInfoIdx > AcctInfoCount
                   OR AcctInfoFound = 'Y'
               IF AcctInfoName(AcctInfoIdx) = AcctLookupName
                   MOVE 'Y' TO AcctInfoFound
               ELSE
                   ADD 1 TO AcctInfoIdx
               END-IF
           END-PERFORM.

       CountActiveReports.                                              *> LIVE ACCOUNTS THAT NAME AccountTargetUser AS SUPERVISOR
           PERFORM LoadAcctInfoTable
           MOVE 0 TO TeamReportCount
           MOVE 1 TO AcctInfoIdx
           PERFORM UNTIL AcctInfoIdx > AcctInfoCount
               IF AcctInfoSupervisor(AcctInfoIdx) = AccountTargetUser
                   AND AcctInfoStatus(AcctInfoIdx) NOT = 'D'
                   AND AcctInfoName(AcctInfoIdx) NOT = AccountTargetUser
                   ADD 1 TO TeamReportCount
               END-IF
               ADD 1 TO AcctInfoIdx
           END-PERFORM.

       TeamView.                                                        *> A SUPERVISOR'S REPORTS AND THEIR OPEN WORK
           ACCEPT TodayDateNum FROM DATE                                *> YYMMDD, USED TO FLAG OVERDUE TASKS
           PERFORM LoadOpenTaskTable                                    *> FRESH OPEN-TASK TABLE FOR THE BLOCKED CHECK
           MOVE Username TO AccountTargetUser
           PERFORM CountActiveReports

           IF TeamReportCount = 0
               DISPLAY " "
               DISPLAY "You have no active direct reports."
           ELSE
               MOVE 0 TO TeamOpenTotal
               MOVE 0 TO TeamOverdueTotal
               MOVE 0 TO TeamBlockedTotal
               MOVE 1 TO TeamMemberIdx
               PERFORM UNTIL TeamMemberIdx > AcctInfoCount
                   IF AcctInfoSupervisor(TeamMemberIdx) = Username
                       AND AcctInfoStatus(TeamMemberIdx) NOT = 'D'
                       AND AcctInfoName(TeamMemberIdx) NOT = Username
                       PERFORM ShowTeamMemberTasks
                   END-IF
                   ADD 1 TO TeamMemberIdx
               END-PERFORM
               DISPLAY " "
               DISPLAY "Team totals - Open: " TeamOpenTotal
                       "  Overdue: " TeamOverdueTotal
                       "  Blocked: " TeamBlockedTotal
           END-IF.

           PERFORM MainMenu.

       ShowTeamMemberTasks.                                             *> ONE REPORT'S OPEN TASKS, OVERDUE AND BLOCKED FLAGGED
           DISPLAY " "
           DISPLAY "Team member: " AcctInfoName(TeamMemberIdx)
                   "  Team: " AcctInfoTeam(TeamMemberIdx)
           MOVE 0 TO TeamOpenCount
           MOVE 0 TO TeamOverdueCount
           MOVE 0 TO TeamBlockedCount
           MOVE 'N' TO EOF
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TaskOwner = AcctInfoName(TeamMemberIdx)
                           AND TaskStatus NOT = "Completed"
                           AND TaskStatus NOT = "Cancelled"
                           PERFORM ComputeTaskDisplayStatus
                           ADD 1 TO TeamOpenCount
                           IF DisplayTaskStatus = "OVERDUE"
                               ADD 1 TO TeamOverdueCount
                           END-IF
                           IF DisplayTaskStatus = "BLOCKED"
                               ADD 1 TO TeamBlockedCount
                           END-IF
                           DISPLAY "  Task ID: " TaskID
                                   "  Due: " TaskDueDate
                                   "  " TaskDescription
                                   "  Status: " DisplayTaskStatus
                                   "  Priority: " TaskPriority
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile
           DISPLAY "  Open: " TeamOpenCount
                   "  Overdue: " TeamOverdueCount
                   "  Blocked: " TeamBlockedCount
           ADD TeamOpenCount TO TeamOpenTotal
           ADD TeamOverdueCount TO TeamOverdueTotal
           ADD TeamBlockedCount TO TeamBlockedTotal.

      *    A TASK IS ESCALATED WHEN IT IS MORE THAN EscalateAfterDays
      *    PAST DUE, OR WHEN IT IS HIGH PRIORITY AND PAST DUE AT ALL.
      *    THE CALLER HOLDS THE SCHEDULE LOCK
       EscalationRun.                                                   *> FLAG STALE OVERDUE WORK TO EACH OWNER'S SUPERVISOR
           ACCEPT TodayDateNum FROM DATE
           PERFORM LoadAcctInfoTable
           MOVE 0 TO DateOffsetDays
           PERFORM ComputeOffsetDateKey                                 *> LEAVES TODAY'S DAY NUMBER BEHIND
           MOVE RecurNewDateInt TO EscTodayInt

           MOVE 0 TO EscCount
           MOVE 'N' TO EscFull
           MOVE 'N' TO EOF
           OPEN INPUT TaskFile
           PERFORM UNTIL EOF = 'Y'
               READ TaskFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TaskStatus NOT = "Completed"
                           AND TaskStatus NOT = "Cancelled"
                           AND TaskDueDateMM NUMERIC
                           AND TaskDueDateDD NUMERIC
                           AND TaskDueDateYY NUMERIC
                           PERFORM CheckTaskEscalation
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaskFile

           MOVE 0 TO EscSupCount                                        *> EACH SUPERVISOR ONCE, IN ORDER OF FIRST APPEARANCE
           MOVE 1 TO EscIdx
           PERFORM UNTIL EscIdx > EscCount
               MOVE 'N' TO EscSupFound
               MOVE 1 TO EscSupIdx
               PERFORM UNTIL EscSupIdx > EscSupCount
                   IF EscSupName(EscSupIdx) = EscSupervisor(EscIdx)
                       MOVE 'Y' TO EscSupFound
                   END-IF
                   ADD 1 TO EscSupIdx
               END-PERFORM
               IF EscSupFound = 'N' AND EscSupCount < 200
                   ADD 1 TO EscSupCount
                   MOVE EscSupervisor(EscIdx) TO EscSupName(EscSupCount)
               END-IF
               ADD 1 TO EscIdx
           END-PERFORM

           OPEN OUTPUT EscalationFile
           MOVE EscTitle TO EscalationRecord
           WRITE EscalationRecord
           MOVE SPACES TO EscLine
           PERFORM WriteEscLine
           STRING "REPORT DATE (YYMMDD): " TodayDateNum
               "  ESCALATE AFTER " EscalateAfterDays
               " DAYS OVERDUE, OR ANY HIGH PRIORITY OVERDUE"
               DELIMITED BY SIZE INTO EscLine
           PERFORM WriteEscLine
           PERFORM WriteEscLine

           MOVE 1 TO EscSupIdx
           PERFORM UNTIL EscSupIdx > EscSupCount
               IF EscSupName(EscSupIdx) = SPACES
                   MOVE "SUPERVISOR: (NONE ON FILE)" TO EscLine
               ELSE
                   STRING "SUPERVISOR: " EscSupName(EscSupIdx)
                       DELIMITED BY SIZE INTO EscLine
               END-IF
               PERFORM WriteEscLine
               STRING "  ID     OWNER                DUE        DAYS"
                   "  PRIORITY  DESCRIPTION"
                   DELIMITED BY SIZE INTO EscLine
               PERFORM WriteEscLine
               MOVE 1 TO EscIdx
               PERFORM UNTIL EscIdx > EscCount
                   IF EscSupervisor(EscIdx) = EscSupName(EscSupIdx)
                       PERFORM WriteEscRow
                   END-IF
                   ADD 1 TO EscIdx
               END-PERFORM
               PERFORM WriteEscLine
               ADD 1 TO EscSupIdx
           END-PERFORM

           STRING "TASKS ESCALATED: " EscCount
               DELIMITED BY SIZE INTO EscLine
           PERFORM WriteEscLine
           CLOSE EscalationFile.

       CheckTaskEscalation.                                             *> DOES THE OPEN TASK JUST READ NEED ESCALATING
           MOVE TaskDueDateYY TO RecurDateYY
           MOVE TaskDueDateMM TO RecurDateMM
           MOVE TaskDueDateDD TO RecurDateDD
           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE EscDueInt = FUNCTION INTEGER-OF-DATE(RecurDateNum)
           COMPUTE EscDaysWork = EscTodayInt - EscDueInt
           IF EscDaysWork > 0
               AND (EscDaysWork > EscalateAfterDays
                    OR TaskPriority = "High")
               IF EscCount < 2000
                   ADD 1 TO EscCount
                   MOVE TaskID TO EscTaskID(EscCount)
                   MOVE TaskOwner TO EscOwner(EscCount)
                   MOVE TaskDueDate TO EscDueDate(EscCount)
                   MOVE EscDaysWork TO EscDaysOver(EscCount)
                   MOVE TaskPriority TO EscPriority(EscCount)
                   MOVE TaskDescription TO EscDescription(EscCount)
                   MOVE SPACES TO EscSupervisor(EscCount)
                   MOVE TaskOwner TO AcctLookupName
                   PERFORM FindAcctInfo
                   IF AcctInfoFound = 'Y'
                       MOVE AcctInfoSupervisor(AcctInfoIdx)
                           TO EscSupervisor(EscCount)
                   END-IF
               ELSE
                   IF EscFull = 'N'                                     *> ANNOUNCE ONCE, LIKE THE AGENDA TABLE CAP
                       MOVE 'Y' TO EscFull
                       DISPLAY "Escalation table full"
                   END-IF
               END-IF
           END-IF.

       WriteEscRow.                                                     *> ONE ESCALATED TASK, AND ITS AUDIT ENTRY
           MOVE EscDaysOver(EscIdx) TO EscDaysEdit
           STRING "  " EscTaskID(EscIdx) "  " EscOwner(EscIdx) " "
               EscDueDate(EscIdx) "  " EscDaysEdit "  "
               EscPriority(EscIdx) "    " EscDescription(EscIdx)
               DELIMITED BY SIZE INTO EscLine
           PERFORM WriteEscLine

           MOVE "ESCAL" TO AuditActionWork                              *> EVERY ESCALATION RIDES THE TRAIL
           MOVE "TASK" TO AuditRecTypeWork
           MOVE EscTaskID(EscIdx) TO AuditRecIDWork
           MOVE "Escalated" TO AuditFieldWork
           MOVE EscOwner(EscIdx) TO AuditBeforeWork
           IF EscSupervisor(EscIdx) = SPACES
               MOVE "NO SUPERVISOR" TO AuditAfterWork
           ELSE
               MOVE EscSupervisor(EscIdx) TO AuditAfterWork
           END-IF
           PERFORM WriteAuditEntry.

       WriteEscLine.                                                    *> ONE LINE OF THE ESCALATION REPORT
           MOVE EscLine TO EscalationRecord
           WRITE EscalationRecord
           MOVE SPACES TO EscLine.

       HolidayMenu.                                                     *> KEEP THE HOLIDAY CALENDAR, ADMINISTRATORS ONLY
           DISPLAY " "
           DISPLAY "-----------HOLIDAY CALENDAR-----------"
           DISPLAY "[1] Add a holiday"
           DISPLAY "[2] Remove a holiday"
           DISPLAY "[3] Set non-working weekdays"
           DISPLAY "[4] List the calendar"
           DISPLAY "[5] Back to MAIN MENU"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT HolMenuChoice
           EVALUATE HolMenuChoice
               WHEN '1' PERFORM AddHoliday
               WHEN '2' PERFORM RemoveHoliday
               WHEN '3' PERFORM SetWorkWeek
               WHEN '4' PERFORM ListHolidays
               WHEN '5' CONTINUE
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

       AddHoliday.                                                      *> PUT ONE DATE ON THE CALENDAR
           MOVE "Enter Holiday Date (MM-DD-YY):" TO PromptDateLabel
           PERFORM PromptValidDate
           MOVE ValidateDateInput TO HolDateWork
           DISPLAY "Enter Description:"
           ACCEPT HolDescWork

           PERFORM AcquireScheduleLock                                  *> THE CALENDAR REWRITE RUNS UNDER THE LOCK
           IF LockAcquired = 'Y'
               PERFORM LoadHolidayTable                                 *> RE-READ - ANOTHER SESSION MAY HAVE SAVED SINCE
               PERFORM FindHoliday
               IF HolFound = 'Y'
                   DISPLAY "That date is already on the calendar."
               ELSE
                   IF HolCount NOT < 500
                       DISPLAY "Holiday table full - not saved."
                   ELSE
                       PERFORM InsertHoliday
                       PERFORM SaveHolidayTable
                       MOVE SPACES TO HolidayRecord
                       MOVE "H" TO HolKind
                       MOVE HolDateWork TO HolDate
                       MOVE HolDescWork TO HolDescription
                       MOVE "ADD" TO AuditActionWork
                       MOVE "HOL  " TO AuditRecTypeWork
                       MOVE 0 TO AuditRecIDWork
                       MOVE "Holiday" TO AuditFieldWork
                       MOVE SPACES TO AuditBeforeWork
                       MOVE HolDateWork TO AuditAfterWork
                       MOVE HolidayRecord TO AuditImageWork
                       PERFORM WriteAuditEntry
                       DISPLAY "Holiday added."
                   END-IF
               END-IF
               PERFORM ReleaseScheduleLock
           END-IF.

       RemoveHoliday.                                                   *> TAKE ONE DATE OFF THE CALENDAR
           MOVE "Enter Holiday Date to remove (MM-DD-YY):"
               TO PromptDateLabel
           PERFORM PromptValidDate
           MOVE ValidateDateInput TO HolDateWork

           PERFORM AcquireScheduleLock                                  *> THE CALENDAR REWRITE RUNS UNDER THE LOCK
           IF LockAcquired = 'Y'
               PERFORM LoadHolidayTable
               PERFORM FindHoliday
               IF HolFound = 'N'
                   DISPLAY "That date is not on the calendar."
               ELSE
                   MOVE SPACES TO HolidayRecord
                   MOVE "H" TO HolKind
                   MOVE HolEntryDate(HolIdx) TO HolDate
                   MOVE HolEntryDesc(HolIdx) TO HolDescription
                   PERFORM UNTIL HolIdx NOT < HolCount                  *> CLOSE THE GAP BEHIND THE REMOVED DATE
                       MOVE HolEntry(HolIdx + 1) TO HolEntry(HolIdx)
                       ADD 1 TO HolIdx
                   END-PERFORM
                   SUBTRACT 1 FROM HolCount
                   PERFORM SaveHolidayTable
                   MOVE "DELETE" TO AuditActionWork
                   MOVE "HOL  " TO AuditRecTypeWork
                   MOVE 0 TO AuditRecIDWork
                   MOVE "Holiday" TO AuditFieldWork
                   MOVE HolDateWork TO AuditBeforeWork
                   MOVE SPACES TO AuditAfterWork
                   PERFORM WriteAuditEntry
                   DISPLAY "Holiday removed."
               END-IF
               PERFORM ReleaseScheduleLock
           END-IF.

       SetWorkWeek.                                                     *> WHICH WEEKDAYS ARE WORKED AT ALL
           PERFORM LoadHolidayTable
           MOVE HolWeekTable TO HolNewWeekTable
           MOVE 1 TO HolWeekIdx
           PERFORM UNTIL HolWeekIdx > 7
               IF HolWeekOff(HolWeekIdx) = 'Y'
                   MOVE 'N' TO HolAnswer
               ELSE
                   MOVE 'Y' TO HolAnswer
               END-IF
               DISPLAY "Is " FUNCTION TRIM(HolDayName(HolWeekIdx))
                       " a working day (Y/N, blank keeps "
                       HolAnswer ")? " WITH NO ADVANCING
               ACCEPT HolAnswer
               EVALUATE HolAnswer
                   WHEN 'Y' WHEN 'y'
                       MOVE 'N' TO HolNewWeekOff(HolWeekIdx)
                   WHEN 'N' WHEN 'n'
                       MOVE 'Y' TO HolNewWeekOff(HolWeekIdx)
               END-EVALUATE
               ADD 1 TO HolWeekIdx
           END-PERFORM

           MOVE 0 TO HolWorkDaysSet
           INSPECT HolNewWeekTable TALLYING HolWorkDaysSet FOR ALL 'N'
           IF HolWorkDaysSet = 0                                        *> DUE DATES NEED SOMEWHERE TO MOVE TO
               DISPLAY "At least one weekday must be a working day."
           ELSE
               PERFORM AcquireScheduleLock                              *> THE CALENDAR REWRITE RUNS UNDER THE LOCK
               IF LockAcquired = 'Y'
                   PERFORM LoadHolidayTable
                   MOVE HolWeekTable TO AuditBeforeWork
                   MOVE HolNewWeekTable TO HolWeekTable
                   MOVE 'Y' TO HolWeekSet
                   PERFORM SaveHolidayTable
                   MOVE "EDIT" TO AuditActionWork
                   MOVE "HOL  " TO AuditRecTypeWork
                   MOVE 0 TO AuditRecIDWork
                   MOVE "DaysOff" TO AuditFieldWork                     *> Y PER DAY OFF, SUNDAY FIRST
                   MOVE HolWeekTable TO AuditAfterWork
                   PERFORM WriteAuditEntry
                   DISPLAY "Working week saved."
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.

       ListHolidays.                                                    *> THE WORKING WEEK AND EVERY HOLIDAY ON FILE
           PERFORM LoadHolidayTable
           DISPLAY " "
           DISPLAY "Non-working weekdays:"
           MOVE 1 TO HolWeekIdx
           PERFORM UNTIL HolWeekIdx > 7
               IF HolWeekOff(HolWeekIdx) = 'Y'
                   DISPLAY "  " HolDayName(HolWeekIdx)
               END-IF
               ADD 1 TO HolWeekIdx
           END-PERFORM
           DISPLAY "Holidays:"
           IF HolCount = 0
               DISPLAY "  None on file."
           END-IF
           MOVE 1 TO HolIdx
           PERFORM UNTIL HolIdx > HolCount
               DISPLAY "  " HolEntryDate(HolIdx) "  "
                       HolEntryDesc(HolIdx)
               ADD 1 TO HolIdx
           END-PERFORM.

       LoadHolidayTable.                                                *> HolidayFile.dat INTO HolTable AND HolWeekTable
           MOVE 0 TO HolCount
           MOVE 'N' TO HolFull
           MOVE 'N' TO HolWeekSet
           MOVE "NNNNNNN" TO HolWeekTable
           MOVE 'N' TO EOF
           OPEN INPUT HolidayFile
           PERFORM UNTIL EOF = 'Y'
               READ HolidayFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF HolKind = "W" AND HolWeekday NUMERIC
                           AND HolWeekday < 7
                           MOVE 'Y' TO HolWeekSet
                           MOVE HolWeekday TO HolWeekIdx
                           ADD 1 TO HolWeekIdx
                           IF HolOff = 'Y'
                               MOVE 'Y' TO HolWeekOff(HolWeekIdx)
                           END-IF
                       END-IF
                       IF HolKind = "H"
                           AND HolDate(1:2) NUMERIC
                           AND HolDate(4:2) NUMERIC
                           AND HolDate(7:2) NUMERIC
                           PERFORM LoadOneHoliday
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HolidayFile
           IF HolWeekSet = 'N'                                          *> NOTHING SET YET - SATURDAY AND SUNDAY OFF
               MOVE "YNNNNNY" TO HolWeekTable
           END-IF.

       LoadOneHoliday.                                                  *> ONE H ROW, KEPT IN DATE ORDER AS SAVED
           IF HolCount < 500
               ADD 1 TO HolCount
               MOVE HolDate TO HolEntryDate(HolCount)
               MOVE HolDescription TO HolEntryDesc(HolCount)
               MOVE HolDate(7:2) TO HolBuildYY
               MOVE HolDate(1:2) TO HolBuildMM
               MOVE HolDate(4:2) TO HolBuildDD
               MOVE HolBuild TO HolBuildNum
               COMPUTE HolEntryInt(HolCount) =
                   FUNCTION INTEGER-OF-DATE(HolBuildNum)
           ELSE
               IF HolFull = 'N'                                         *> ANNOUNCE ONCE, LIKE THE AGENDA TABLE CAP
                   MOVE 'Y' TO HolFull
                   DISPLAY "Holiday table full"
               END-IF
           END-IF.

       SaveHolidayTable.                                                *> REWRITE HolidayFile.dat FROM THE TABLES
           OPEN OUTPUT HolidayFile
           IF HolWeekSet = 'Y'
               MOVE 1 TO HolWeekIdx
               PERFORM UNTIL HolWeekIdx > 7
                   MOVE SPACES TO HolidayRecord
                   MOVE "W" TO HolKind
                   COMPUTE HolWeekday = HolWeekIdx - 1
                   MOVE HolWeekOff(HolWeekIdx) TO HolOff
                   MOVE HolDayName(HolWeekIdx) TO HolDescription
                   WRITE HolidayRecord
                   ADD 1 TO HolWeekIdx
               END-PERFORM
           END-IF
           MOVE 1 TO HolIdx
           PERFORM UNTIL HolIdx > HolCount
               MOVE SPACES TO HolidayRecord
               MOVE "H" TO HolKind
               MOVE HolEntryDate(HolIdx) TO HolDate
               MOVE HolEntryDesc(HolIdx) TO HolDescription
               WRITE HolidayRecord
               ADD 1 TO HolIdx
           END-PERFORM
           CLOSE HolidayFile.

       FindHoliday.                                                     *> LOCATE HolDateWork IN HolTable
           MOVE 'N' TO HolFound
           MOVE 1 TO HolIdx
           PERFORM UNTIL HolIdx > HolCount OR HolFound = 'Y'
               IF HolEntryDate(HolIdx) = HolDateWork
                   MOVE 'Y' TO HolFound
               ELSE
                   ADD 1 TO HolIdx
               END-IF
           END-PERFORM.

       InsertHoliday.                                                   *> ADD HolDateWork TO HolTable IN DATE ORDER
           MOVE HolDateWork(7:2) TO HolBuildYY
           MOVE HolDateWork(1:2) TO HolBuildMM
           MOVE HolDateWork(4:2) TO HolBuildDD
           MOVE HolBuild TO HolBuildNum
           COMPUTE HolCheckInt = FUNCTION INTEGER-OF-DATE(HolBuildNum)
           MOVE HolCount TO HolIdx
           MOVE 'N' TO HolFound
           PERFORM UNTIL HolIdx = 0 OR HolFound = 'Y'                   *> SLIDE LATER DATES UP ONE SLOT
               IF HolEntryInt(HolIdx) < HolCheckInt
                   MOVE 'Y' TO HolFound
               ELSE
                   MOVE HolEntry(HolIdx) TO HolEntry(HolIdx + 1)
                   SUBTRACT 1 FROM HolIdx
               END-IF
           END-PERFORM
           ADD 1 TO HolIdx
           MOVE HolDateWork TO HolEntryDate(HolIdx)
           MOVE HolCheckInt TO HolEntryInt(HolIdx)
           MOVE HolDescWork TO HolEntryDesc(HolIdx)
           ADD 1 TO HolCount.

       CheckWorkingDay.                                                 *> IS DAY NUMBER HolCheckInt A WORKING DAY
           DIVIDE HolCheckInt BY 7
               GIVING HolCheckQuot
               REMAINDER HolCheckDow                                    *> 0 = SUNDAY, AS IN ComputeDayOfWeek
           MOVE 'Y' TO HolWorkingDay
           MOVE SPACES TO HolReason
           IF HolWeekOff(HolCheckDow + 1) = 'Y'
               MOVE 'N' TO HolWorkingDay
               MOVE HolDayName(HolCheckDow + 1) TO HolReason
           END-IF
           MOVE 1 TO HolIdx
           PERFORM UNTIL HolIdx > HolCount
               IF HolEntryInt(HolIdx) = HolCheckInt
                   MOVE 'N' TO HolWorkingDay
                   MOVE HolEntryDesc(HolIdx) TO HolReason
               END-IF
               ADD 1 TO HolIdx
           END-PERFORM.

       ShiftToWorkingDay.                                               *> MOVE HolCheckInt FORWARD TO A WORKING DAY
           MOVE 0 TO HolShiftCount
           PERFORM CheckWorkingDay
           PERFORM UNTIL HolWorkingDay = 'Y' OR HolShiftCount > 366
               ADD 1 TO HolCheckInt
               ADD 1 TO HolShiftCount
               PERFORM CheckWorkingDay
           END-PERFORM.

       CountWorkingDays.                                                *> WORKING DAYS AFTER HolFromInt UP TO HolToInt
           MOVE 0 TO HolWorkCount
           COMPUTE HolCheckInt = HolFromInt + 1
           PERFORM UNTIL HolCheckInt > HolToInt
               PERFORM CheckWorkingDay
               IF HolWorkingDay = 'Y'
                   ADD 1 TO HolWorkCount
               END-IF
               ADD 1 TO HolCheckInt
           END-PERFORM.

       AddWorkingDays.                                                  *> HolToInt = HolStepDays WORKING DAYS AFTER HolFromInt
           MOVE 0 TO HolWorkCount
           MOVE HolFromInt TO HolCheckInt
           PERFORM UNTIL HolWorkCount NOT < HolStepDays
               ADD 1 TO HolCheckInt
               PERFORM CheckWorkingDay
               IF HolWorkingDay = 'Y'
                   ADD 1 TO HolWorkCount
               END-IF
           END-PERFORM
           MOVE HolCheckInt TO HolToInt.

       ShiftRecurNewDate.                                               *> RecurNewYY/MM/DD ONTO A WORKING DAY
           STRING RecurNewMM "-" RecurNewDD "-" RecurNewYY
               DELIMITED BY SIZE INTO HolDateWork                       *> THE DATE BEFORE ANY MOVE, FOR THE MESSAGE
           MOVE RecurNewYY TO HolBuildYY
           MOVE RecurNewMM TO HolBuildMM
           MOVE RecurNewDD TO HolBuildDD
           MOVE HolBuild TO HolBuildNum
           COMPUTE HolCheckInt = FUNCTION INTEGER-OF-DATE(HolBuildNum)
           PERFORM ShiftToWorkingDay
           IF HolShiftCount > 0
               COMPUTE RecurNewDateNum =
                   FUNCTION DATE-OF-INTEGER(HolCheckInt)
           END-IF.

       WarnNonWorkingDay.                                               *> SAY SO IF ValidateDateInt IS NOT A WORKING DAY
           MOVE ValidateDateInt TO HolCheckInt
           PERFORM CheckWorkingDay
           IF HolWorkingDay = 'N'
               ADD 1 TO HolWarnCount
               DISPLAY "Warning: " FUNCTION TRIM(HolWarnWho) " "
                       ValidateDateInput " is not a working day ("
                       FUNCTION TRIM(HolReason) ")."
           END-IF.

       AdminUnlock.                                                     *> CLEAR A FAILED-LOGIN LOCK
           DISPLAY "Enter username to unlock: " WITH NO ADVANCING
           ACCEPT AccountTargetUser

           MOVE 'U' TO AccountUpdateMode
           PERFORM UpdateAccountRecord

           IF AccountActionOK = 'Y'
               MOVE "UNLOCK" TO AuditActionWork
               MOVE "ACCT " TO AuditRecTypeWork
               MOVE 0 TO AuditRecIDWork
               MOVE "Locked" TO AuditFieldWork
               MOVE AccountTargetUser TO AuditBeforeWork
               MOVE "Unlocked" TO AuditAfterWork
               PERFORM WriteAuditEntry
               MOVE AccountTargetUser TO SecUserWork
               MOVE "UNLOCK" TO SecEventWork
               STRING "UNLOCKED BY " Username
                   DELIMITED BY SIZE INTO SecDetailWork
               PERFORM WriteSecurityEntry
               DISPLAY "Account unlocked."
           ELSE
               IF LockAcquired = 'Y'
                   DISPLAY "No such account."
               END-IF
           END-IF.

       SecurityReport.                                                  *> ASK FOR THE DORMANCY WINDOW, THEN REPORT
           MOVE 'N' TO SecDormantOK
           PERFORM UNTIL SecDormantOK = 'Y'
               DISPLAY "Days without a login before an account is "
                   "dormant (3 digits, blank for " SecDormantDefault
                   "): " WITH NO ADVANCING
               ACCEPT SecDormantInput
               IF SecDormantInput = SPACES
                   MOVE SecDormantDefault TO SecDormantInput
               END-IF
               IF SecDormantInput NUMERIC
                   AND SecDormantInput > "000"
                   MOVE SecDormantInput TO SecDormantDays
                   MOVE 'Y' TO SecDormantOK
               ELSE
                   DISPLAY "Invalid number of days."
               END-IF
           END-PERFORM
           PERFORM SecurityReportRun
           DISPLAY "Failed attempts: " SecFailTotal
                   "  Locked: " SecLockedCount
                   "  Dormant: " SecDormantCount
           DISPLAY "Security report written to SecurityReport.dat".

       SecurityReportRun.                                               *> FAILURES, LOCKED ACCOUNTS, AND DORMANT ACCOUNTS
           ACCEPT TodayDateNum FROM DATE
           MOVE TodayPartYY TO RecurDateYY
           MOVE TodayPartMM TO RecurDateMM
           MOVE TodayPartDD TO RecurDateDD
           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE SecTodayInt = FUNCTION INTEGER-OF-DATE(RecurDateNum)

           MOVE 0 TO SecFailCount                                       *> FAILED ATTEMPTS, PER USERNAME TRIED
           MOVE 0 TO SecFailTotal
           MOVE 'N' TO EOF
           OPEN INPUT SecurityLogFile
           PERFORM UNTIL EOF = 'Y'
               READ SecurityLogFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SecEvent = "FAIL"
                           ADD 1 TO SecFailTotal
                           PERFORM TallySecurityFailure
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SecurityLogFile

           OPEN OUTPUT SecurityReportFile
           MOVE SecRptTitle TO SecurityReportRecord
           WRITE SecurityReportRecord
           MOVE SPACES TO SecLine
           PERFORM WriteSecLine
           STRING "REPORT DATE (YYMMDD): " TodayDateNum
               DELIMITED BY SIZE INTO SecLine
           PERFORM WriteSecLine
           PERFORM WriteSecLine

           MOVE "FAILED LOGIN ATTEMPTS BY USERNAME" TO SecLine
           PERFORM WriteSecLine
           MOVE "  USERNAME             FAILURES  LAST FAILED (YYMMDD)"
               TO SecLine
           PERFORM WriteSecLine
           MOVE 1 TO SecFailIdx
           PERFORM UNTIL SecFailIdx > SecFailCount
               STRING "  " SecFailUser(SecFailIdx) " "
                   SecFailTimes(SecFailIdx) "     "
                   SecFailLast(SecFailIdx)
                   DELIMITED BY SIZE INTO SecLine
               PERFORM WriteSecLine
               ADD 1 TO SecFailIdx
           END-PERFORM
           STRING "  TOTAL FAILED ATTEMPTS: " SecFailTotal
               DELIMITED BY SIZE INTO SecLine
           PERFORM WriteSecLine
           PERFORM WriteSecLine

           MOVE 0 TO SecLockedCount
           MOVE "LOCKED ACCOUNTS" TO SecLine
           PERFORM WriteSecLine
           MOVE "  USERNAME             FAILURES  LAST LOGIN (YYMMDD)"
               TO SecLine
           PERFORM WriteSecLine
           MOVE 'N' TO EOF
           OPEN INPUT AccountFile
           PERFORM UNTIL EOF = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF UsernameSignup NOT = SPACES
                           AND AccountLocked = 'Y'
                           ADD 1 TO SecLockedCount
                           PERFORM WriteSecAccountRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           STRING "  LOCKED ACCOUNTS: " SecLockedCount
               DELIMITED BY SIZE INTO SecLine
           PERFORM WriteSecLine
           PERFORM WriteSecLine

           MOVE 0 TO SecDormantCount
           STRING "ACTIVE ACCOUNTS WITH NO LOGIN IN " SecDormantDays
               " DAYS" DELIMITED BY SIZE INTO SecLine
           PERFORM WriteSecLine
           MOVE "  USERNAME             FAILURES  LAST LOGIN (YYMMDD)"
               TO SecLine
           PERFORM WriteSecLine
           MOVE 'N' TO EOF
           OPEN INPUT AccountFile
           PERFORM UNTIL EOF = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF UsernameSignup NOT = SPACES
                           AND AccountStatus NOT = 'D'                  *> LEAVERS ARE ALREADY DEACTIVATED
                           PERFORM CheckDormantAccount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           STRING "  DORMANT ACCOUNTS: " SecDormantCount
               DELIMITED BY SIZE INTO SecLine
           PERFORM WriteSecLine
           CLOSE SecurityReportFile.

       TallySecurityFailure.                                            *> ONE FAIL LINE INTO SecFailTable
           MOVE 0 TO SecFailSlot
           MOVE 1 TO SecFailIdx
           PERFORM UNTIL SecFailIdx > SecFailCount
               IF SecFailUser(SecFailIdx) = SecUser
                   MOVE SecFailIdx TO SecFailSlot
               END-IF
               ADD 1 TO SecFailIdx
           END-PERFORM
           IF SecFailSlot = 0 AND SecFailCount < 200
               ADD 1 TO SecFailCount
               MOVE SecFailCount TO SecFailSlot
               MOVE SecUser TO SecFailUser(SecFailSlot)
               MOVE 0 TO SecFailTimes(SecFailSlot)
           END-IF
           IF SecFailSlot > 0
               ADD 1 TO SecFailTimes(SecFailSlot)
               MOVE SecDate TO SecFailLast(SecFailSlot)                 *> THE LOG IS IN DATE ORDER, SO LAST SEEN IS LATEST
           END-IF.

       CheckDormantAccount.                                             *> NEVER LOGGED IN, OR NOT FOR SecDormantDays
           MOVE 'N' TO SecDormant
           IF AccountLastLogin NOT NUMERIC
               MOVE 'Y' TO SecDormant
           ELSE
               MOVE AccountLastLogin(1:2) TO RecurDateYY
               MOVE AccountLastLogin(3:2) TO RecurDateMM
               MOVE AccountLastLogin(5:2) TO RecurDateDD
               MOVE RecurDateBuild TO RecurDateNum
               COMPUTE SecLastInt =
                   FUNCTION INTEGER-OF-DATE(RecurDateNum)
               IF SecTodayInt - SecLastInt > SecDormantDays
                   MOVE 'Y' TO SecDormant
               END-IF
           END-IF
           IF SecDormant = 'Y'
               ADD 1 TO SecDormantCount
               PERFORM WriteSecAccountRow
           END-IF.

       WriteSecAccountRow.                                              *> ONE ACCOUNT ROW, FOR THE ROW JUST READ
           IF AccountFailCount NUMERIC
               MOVE AccountFailCount TO SecFailEdit
           ELSE
               MOVE 0 TO SecFailEdit
           END-IF
           IF AccountLastLogin NOT NUMERIC
               STRING "  " UsernameSignup " " SecFailEdit
                   "        NEVER"
                   DELIMITED BY SIZE INTO SecLine
           ELSE
               STRING "  " UsernameSignup " " SecFailEdit "        "
                   AccountLastLogin
                   DELIMITED BY SIZE INTO SecLine
           END-IF
           PERFORM WriteSecLine.

       WriteSecLine.                                                    *> ONE LINE OF THE SECURITY REPORT
           MOVE SecLine TO SecurityReportRecord
           WRITE SecurityReportRecord
           MOVE SPACES TO SecLine.

       TemplateMenu.                                                    *> KEEP THE CHECKLIST TEMPLATES, ADMINISTRATORS ONLY
           DISPLAY " "
           DISPLAY "---------CHECKLIST TEMPLATES---------"
           DISPLAY "[1] Build a template"
           DISPLAY "[2] Copy a template"
           DISPLAY "[3] Retire a template"
           DISPLAY "[4] List templates"
           DISPLAY "[5] Template usage report"
           DISPLAY "[6] Back to MAIN MENU"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT TplMenuChoice
           EVALUATE TplMenuChoice
               WHEN '1' PERFORM BuildTemplate
               WHEN '2' PERFORM CopyTemplate
               WHEN '3' PERFORM RetireTemplate
               WHEN '4' PERFORM ListTemplates
               WHEN '5' PERFORM TemplateUseReport
               WHEN '6' CONTINUE
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

       BuildTemplate.                                                   *> KEY IN A NEW TEMPLATE, LINE BY LINE
           DISPLAY "Enter new Template Name (up to 15 characters): "
               WITH NO ADVANCING
           ACCEPT TplNameWork
           MOVE FUNCTION UPPER-CASE(TplNameWork) TO TplNameWork
           MOVE 'Y' TO TplAddOK

           IF TplNameWork = SPACES
               DISPLAY "Template name is required."
               MOVE 'N' TO TplAddOK
           ELSE
               PERFORM CheckTemplateName
               IF TplStatusWork NOT = 'N'
                   DISPLAY "Template already on file."
                   MOVE 'N' TO TplAddOK
               END-IF
           END-IF

           IF TplAddOK = 'Y'
               DISPLAY "Enter Template Title:"
               ACCEPT TplTitleWork
               DISPLAY "Enter the lines in order; a blank description "
                       "ends the template."
               MOVE 0 TO TplLineCount
               MOVE 'N' TO TplLineDone
               PERFORM UNTIL TplLineDone = 'Y' OR TplLineCount = 99
                   PERFORM PromptTemplateLine
               END-PERFORM
               IF TplLineCount = 0
                   DISPLAY "A template needs at least one line."
                   MOVE 'N' TO TplAddOK
               END-IF
           END-IF

           IF TplAddOK = 'Y'
               PERFORM AcquireScheduleLock                              *> THE TEMPLATE WRITE RUNS UNDER THE LOCK
               IF LockAcquired = 'Y'
                   PERFORM SaveTemplateLines
                   IF TplAddOK = 'Y'
                       MOVE "ADD" TO AuditActionWork                    *> RECORD THE ADD ON THE AUDIT TRAIL
                       MOVE "TMPL " TO AuditRecTypeWork
                       MOVE TplLineCount TO AuditRecIDWork
                       MOVE "ALL" TO AuditFieldWork
                       MOVE TplNameWork TO AuditBeforeWork
                       MOVE TplTitleWork TO AuditAfterWork
                       PERFORM WriteAuditEntry
                       DISPLAY "Template added with " TplLineCount
                               " line(s)."
                   END-IF
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.

       PromptTemplateLine.                                              *> ONE LINE: DESCRIPTION, PRIORITY, OFFSET, LINK
           COMPUTE TplLineNext = TplLineCount + 1
           DISPLAY "Line " TplLineNext " Description (blank to finish):"
           ACCEPT TplDescWork
           IF TplDescWork = SPACES
               MOVE 'Y' TO TplLineDone
           ELSE
               ADD 1 TO TplLineCount
               MOVE TplDescWork TO TplLineDesc(TplLineCount)
               PERFORM PromptTaskPriority
               MOVE PriorityWork TO TplLinePri(TplLineCount)

               MOVE 'N' TO TplOffsetOK
               PERFORM UNTIL TplOffsetOK = 'Y'
                   DISPLAY "Due in days from the anchor date "
                           "(e.g. 5 or -2, blank for 0):"
                   ACCEPT TplOffsetInput
                   PERFORM ParseTplOffset
                   IF TplOffsetOK = 'N'
                       DISPLAY "Invalid offset. Up to 3 digits, "
                               "with an optional sign."
                   END-IF
               END-PERFORM
               MOVE TplOffsetWork TO TplLineOffset(TplLineCount)

               MOVE 0 TO TplLineDep(TplLineCount)
               IF TplLineCount > 1                                      *> ONLY AN EARLIER LINE CAN BE WAITED ON
                   MOVE 'N' TO TplDepOK
                   PERFORM UNTIL TplDepOK = 'Y'
                       DISPLAY "Depends on line (2 digits, 00 if none):"
                       ACCEPT TplDepInput
                       IF TplDepInput = SPACES
                           MOVE "00" TO TplDepInput
                       END-IF
                       IF TplDepInput NUMERIC
                           MOVE TplDepInput TO TplLineDep(TplLineCount)
                           IF TplLineDep(TplLineCount) < TplLineCount
                               MOVE 'Y' TO TplDepOK
                           ELSE
                               DISPLAY "Must be an earlier line."
                           END-IF
                       ELSE
                           DISPLAY "Invalid line number."
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ParseTplOffset.                                                  *> TplOffsetInput AS 5, +5 OR -5 INTO TplOffsetWork
           MOVE 'N' TO TplOffsetOK
           MOVE 0 TO TplOffsetWork
           MOVE SPACES TO TplOffsetDigits
           MOVE 0 TO TplOffsetLen

           IF TplOffsetInput = SPACES
               MOVE 'Y' TO TplOffsetOK
           ELSE
               IF TplOffsetInput(1:1) = "-" OR TplOffsetInput(1:1) = "+"
                   UNSTRING TplOffsetInput(2:4) DELIMITED BY SPACE
                       INTO TplOffsetDigits COUNT IN TplOffsetLen
                   END-UNSTRING
               ELSE
                   UNSTRING TplOffsetInput DELIMITED BY SPACE
                       INTO TplOffsetDigits COUNT IN TplOffsetLen
                   END-UNSTRING
               END-IF
               IF TplOffsetLen >= 1 AND TplOffsetLen <= 3
                   IF TplOffsetDigits(1:TplOffsetLen) NUMERIC
                       MOVE TplOffsetDigits(1:TplOffsetLen)
                           TO TplOffsetNum
                       IF TplOffsetInput(1:1) = "-"
                           COMPUTE TplOffsetWork = 0 - TplOffsetNum
                       ELSE
                           MOVE TplOffsetNum TO TplOffsetWork
                       END-IF
                       MOVE 'Y' TO TplOffsetOK
                   END-IF
               END-IF
           END-IF.

       SaveTemplateLines.                                               *> WRITE TplNameWork: THE HEADER, THEN THE LINES
           OPEN I-O TemplateFile
           MOVE SPACES TO TemplateRecord
           MOVE TplNameWork TO TplName
           MOVE 0 TO TplLineNo
           MOVE TplTitleWork TO TplDescription
           MOVE 0 TO TplOffset
           MOVE 0 TO TplDependsOn
           MOVE "A" TO TplStatus                                        *> EVERY TEMPLATE STARTS ACTIVE
           MOVE Username TO TplCreatedBy
           WRITE TemplateRecord
               INVALID KEY
                   DISPLAY "Template already on file."
                   MOVE 'N' TO TplAddOK
           END-WRITE

           IF TplAddOK = 'Y'
               MOVE 1 TO TplLineIdx
               PERFORM UNTIL TplLineIdx > TplLineCount
                   MOVE SPACES TO TemplateRecord
                   MOVE TplNameWork TO TplName
                   MOVE TplLineIdx TO TplLineNo
                   MOVE TplLineDesc(TplLineIdx) TO TplDescription
                   MOVE TplLinePri(TplLineIdx) TO TplPriority
                   MOVE TplLineOffset(TplLineIdx) TO TplOffset
                   MOVE TplLineDep(TplLineIdx) TO TplDependsOn
                   WRITE TemplateRecord
                       INVALID KEY
                           DISPLAY "Template line already on file: "
                                   TplLineIdx
                   END-WRITE
                   ADD 1 TO TplLineIdx
               END-PERFORM
           END-IF
           CLOSE TemplateFile.

       CheckTemplateName.                                               *> IS TplNameWork ON FILE, AND IS IT ACTIVE
           MOVE 'N' TO TplStatusWork
           MOVE SPACES TO TplTitleWork
           OPEN INPUT TemplateFile
           MOVE TplNameWork TO TplName
           MOVE 0 TO TplLineNo
           READ TemplateFile                                            *> DIRECT KEYED READ OF THE HEADER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TplDescription TO TplTitleWork
                   IF TplStatus = "R"
                       MOVE 'R' TO TplStatusWork
                   ELSE
                       MOVE 'A' TO TplStatusWork
                   END-IF
           END-READ
           CLOSE TemplateFile.

       LoadTemplateLines.                                               *> THE LINES OF TplNameWork INTO TplLineTable
           MOVE 0 TO TplLineCount
           MOVE 'N' TO TplEOF
           OPEN INPUT TemplateFile
           MOVE TplNameWork TO TplName
           MOVE 1 TO TplLineNo
           START TemplateFile KEY IS >= TplKey                          *> THE LINES SIT TOGETHER IN KEY ORDER
               INVALID KEY
                   MOVE 'Y' TO TplEOF
           END-START
           PERFORM UNTIL TplEOF = 'Y'
               READ TemplateFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO TplEOF
                   NOT AT END
                       IF TplName NOT = TplNameWork
                           MOVE 'Y' TO TplEOF
                       ELSE
                           MOVE TplLineNo TO TplLineIdx
                           MOVE TplDescription
                               TO TplLineDesc(TplLineIdx)
                           MOVE TplPriority TO TplLinePri(TplLineIdx)
                           MOVE TplOffset TO TplLineOffset(TplLineIdx)
                           MOVE TplDependsOn TO TplLineDep(TplLineIdx)
                           MOVE 0 TO TplLineNewID(TplLineIdx)
                           IF TplLineIdx > TplLineCount
                               MOVE TplLineIdx TO TplLineCount
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TemplateFile.

       CopyTemplate.                                                    *> START A NEW TEMPLATE FROM AN EXISTING ONE
           DISPLAY "Enter Template Name to copy: " WITH NO ADVANCING
           ACCEPT TplCopyName
           MOVE FUNCTION UPPER-CASE(TplCopyName) TO TplCopyName
           MOVE TplCopyName TO TplNameWork
           PERFORM CheckTemplateName
           MOVE 'Y' TO TplAddOK

           IF TplStatusWork = 'N'
               DISPLAY "No such template."
               MOVE 'N' TO TplAddOK
           ELSE
               PERFORM LoadTemplateLines
               DISPLAY "Enter new Template Name (up to 15 characters): "
                   WITH NO ADVANCING
               ACCEPT TplNameWork
               MOVE FUNCTION UPPER-CASE(TplNameWork) TO TplNameWork
               IF TplNameWork = SPACES
                   DISPLAY "Template name is required."
                   MOVE 'N' TO TplAddOK
               END-IF
           END-IF

           IF TplAddOK = 'Y'
               MOVE TplTitleWork TO TplDescWork                         *> CheckTemplateName CLEARS THE TITLE
               PERFORM CheckTemplateName
               MOVE TplDescWork TO TplTitleWork
               IF TplStatusWork NOT = 'N'
                   DISPLAY "Template already on file."
                   MOVE 'N' TO TplAddOK
               END-IF
           END-IF

           IF TplAddOK = 'Y'
               DISPLAY "Enter Template Title (blank keeps "
                       FUNCTION TRIM(TplTitleWork) "):"
               ACCEPT TplDescWork
               IF TplDescWork NOT = SPACES
                   MOVE TplDescWork TO TplTitleWork
               END-IF
               PERFORM AcquireScheduleLock
               IF LockAcquired = 'Y'
                   PERFORM SaveTemplateLines                            *> THE COPY STARTS ACTIVE
                   IF TplAddOK = 'Y'
                       MOVE "ADD" TO AuditActionWork
                       MOVE "TMPL " TO AuditRecTypeWork
                       MOVE TplLineCount TO AuditRecIDWork
                       MOVE "Copy" TO AuditFieldWork
                       MOVE TplCopyName TO AuditBeforeWork
                       MOVE TplNameWork TO AuditAfterWork
                       PERFORM WriteAuditEntry
                       DISPLAY "Template copied with " TplLineCount
                               " line(s)."
                   END-IF
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.

       RetireTemplate.                                                  *> TAKE A TEMPLATE OUT OF USE, KEEPING ITS HISTORY
           DISPLAY "Enter Template Name to retire: " WITH NO ADVANCING
           ACCEPT TplNameWork
           MOVE FUNCTION UPPER-CASE(TplNameWork) TO TplNameWork
           PERFORM CheckTemplateName

           IF TplStatusWork = 'N'
               DISPLAY "No such template."
           END-IF.

           IF TplStatusWork = 'R'
               DISPLAY "That template is already retired."
           END-IF.

           IF TplStatusWork = 'A'
               PERFORM AcquireScheduleLock
               IF LockAcquired = 'Y'
                   OPEN I-O TemplateFile
                   MOVE TplNameWork TO TplName
                   MOVE 0 TO TplLineNo
                   READ TemplateFile
                       INVALID KEY
                           DISPLAY "No such template."
                       NOT INVALID KEY
                           MOVE "R" TO TplStatus
                           REWRITE TemplateRecord
                           MOVE "EDIT" TO AuditActionWork
                           MOVE "TMPL " TO AuditRecTypeWork
                           MOVE 0 TO AuditRecIDWork
                           MOVE "Status" TO AuditFieldWork
                           MOVE TplNameWork TO AuditBeforeWork
                           MOVE "Retired" TO AuditAfterWork
                           PERFORM WriteAuditEntry
                           DISPLAY "Template retired."
                   END-READ
                   CLOSE TemplateFile
                   PERFORM ReleaseScheduleLock
               END-IF
           END-IF.

       ListTemplates.                                                   *> EVERY TEMPLATE AND ITS LINES, IN NAME ORDER
           DISPLAY " "
           MOVE 'N' TO TplEOF
           OPEN INPUT TemplateFile
           PERFORM UNTIL TplEOF = 'Y'
               READ TemplateFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO TplEOF
                   NOT AT END
                       IF TplLineNo = 0
                           DISPLAY " "
                           IF TplStatus = "R"
                               DISPLAY TplName " " TplDescription
                                       " RETIRED  BY " TplCreatedBy
                           ELSE
                               DISPLAY TplName " " TplDescription
                                       " ACTIVE   BY " TplCreatedBy
                           END-IF
                           DISPLAY "  LN DESCRIPTION               "
                                   "PRIORITY DUE  AFTER"
                       ELSE
                           MOVE TplOffset TO TplOffsetEdit
                           DISPLAY "  " TplLineNo " " TplDescription
                                   " " TplPriority "   " TplOffsetEdit
                                   "  " TplDependsOn
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TemplateFile.

       ApplyTemplate.                                                   *> CREATE A TEMPLATE'S TASKS, LINKED, IN ONE STEP
           PERFORM LoadHolidayTable                                     *> FOR THE NON-WORKING-DAY WARNINGS
           MOVE 0 TO HolWarnCount
           DISPLAY "Enter Template Name: " WITH NO ADVANCING
           ACCEPT TplNameWork
           MOVE FUNCTION UPPER-CASE(TplNameWork) TO TplNameWork
           PERFORM CheckTemplateName
           MOVE 'Y' TO TplOwnerOK

           IF TplStatusWork = 'N'
               DISPLAY "No such template."
               MOVE 'N' TO TplOwnerOK
           END-IF.

           IF TplStatusWork = 'R'
               DISPLAY "That template has been retired."
               MOVE 'N' TO TplOwnerOK
           END-IF.

           IF TplOwnerOK = 'Y'
               PERFORM LoadTemplateLines
               IF TplLineCount = 0
                   DISPLAY "That template has no lines."
                   MOVE 'N' TO TplOwnerOK
               END-IF
           END-IF.

           IF TplOwnerOK = 'Y'
               DISPLAY FUNCTION TRIM(TplTitleWork) ": " TplLineCount
                       " task(s)."
               MOVE "Enter Anchor Date (MM-DD-YY):" TO PromptDateLabel
               PERFORM PromptValidDate
               MOVE ValidateDateInput TO TplAnchorDate
               PERFORM ComputeDayOfWeek
               MOVE ValidateDateInt TO TplAnchorInt

               DISPLAY "Enter Owner username (blank for yourself): "
                   WITH NO ADVANCING
               ACCEPT TplOwner
               IF TplOwner = SPACES
                   MOVE Username TO TplOwner
               ELSE
                   PERFORM LoadAcctInfoTable                            *> THE OWNER MUST BE A LIVE ACCOUNT
                   MOVE TplOwner TO AcctLookupName
                   PERFORM FindAcctInfo
                   IF AcctInfoFound = 'N'
                       DISPLAY "No such account."
                       MOVE 'N' TO TplOwnerOK
                   ELSE
                       IF AcctInfoStatus(AcctInfoIdx) = 'D'
                           DISPLAY "That account is deactivated."
                           MOVE 'N' TO TplOwnerOK
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF TplOwnerOK = 'Y'
               DISPLAY "Create " TplLineCount " task(s) for "
                       FUNCTION TRIM(TplOwner) "? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT TplConfirm
               IF TplConfirm NOT = 'Y' AND TplConfirm NOT = 'y'
                   DISPLAY "No tasks created."
                   MOVE 'N' TO TplOwnerOK
               END-IF
           END-IF.

           IF TplOwnerOK = 'Y'
               PERFORM AcquireScheduleLock                              *> ID ISSUE AND WRITES RUN UNDER THE LOCK
               IF LockAcquired = 'Y'
                   MOVE 0 TO TplCreated
                   MOVE 0 TO TplFirstID
                   MOVE 0 TO TplLastID
                   MOVE 1 TO TplLineIdx
                   PERFORM UNTIL TplLineIdx > TplLineCount
                       PERFORM CreateTemplateTask
                       ADD 1 TO TplLineIdx
                   END-PERFORM
                   PERFORM WriteTemplateUse
                   PERFORM ReleaseScheduleLock
                   DISPLAY "Tasks created: " TplCreated " (IDs "
                           TplFirstID " to " TplLastID ")"
               END-IF
           END-IF.

           PERFORM MainMenu.

       CreateTemplateTask.                                              *> ONE TEMPLATE LINE INTO ONE NEW TASK
      *    THE DUE DATE IS THE ANCHOR PLUS THE LINE'S OFFSET; THE TASK
      *    DATE IS THE ANCHOR, OR THE DUE DATE WHEN THAT COMES FIRST.
      *    THE PREDECESSOR IS THE ID JUST ISSUED FOR THE EARLIER LINE
           COMPUTE TplDueInt = TplAnchorInt + TplLineOffset(TplLineIdx)
           COMPUTE RecurNewDateNum = FUNCTION DATE-OF-INTEGER(TplDueInt)
           MOVE SPACES TO TplDueWork
           STRING RecurNewMM "-" RecurNewDD "-" RecurNewYY
               DELIMITED BY SIZE INTO TplDueWork

           MOVE SPACES TO TaskRecord
           MOVE TplDueWork TO TaskDueDate
           IF TplDueInt < TplAnchorInt
               MOVE TplDueWork TO TaskDate
           ELSE
               MOVE TplAnchorDate TO TaskDate
           END-IF
           MOVE TaskDate TO ValidateDateInput
           PERFORM ComputeDayOfWeek
           MOVE DayOfWeekName TO TaskDay
           MOVE TplLineDesc(TplLineIdx) TO TaskDescription
           MOVE "Pending" TO TaskStatus
           MOVE TplLinePri(TplLineIdx) TO TaskPriority
           MOVE "NONE" TO TaskRecurrence
           MOVE TplOwner TO TaskOwner
           MOVE TplLineDep(TplLineIdx) TO TplDepIdx
           IF TplDepIdx > 0
               MOVE TplLineNewID(TplDepIdx) TO TaskPredID
           ELSE
               MOVE "00000" TO TaskPredID
           END-IF
           MOVE SPACES TO TaskDoneDate
           MOVE 0 TO TaskEstHours
           MOVE SPACES TO TaskProject

           PERFORM GetNextTaskID                                        *> ASSIGNS THE NEXT UNIQUE TASK ID
           OPEN I-O TaskFile
           WRITE TaskRecord
               INVALID KEY
                   DISPLAY "Task ID already on file: " TaskID
           END-WRITE
           CLOSE TaskFile

           MOVE "ADD" TO AuditActionWork                                *> RECORD THE ADD ON THE AUDIT TRAIL
           MOVE "TASK" TO AuditRecTypeWork
           MOVE TaskID TO AuditRecIDWork
           MOVE "TEMPLATE" TO AuditFieldWork
           MOVE TplNameWork TO AuditBeforeWork
           MOVE TaskDescription TO AuditAfterWork
           MOVE TaskRecord TO AuditImageWork                            *> THE FULL ROW, SO A RECOVERY CAN REPLAY IT
           PERFORM WriteAuditEntry

           MOVE TaskID TO TplLineNewID(TplLineIdx)
           IF TplCreated = 0
               MOVE TaskID TO TplFirstID
           END-IF
           MOVE TaskID TO TplLastID
           ADD 1 TO TplCreated

           MOVE TaskDueDate TO ValidateDateInput
           PERFORM ComputeDayOfWeek
           MOVE SPACES TO HolWarnWho
           STRING "Task " TaskID " due date"
               DELIMITED BY SIZE INTO HolWarnWho
           PERFORM WarnNonWorkingDay.

       WriteTemplateUse.                                                *> APPEND ONE LINE TO THE TEMPLATE USE LOG
           OPEN EXTEND TemplateUseFile
           MOVE SPACES TO TemplateUseRecord
           MOVE TplNameWork TO TuName
           MOVE Username TO TuUser
           ACCEPT TuDate FROM DATE
           ACCEPT SecTimeNow FROM TIME
           MOVE SecTimeHHMMSS TO TuTime
           MOVE TplOwner TO TuOwner
           MOVE TplAnchorDate TO TuAnchor
           MOVE TplFirstID TO TuFirstID
           MOVE TplCreated TO TuTaskCount
           WRITE TemplateUseRecord
           CLOSE TemplateUseFile.

       TemplateUseReport.                                               *> WHICH TEMPLATES WERE USED, BY WHOM, AND WHEN
           MOVE 0 TO TplRptCount                                        *> EVERY TEMPLATE HEADER, IN NAME ORDER
           MOVE 'N' TO TplEOF
           OPEN INPUT TemplateFile
           PERFORM UNTIL TplEOF = 'Y'
               READ TemplateFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO TplEOF
                   NOT AT END
                       IF TplLineNo = 0 AND TplRptCount < 500
                           ADD 1 TO TplRptCount
                           MOVE TplName TO TplRptName(TplRptCount)
                           MOVE TplDescription
                               TO TplRptDesc(TplRptCount)
                           MOVE TplStatus TO TplRptStatus(TplRptCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TemplateFile

           ACCEPT TodayDateNum FROM DATE
           MOVE 0 TO TplUseTotal
           OPEN OUTPUT TemplateReportFile
           MOVE TplRptTitle TO TemplateReportRecord
           WRITE TemplateReportRecord
           MOVE SPACES TO TplLine
           PERFORM WriteTplLine
           STRING "REPORT DATE (YYMMDD): " TodayDateNum
               DELIMITED BY SIZE INTO TplLine
           PERFORM WriteTplLine

           MOVE 1 TO TplRptIdx
           PERFORM UNTIL TplRptIdx > TplRptCount
               PERFORM WriteTemplateUseGroup
               ADD 1 TO TplRptIdx
           END-PERFORM

           PERFORM WriteTplLine
           STRING "TEMPLATES: " TplRptCount "  TIMES USED: " TplUseTotal
               DELIMITED BY SIZE INTO TplLine
           PERFORM WriteTplLine
           CLOSE TemplateReportFile

           DISPLAY "Template usage report written to TemplateUsage.dat".

       WriteTemplateUseGroup.                                           *> ONE TEMPLATE AND EVERY TIME IT WAS APPLIED
           PERFORM WriteTplLine
           IF TplRptStatus(TplRptIdx) = "R"
               STRING "TEMPLATE " TplRptName(TplRptIdx) " "
                   TplRptDesc(TplRptIdx) " RETIRED"
                   DELIMITED BY SIZE INTO TplLine
           ELSE
               STRING "TEMPLATE " TplRptName(TplRptIdx) " "
                   TplRptDesc(TplRptIdx) " ACTIVE"
                   DELIMITED BY SIZE INTO TplLine
           END-IF
           PERFORM WriteTplLine
           STRING "  APPLIED BY           YYMMDD HHMMSS "
               "OWNER                ANCHOR   FIRST ID TASKS"
               DELIMITED BY SIZE INTO TplLine
           PERFORM WriteTplLine

           MOVE 0 TO TplUseTimes
           MOVE 'N' TO TplEOF
           OPEN INPUT TemplateUseFile
           PERFORM UNTIL TplEOF = 'Y'
               READ TemplateUseFile
                   AT END
                       MOVE 'Y' TO TplEOF
                   NOT AT END
                       IF TuName = TplRptName(TplRptIdx)
                           ADD 1 TO TplUseTimes
                           STRING "  " TuUser " " TuDate " " TuTime " "
                               TuOwner " " TuAnchor " " TuFirstID
                               "    " TuTaskCount
                               DELIMITED BY SIZE INTO TplLine
                           PERFORM WriteTplLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TemplateUseFile

           STRING "  TIMES USED: " TplUseTimes
               DELIMITED BY SIZE INTO TplLine
           PERFORM WriteTplLine
           ADD TplUseTimes TO TplUseTotal.

       WriteTplLine.                                                    *> ONE LINE OF THE TEMPLATE USAGE REPORT
           MOVE TplLine TO TemplateReportRecord
           WRITE TemplateReportRecord
           MOVE SPACES TO TplLine.

       ChangePassword.                                                  *> LET THE LOGGED-IN USER SET A NEW PASSWORD
           DISPLAY " "
                       MOVE PasswordSignup TO TempPasswordSignup
                       MOVE AccountRole TO TempAccountRole
                       MOVE AccountStatus TO TempAccountStatus
                       MOVE AccountSupervisor TO TempAccountSupervisor
                       MOVE AccountTeam TO TempAccountTeam
                       MOVE AccountLocked TO TempAccountLocked
                       IF AccountFailCount NUMERIC                      *> ROWS FROM BEFORE THE COUNT READ AS SPACES
                           MOVE AccountFailCount TO TempAccountFailCount
                       ELSE
                           MOVE 0 TO TempAccountFailCount
                       END-IF
                       MOVE AccountLastLogin TO TempAccountLastLogin
                       IF AccountUpdateMode = 'M'
                           PERFORM MoveOneReport
                       END-IF
                       IF UsernameSignup = AccountTargetUser
                           MOVE 'Y' TO AccountActionOK
                           IF AccountUpdateMode = 'P'
                           IF AccountUpdateMode = 'R'
                               MOVE "ADMIN" TO TempAccountRole
                           END-IF
                           IF AccountUpdateMode = 'S'
                               MOVE AccountNewSupervisor
                                   TO TempAccountSupervisor
                               MOVE AccountNewTeam TO TempAccountTeam
                           END-IF
                           IF AccountUpdateMode = 'G'
                               MOVE 0 TO TempAccountFailCount
                               MOVE TodayDateNum TO TempAccountLastLogin
                           END-IF
                           IF AccountUpdateMode = 'F'
                               PERFORM CountFailedLogin
                           END-IF
                           IF AccountUpdateMode = 'U'
                               MOVE 'N' TO TempAccountLocked
                               MOVE 0 TO TempAccountFailCount
                           END-IF
                       END-IF
                       WRITE TempAccountRecord
               END-READ
                       MOVE TempPasswordSignup TO PasswordSignup
                       MOVE TempAccountRole TO AccountRole
                       MOVE TempAccountStatus TO AccountStatus
                       MOVE TempAccountSupervisor TO AccountSupervisor
                       MOVE TempAccountTeam TO AccountTeam
                       MOVE TempAccountLocked TO AccountLocked
                       MOVE TempAccountFailCount TO AccountFailCount
                       MOVE TempAccountLastLogin TO AccountLastLogin
                       WRITE AccountFileRecord
               END-READ
           END-PERFORM.
           CLOSE TempAccountFile.
           CLOSE AccountFile.

       CountFailedLogin.                                                *> ONE MORE FAILURE; LOCK THE ROW AT THE LIMIT
           IF TempAccountFailCount < 99
               ADD 1 TO TempAccountFailCount
           END-IF
           IF TempAccountFailCount NOT < LockAfterFailures
               AND TempAccountLocked NOT = 'Y'
               MOVE 'Y' TO TempAccountLocked
               MOVE 'Y' TO AccountLockedNow
           END-IF.

      *    AN M UPDATE HANDS EVERY REPORT OF AccountTargetUser TO
      *    AccountNewSupervisor. THE NEW SUPERVISOR, IF ONE OF THEM,
      *    MOVES UP TO AccountOldSupervisor INSTEAD OF SUPERVISING SELF
       MoveOneReport.                                                   *> RE-POINT ONE ROW OF AN M UPDATE
           IF AccountSupervisor = AccountTargetUser
               AND UsernameSignup NOT = AccountTargetUser
               IF UsernameSignup = AccountNewSupervisor
                   MOVE AccountOldSupervisor TO TempAccountSupervisor
               ELSE
                   MOVE AccountNewSupervisor TO TempAccountSupervisor
               END-IF
               ADD 1 TO AccountMovedCount
               MOVE "EDIT" TO AuditActionWork
               MOVE "ACCT " TO AuditRecTypeWork
               MOVE 0 TO AuditRecIDWork
               MOVE "Supervisor" TO AuditFieldWork
               MOVE UsernameSignup TO AuditBeforeWork
               MOVE TempAccountSupervisor TO AuditAfterWork
               PERFORM WriteAuditEntry
           END-IF.

       AdminMenu.                                                       *> STAFF-TURNOVER TOOLS, ADMINISTRATORS ONLY
           IF CurrentUserRole NOT = "ADMIN"
               DISPLAY "Administrators only."
               DISPLAY "[4] View all owners' schedules"
               DISPLAY "[5] Review quarantined rows"
               DISPLAY "[6] Recover from backup"
               DISPLAY "[P] Maintain projects"
               DISPLAY "[L] Maintain rooms"
               DISPLAY "[T] Teams and supervisors"
               DISPLAY "[H] Holiday calendar"
               DISPLAY "[U] Unlock an account"
               DISPLAY "[S] Login security report"
               DISPLAY "[K] Checklist templates"
               DISPLAY "[7] Back to MAIN MENU"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT UserChoice
                   WHEN '4' PERFORM AdminViewAll
                   WHEN '5' PERFORM ReviewQuarantine
                   WHEN '6' PERFORM RecoverFromBackup
                   WHEN 'P' PERFORM ProjectMenu
                   WHEN 'p' PERFORM ProjectMenu
                   WHEN 'L' PERFORM RoomMenu
                   WHEN 'l' PERFORM RoomMenu
                   WHEN 'T' PERFORM TeamMenu
                   WHEN 't' PERFORM TeamMenu
                   WHEN 'H' PERFORM HolidayMenu
                   WHEN 'h' PERFORM HolidayMenu
                   WHEN 'U' PERFORM AdminUnlock
                   WHEN 'u' PERFORM AdminUnlock
                   WHEN 'S' PERFORM SecurityReport
                   WHEN 's' PERFORM SecurityReport
                   WHEN 'K' PERFORM TemplateMenu
                   WHEN 'k' PERFORM TemplateMenu
                   WHEN '7' CONTINUE
                   WHEN OTHER DISPLAY "Invalid Choice"
               END-EVALUATE
           DISPLAY "Enter username to deactivate: " WITH NO ADVANCING
           ACCEPT AccountTargetUser

           PERFORM CountActiveReports                                   *> NO TEAM MAY BE LEFT UNDER A LEAVER

           IF AccountTargetUser = Username
               DISPLAY "You cannot deactivate your own account."
           END-IF.

           IF TeamReportCount > 0
               DISPLAY "Account supervises " TeamReportCount
                       " active account(s)."
               DISPLAY "Move them first (Administration [3] or [T])."
           END-IF.

           IF AccountTargetUser NOT = Username AND TeamReportCount = 0
               MOVE 'D' TO AccountUpdateMode
               PERFORM UpdateAccountRecord
               IF AccountActionOK = 'Y'
           IF AccountActionOK = 'N'
               DISPLAY "No such account: " NewOwnerUser
           ELSE
               PERFORM CheckReassignTeam                                *> A TEAM FOLLOWS ITS SCHEDULES TO A LIVE ACCOUNT
           END-IF.

           IF AccountActionOK = 'Y'
               PERFORM AcquireScheduleLock                              *> THE OWNER REWRITES RUN UNDER THE LOCK
           END-IF.

                               MOVE AccountTargetUser TO AuditBeforeWork
                               MOVE NewOwnerUser TO AuditAfterWork
                               PERFORM WriteAuditEntry
                               MOVE "TASK" TO NoteRecTypeWork           *> THE NOTES STAY WITH THE ROW; SAY WHY IT MOVED
                               MOVE TaskID TO NoteRecIDWork
                               PERFORM WriteReassignNote
                           END-IF
               END-PERFORM
               CLOSE TaskFile
                               MOVE AccountTargetUser TO AuditBeforeWork
                               MOVE NewOwnerUser TO AuditAfterWork
                               PERFORM WriteAuditEntry
                               MOVE "EVENT" TO NoteRecTypeWork
                               MOVE EventID TO NoteRecIDWork
                               PERFORM WriteReassignNote
                           END-IF
               END-PERFORM
               CLOSE EventFile

               MOVE 0 TO AccountMovedCount
               IF TeamReportCount > 0                                   *> THE NEW OWNER TAKES OVER THE TEAM TOO
                   MOVE 'M' TO AccountUpdateMode
                   MOVE NewOwnerUser TO AccountNewSupervisor
                   PERFORM UpdateAccountRecordLocked
               END-IF

               PERFORM ReleaseScheduleLock

               DISPLAY "Records reassigned: " ReassignCount
               IF AccountMovedCount > 0
                   DISPLAY "Reports moved to " NewOwnerUser ": "
                           AccountMovedCount
               END-IF
           END-IF.

       CheckReassignTeam.                                               *> A LEAVER'S REPORTS NEED A LIVE NEW SUPERVISOR
           PERFORM CountActiveReports
           MOVE SPACES TO AccountOldSupervisor
           MOVE AccountTargetUser TO AcctLookupName
           PERFORM FindAcctInfo
           IF AcctInfoFound = 'Y'
               MOVE AcctInfoSupervisor(AcctInfoIdx)
                   TO AccountOldSupervisor
           END-IF

           IF TeamReportCount > 0
               MOVE NewOwnerUser TO AcctLookupName
               PERFORM FindAcctInfo
               IF AcctInfoFound = 'Y'
                   AND AcctInfoStatus(AcctInfoIdx) = 'D'
                   DISPLAY AccountTargetUser " supervises "
                           TeamReportCount " active account(s)."
                   DISPLAY "They cannot be moved to a deactivated "
                           "account."
                   MOVE 'N' TO AccountActionOK
               END-IF
               IF NewOwnerUser = AccountTargetUser
                   DISPLAY "The new owner must be a different account."
                   MOVE 'N' TO AccountActionOK
               END-IF
           END-IF.

       CheckNewOwnerExists.                                             *> THE RECEIVING ACCOUNT HAS TO BE ON FILE
                   IF AuditImage = SPACES                               *> ROWS FROM BEFORE IMAGES WERE KEPT CANNOT COME BACK
                       ADD 1 TO ReplaySkipped
                   ELSE
                       MOVE AuditImage(1:136) TO TaskRecord
                       OPEN I-O TaskFile
                       WRITE TaskRecord
                           INVALID KEY
                           MOVE AuditAfter(1:6) TO TaskPriority
                       WHEN "Owner"
                           MOVE AuditAfter(1:20) TO TaskOwner
                       WHEN "Est Hours"
                           MOVE AuditAfter(1:7) TO HoursInput
                           MOVE 999.99 TO HoursMax
                           MOVE 'Y' TO HoursZeroOK
                           PERFORM ParseHoursInput
                           MOVE HoursOK TO ReplayFieldOK
                           MOVE HoursValue TO TaskEstHours
                       WHEN "Project"
                           MOVE AuditAfter(1:8) TO TaskProject
                       WHEN OTHER
                           MOVE 'N' TO ReplayFieldOK
                   END-EVALUATE
                   IF AuditImage = SPACES                               *> ROWS FROM BEFORE IMAGES WERE KEPT CANNOT COME BACK
                       ADD 1 TO ReplaySkipped
                   ELSE
                       MOVE AuditImage(1:193) TO EventRecord
                       OPEN I-O EventFile
                       WRITE EventRecord
                           INVALID KEY
                           MOVE AuditAfter(1:5) TO EventEndTime
                       WHEN "Owner"
                           MOVE AuditAfter(1:20) TO EventOwner
                       WHEN "Project"
                           MOVE AuditAfter(1:8) TO EventProject
                       WHEN OTHER
                           MOVE 'N' TO ReplayFieldOK
                   END-EVALUATE
                       MOVE "USER" TO AccountRole
                   END-IF
                   MOVE 'A' TO AccountStatus
                   MOVE SPACES TO AccountSupervisor                     *> NO TEAM UNTIL AN ADMINISTRATOR SETS ONE
                   MOVE SPACES TO AccountTeam
                   MOVE 'N' TO AccountLocked
                   MOVE 0 TO AccountFailCount
                   MOVE SPACES TO AccountLastLogin

                   OPEN EXTEND AccountFile
                   WRITE AccountFileRecord
      *    TO INITIALIZE THE EOF AND ACCCOUNFOUND VARIABLES
           MOVE 'N' TO EOF
           MOVE 'N' TO AccountFound
           MOVE 'N' TO LoginRowFound
           MOVE 'N' TO LoginRowLocked

           PERFORM UNTIL EOF = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF Username = UsernameSignup                     *> THE ROW, WHETHER OR NOT THE PASSWORD MATCHES
                           MOVE 'Y' TO LoginRowFound
                           MOVE AccountLocked TO LoginRowLocked
                           IF PasswordInput = PasswordSignup
                               MOVE 'Y' TO AccountFound
                               MOVE AccountStatus TO LoginRowStatus
                               MOVE AccountRole TO LoginRowRole
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AccountFile.

           MOVE Username TO SecUserWork.
           IF LoginRowLocked = 'Y'                                      *> A LOCKED ROW TAKES NO PASSWORD AT ALL
               DISPLAY " "
               DISPLAY "Account is locked after repeated failed logins."
               DISPLAY "Ask an administrator to unlock it."
               MOVE "LOCKED" TO SecEventWork
               MOVE "LOGIN REFUSED - ACCOUNT LOCKED" TO SecDetailWork
               PERFORM WriteSecurityEntry
               MOVE SPACES TO Username
               PERFORM AccountMenu
           ELSE
               IF AccountFound = 'Y'
                   PERFORM LoginAccepted
               ELSE
                   PERFORM LoginRefused
               END-IF
           END-IF.

       LoginAccepted.                                                   *> RIGHT PASSWORD - IN, UNLESS THE ACCOUNT IS CLOSED
           IF LoginRowStatus = 'D'                                      *> LEAVERS STAY LOCKED OUT
               DISPLAY " "
               DISPLAY "Account is deactivated."
               MOVE "FAIL" TO SecEventWork
               MOVE "ACCOUNT DEACTIVATED" TO SecDetailWork
               PERFORM WriteSecurityEntry
               MOVE SPACES TO Username
               PERFORM AccountMenu
           ELSE
               DISPLAY " "
               DISPLAY 'Login successful.'
               MOVE "LOGIN" TO SecEventWork
               PERFORM WriteSecurityEntry
               IF LoginRowRole = "ADMIN"
                   MOVE "ADMIN" TO CurrentUserRole
               ELSE
                   MOVE "USER" TO CurrentUserRole
               END-IF
               ACCEPT TodayDateNum FROM DATE
               MOVE Username TO AccountTargetUser                       *> CLEAR THE FAILURE RUN, STAMP THE LOGIN DATE
               MOVE 'G' TO AccountUpdateMode
               PERFORM UpdateAccountRecord
               PERFORM EnsureAdminExists                                *> DATA FROM BEFORE ROLES HAS NO ADMIN ROW
               PERFORM ShowLoginDigest                                  *> WHAT NEEDS ATTENTION, BEFORE THE MENU
               PERFORM MainMenu
           END-IF.

       LoginRefused.                                                    *> WRONG NAME OR PASSWORD - LOG IT, COUNT IT
           MOVE "FAIL" TO SecEventWork
           IF LoginRowFound = 'Y'
               MOVE "BAD PASSWORD" TO SecDetailWork
           ELSE
               MOVE "UNKNOWN USERNAME" TO SecDetailWork
           END-IF
           PERFORM WriteSecurityEntry

           MOVE 'N' TO LoginNotCounted
           IF LoginRowFound = 'Y'
               MOVE Username TO AccountTargetUser
               MOVE SPACES TO Username                                  *> NOBODY IS LOGGED IN WHILE THE COUNT IS SAVED
               MOVE 'N' TO AccountLockedNow
               MOVE 'F' TO AccountUpdateMode
               MOVE 'Y' TO LockQuietMode                                *> NO PROMPT CAN LET THE COUNT BE SKIPPED
               PERFORM UpdateAccountRecord
               MOVE 'N' TO LockQuietMode
               IF LockAcquired = 'N'                                    *> UNCOUNTED FAILURES MAY NOT GO ON
                   DISPLAY " "
                   DISPLAY "The schedule is busy. Try logging in again "
                           "shortly."
                   MOVE AccountTargetUser TO SecUserWork
                   MOVE "BUSY" TO SecEventWork
                   MOVE "FAILURE NOT COUNTED - SCHEDULE BUSY"
                       TO SecDetailWork
                   PERFORM WriteSecurityEntry
                   MOVE 'Y' TO LoginNotCounted
               END-IF
               IF AccountLockedNow = 'Y'
                   MOVE AccountTargetUser TO SecUserWork
                   MOVE "LOCK" TO SecEventWork
                   MOVE "LOCKED AFTER REPEATED FAILURES"
                       TO SecDetailWork
                   PERFORM WriteSecurityEntry
               END-IF
           END-IF

      *    To make the login attempts only 3 then it will go back to acount menu 
           DISPLAY " "
           DISPLAY "Incorrect username or password."
           IF AccountLockedNow = 'Y'
               DISPLAY "Too many failed logins - the account is locked."
               MOVE 'N' TO AccountLockedNow
               PERFORM AccountMenu
           ELSE
               IF LoginAttempts < 3 AND LoginNotCounted = 'N'
                   ADD 1 TO LoginAttempts
                   PERFORM Login
               ELSE
                   PERFORM AccountMenu
               END-IF
           END-IF.

       Logout.                                                          *> RECORD THE LOGOUT, THEN BACK TO THE ACCOUNT MENU
           MOVE Username TO SecUserWork
           MOVE "LOGOUT" TO SecEventWork
           PERFORM WriteSecurityEntry
           PERFORM AccountMenu.

       WriteSecurityEntry.                                              *> APPEND ONE LINE TO THE SECURITY LOG
           OPEN EXTEND SecurityLogFile
           MOVE SPACES TO SecurityLogRecord
           MOVE SecUserWork TO SecUser
           ACCEPT SecDate FROM DATE
           ACCEPT SecTimeNow FROM TIME
           MOVE SecTimeHHMMSS TO SecTime
           MOVE SecEventWork TO SecEvent
           MOVE SecDetailWork TO SecDetail
           WRITE SecurityLogRecord
           CLOSE SecurityLogFile
           MOVE SPACES TO SecDetailWork.

       EnsureAdminExists.                                               *> ACCOUNT ROWS FROM BEFORE ROLES EXISTED LEAVE
      *    THE FILE WITH NO ADMIN AT ALL; THE FIRST LOGIN AFTER THE
       ShowLoginDigest.                                                 *> DUE-SOON AND OVERDUE TASKS PLUS TODAY'S EVENTS
           ACCEPT TodayDateNum FROM DATE

      *    THREE WORKING DAYS OUT, CARRIED ACROSS WEEKENDS, HOLIDAYS
      *    AND MONTH ENDS
           PERFORM LoadHolidayTable
           MOVE TodayPartYY TO RecurDateYY
           MOVE TodayPartMM TO RecurDateMM
           MOVE TodayPartDD TO RecurDateDD
           MOVE RecurDateBuild TO RecurDateNum
           COMPUTE RecurDateInt = FUNCTION INTEGER-OF-DATE(RecurDateNum)
           MOVE RecurDateInt TO HolFromInt
           MOVE 3 TO HolStepDays
           PERFORM AddWorkingDays
           MOVE HolToInt TO RecurNewDateInt
           COMPUTE RecurNewDateNum =
               FUNCTION DATE-OF-INTEGER(RecurNewDateInt)
           MOVE RecurNewYY TO DigestCutoffYY
           END-PERFORM.
           CLOSE TaskFile.
           IF DigestTaskCount = 0
               DISPLAY "  Nothing due in the next 3 working days."
           END-IF.

           DISPLAY " ".
           DISPLAY "[2] Add Schedule".
           DISPLAY "[3] Edit Schedule".
           DISPLAY "[M] Mark Complete".
           DISPLAY "[K] Add Tasks from a Checklist Template".
           DISPLAY "[4] Delete Schedule".
           DISPLAY "[5] Export Schedule to CSV".
           DISPLAY "[E] Export My Calendar (.ics)".
           DISPLAY "[I] Import Schedules from CSV".
           DISPLAY "[6] Archive Old Schedules".
           DISPLAY "[7] View Archived History".
           DISPLAY "[8] View Audit History".
           DISPLAY "[H] Print a Record's Full History".
           DISPLAY "[S] Statistics Report".
           DISPLAY "[P] Project Rollup Report".
           DISPLAY "[U] Room Utilization Report".
           DISPLAY "[G] My Team's Open Work".
           DISPLAY "[W] Weekly Calendar Grid".
           DISPLAY "[T] Time Log and Timesheets".
           DISPLAY "[R] Reminder Lead Times".
           DISPLAY "[C] Change Password".
           DISPLAY "[0] File Integrity Check".
           IF CurrentUserRole = "ADMIN"
               WHEN '3' PERFORM EditSched
               WHEN 'M' PERFORM MarkComplete
               WHEN 'm' PERFORM MarkComplete
               WHEN 'K' PERFORM ApplyTemplate
               WHEN 'k' PERFORM ApplyTemplate
               WHEN '4' PERFORM DeleteSched
               WHEN '5' PERFORM ExportCsv
               WHEN 'E' PERFORM ExportIcs
               WHEN 'e' PERFORM ExportIcs
               WHEN 'I' PERFORM ImportCsv
               WHEN 'i' PERFORM ImportCsv
               WHEN '6' PERFORM ArchiveSched
               WHEN '7' PERFORM ViewArchive
               WHEN '8' PERFORM ViewAudit
               WHEN 'H' PERFORM RecordHistory
               WHEN 'h' PERFORM RecordHistory
               WHEN 'S' PERFORM StatsReport
               WHEN 's' PERFORM StatsReport
               WHEN 'P' PERFORM ProjectRollup
               WHEN 'p' PERFORM ProjectRollup
               WHEN 'U' PERFORM RoomUtilReport
               WHEN 'u' PERFORM RoomUtilReport
               WHEN 'G' PERFORM TeamView
               WHEN 'g' PERFORM TeamView
               WHEN 'W' PERFORM WeekGrid
               WHEN 'w' PERFORM WeekGrid
               WHEN 'T' PERFORM TimeMenu
               WHEN 't' PERFORM TimeMenu
               WHEN 'R' PERFORM SetReminderPrefs
               WHEN 'r' PERFORM SetReminderPrefs
               WHEN 'C' PERFORM ChangePassword
               WHEN 'c' PERFORM ChangePassword
               WHEN 'A' PERFORM AdminMenu
               WHEN 'a' PERFORM AdminMenu
               WHEN '0' PERFORM RunIntegrityCheck
               WHEN '9' PERFORM Logout
               WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.
      
                                   "  Priority: " TaskPriority
                                   "  Pred: " TaskPredID
                                   "  Status: " DisplayTaskStatus
                           MOVE "TASK" TO NoteRecTypeWork
                           MOVE TaskID TO NoteRecIDWork
                           PERFORM ShowRecordNotes
                       END-IF
           END-PERFORM.

           CLOSE TaskFile.

           MOVE "TASK" TO NoteRecTypeWork
           PERFORM AddNoteFromView.
           PERFORM MainMenu.

       ViewEvent.                                                       *> LET THE USER SEE THE EVENT SCHEDULE
                                   "  Location: " EventLocation
                                   "  Status: " EventStatus
                                   "  Attendees: " EventAttendees
                           MOVE "EVENT" TO NoteRecTypeWork
                           MOVE EventID TO NoteRecIDWork
                           PERFORM ShowRecordNotes
                       END-IF
           END-PERFORM.

           CLOSE EventFile.

           MOVE "EVENT" TO NoteRecTypeWork
           PERFORM AddNoteFromView.

           PERFORM MainMenu.                                            


               MOVE 'Y' TO LockAcquired
           ELSE
               IF BatchMode = 'Y'                                       *> NOBODY IS THERE TO ANSWER A RETRY - ONE TRY ONLY
                   OR LockQuietMode = 'Y'
                   MOVE 'N' TO LockAcquired
                   PERFORM AttemptScheduleLock
                   IF LockQuietMode = 'Y'
                       PERFORM RetryLockQuietly
                   END-IF
               ELSE
                   MOVE 'N' TO LockAcquired
                   MOVE 'R' TO LockRetryChoice
               END-IF
           END-IF.

       RetryLockQuietly.                                                *> A FEW MORE TRIES, NO QUESTIONS ASKED
           MOVE 1 TO LockQuietTries
           PERFORM UNTIL LockAcquired = 'Y'
               OR LockQuietTries NOT < LockQuietLimit
               PERFORM WaitHalfSecond
               PERFORM AttemptScheduleLock
               ADD 1 TO LockQuietTries
           END-PERFORM.

       WaitHalfSecond.                                                  *> LET ANOTHER SESSION FINISH ITS UPDATE
           ACCEPT LockWaitClock FROM TIME
           COMPUTE LockWaitStart = LockWaitHH * 360000
               + LockWaitMI * 6000 + LockWaitSS * 100 + LockWaitCC
           MOVE LockWaitStart TO LockWaitNow
           PERFORM UNTIL LockWaitNow NOT < LockWaitStart + 50
               OR LockWaitNow < LockWaitStart                           *> PAST MIDNIGHT
               ACCEPT LockWaitClock FROM TIME
               COMPUTE LockWaitNow = LockWaitHH * 360000
                   + LockWaitMI * 6000 + LockWaitSS * 100 + LockWaitCC
           END-PERFORM.

       AttemptScheduleLock.                                             *> ONE TRY AT Schedule.lck
           OPEN INPUT LockFile
           IF LockStatus = "35"                                         *> NO LOCK FILE MEANS NOBODY HOLDS IT

       OfferLockReclaim.                                                *> THE HOLDER NAME IS OURS, BUT ANOTHER LIVE
      *    SESSION OF THE SAME USER MAY STILL HOLD IT - ONLY RECLAIM
      *    ON AN EXPLICIT GO-AHEAD.  THE BATCH RUN NEVER RECLAIMS, AND
      *    NEITHER DOES A FAILED LOGIN, WHERE NOBODY IS LOGGED IN
           IF BatchMode NOT = 'Y' AND LockQuietMode NOT = 'Y'
               DISPLAY "A lock held by " LockHolderName " exists."
               DISPLAY "It may be from a crashed session."
               DISPLAY "Reclaim it? (Y/N): " WITH NO ADVANCING
               ACCEPT LockReclaimChoice
               IF LockReclaimChoice = 'Y' OR LockReclaimChoice = 'y'
                   PERFORM WriteScheduleLock
                   MOVE LockHolderName TO SecUserWork                   *> A RECLAIM IS A SECURITY EVENT TOO
                   MOVE "RECLAIM" TO SecEventWork
                   MOVE "SCHEDULE LOCK RECLAIMED" TO SecDetailWork
                   PERFORM WriteSecurityEntry
               END-IF
           END-IF.

           END-EVALUATE.

       AddTask.                                                         *> ADD TASK FUNCTION
           PERFORM LoadHolidayTable.                                    *> FOR THE NON-WORKING-DAY WARNINGS
           MOVE "Enter Task Date (MM-DD-YY):" TO PromptDateLabel.       *> USER INPUTS THE DATE, TASK DESCRIPTION, AND STATUS
           PERFORM PromptValidDate.
           MOVE ValidateDateInput TO TaskDate.
           PERFORM ComputeDayOfWeek.                                    *> THE DAY NAME IS DERIVED, NOT TYPED
           MOVE DayOfWeekName TO TaskDay.
           MOVE "Task date" TO HolWarnWho.
           PERFORM WarnNonWorkingDay.

           DISPLAY "Enter Task Description (Math Assignment):".
           ACCEPT TaskDescription.
               END-IF
           END-PERFORM.
           MOVE ValidateDateInput TO TaskDueDate.
           PERFORM ComputeDayOfWeek.
           MOVE "Due date" TO HolWarnWho.
           PERFORM WarnNonWorkingDay.

           MOVE "Enter Task Status:" TO PromptStatusLabel.
           PERFORM PromptStatusValue.                                   *> ONLY THE FIXED STATUS VALUES GET ONTO FILE
           PERFORM PromptTaskPriority.
           MOVE PriorityWork TO TaskPriority.

           MOVE "Enter Estimated Hours (e.g. 7.5, blank if none):"
               TO HoursLabel.
           MOVE 999.99 TO HoursMax.
           MOVE 'Y' TO HoursZeroOK.
           PERFORM PromptHoursValue.
           MOVE HoursValue TO TaskEstHours.

           DISPLAY "Enter Recurrence (NONE/WEEKLY/MONTHLY):".
           ACCEPT TaskRecurrence.

           END-PERFORM.
           MOVE PredIDInput TO TaskPredID.

           MOVE "Enter Project Code (blank if none):" TO ProjectLabel.
           PERFORM PromptProjectCode.                                   *> ONLY A CODE ON THE PROJECT MASTER GETS ONTO FILE
           MOVE ProjectCodeWork TO TaskProject.

           MOVE Username TO TaskOwner.                                  *> TIE THE TASK TO WHOEVER IS LOGGED IN

           PERFORM AcquireScheduleLock.                                 *> ID ISSUE AND WRITES RUN UNDER THE LOCK
       AddEvent.                                                        *> ADD EVENT FUNCTION
      *    THE DATE AND TIMES ARE HELD IN WORK FIELDS UNTIL THE OVERLAP
      *    SCAN IS DONE, BECAUSE THE SCAN READS OVER THE RECORD BUFFER
           PERFORM LoadHolidayTable.                                    *> FOR THE NON-WORKING-DAY WARNING
           MOVE "Enter Event Date (MM-DD-YY):" TO PromptDateLabel.
           PERFORM PromptValidDate.
           MOVE ValidateDateInput TO NewEventDateWork.
           PERFORM ComputeDayOfWeek.                                    *> THE DAY NAME IS DERIVED, NOT TYPED
           MOVE DayOfWeekName TO NewEventDayWork.
           MOVE "Event date" TO HolWarnWho.
           PERFORM WarnNonWorkingDay.

           MOVE "Enter Start Time (HH:MM):" TO PromptTimeLabel.
           PERFORM PromptValidTime.
               DISPLAY "Enter Event Description (AWS event):"
               ACCEPT EventDescription

               MOVE "Enter Event Location (room code, blank if none):"
                   TO RoomLabel
               MOVE NewEventDateWork TO RoomDateWork
               MOVE NewStartKeyNum TO RoomStartKey
               MOVE NewEndKeyNum TO RoomEndKey
               MOVE 0 TO RoomSkipID
               MOVE NewPartyCount TO RoomPartyCount                     *> THE PARTY THE OVERLAP SCAN JUST COUNTED
               PERFORM PromptEventRoom                                  *> ONLY A FREE ROOM ON THE ROOM MASTER GETS ONTO FILE
               MOVE RoomCodeWork TO EventLocation

               MOVE "Enter Event Status:" TO PromptStatusLabel
               PERFORM PromptStatusValue                                *> ONLY THE FIXED STATUS VALUES GET ONTO FILE
               DISPLAY "Enter Recurrence (NONE/WEEKLY/MONTHLY):"
               ACCEPT EventRecurrence

               MOVE "Enter Project Code (blank if none):"
                   TO ProjectLabel
               PERFORM PromptProjectCode                                *> ONLY A CODE ON THE PROJECT MASTER GETS ONTO FILE
               MOVE ProjectCodeWork TO EventProject

               MOVE Username TO EventOwner                              *> TIE THE EVENT TO WHOEVER IS LOGGED IN
               MOVE AttendeeWork TO EventAttendees                      *> THE SHARED CALENDARS RIDE ON THE RECORD


       GenerateTaskRecurrences.                                         *> WRITES THE FOLLOW-ON OCCURRENCES OF A RECURRING TASK
           IF TaskRecurrence = "WEEKLY" OR TaskRecurrence = "MONTHLY"
               PERFORM LoadHolidayTable
      *        EACH OCCURRENCE STEPS FROM THE LAST UNMOVED DATE, SO A
      *        HOLIDAY SHIFT NEVER DRIFTS THE OCCURRENCES AFTER IT
               MOVE TaskDate TO RecurBaseDate
               MOVE TaskDueDate TO RecurBaseDue
               MOVE 1 TO RecurOccurIdx
               PERFORM UNTIL RecurOccurIdx > RecurOccurTotal
                   MOVE RecurBaseYY TO RecurDateYY
                   MOVE RecurBaseMM TO RecurDateMM
                   MOVE RecurBaseDD TO RecurDateDD
                   IF TaskRecurrence = "WEEKLY"
                       PERFORM AdvanceRecurDateWeekly
                   ELSE
                       PERFORM AdvanceRecurDateMonthly
                   END-IF
                   MOVE RecurNewYY TO RecurBaseYY
                   MOVE RecurNewMM TO RecurBaseMM
                   MOVE RecurNewDD TO RecurBaseDD
                   PERFORM ShiftRecurNewDate                            *> ONTO THE NEXT WORKING DAY IF NEED BE
                   MOVE RecurNewYY TO TaskDateYY
                   MOVE RecurNewMM TO TaskDateMM
                   MOVE RecurNewDD TO TaskDateDD
                   MOVE TaskDate TO ValidateDateInput                   *> KEEP THE DAY NAME IN STEP WITH THE NEW DATE
                   PERFORM ComputeDayOfWeek
                   MOVE DayOfWeekName TO TaskDay
                   IF HolShiftCount > 0
                       DISPLAY "Occurrence on " HolDateWork
                           " moved to " TaskDate " (non-working day)"
                   END-IF

                   MOVE RecurBaseDueYY TO RecurDateYY
                   MOVE RecurBaseDueMM TO RecurDateMM
                   MOVE RecurBaseDueDD TO RecurDateDD
                   IF TaskRecurrence = "WEEKLY"
                       PERFORM AdvanceRecurDateWeekly
                   ELSE
                       PERFORM AdvanceRecurDateMonthly
                   END-IF
                   MOVE RecurNewYY TO RecurBaseDueYY
                   MOVE RecurNewMM TO RecurBaseDueMM
                   MOVE RecurNewDD TO RecurBaseDueDD
                   PERFORM ShiftRecurNewDate
                   MOVE RecurNewYY TO TaskDueDateYY
                   MOVE RecurNewMM TO TaskDueDateMM
                   MOVE RecurNewDD TO TaskDueDateDD
                   IF HolShiftCount > 0
                       DISPLAY "Occurrence due " HolDateWork
                           " moved to " TaskDueDate " (non-working day)"
                   END-IF

                   PERFORM GetNextTaskID


       GenerateEventRecurrences.                                        *> WRITES THE FOLLOW-ON OCCURRENCES OF A RECURRING EVENT
           IF EventRecurrence = "WEEKLY" OR EventRecurrence = "MONTHLY"
               PERFORM LoadHolidayTable
               MOVE EventDate TO RecurBaseDate                          *> STEP FROM UNMOVED DATES, AS FOR TASKS
               MOVE 1 TO RecurOccurIdx
               PERFORM UNTIL RecurOccurIdx > RecurOccurTotal
                   MOVE RecurBaseYY TO RecurDateYY
                   MOVE RecurBaseMM TO RecurDateMM
                   MOVE RecurBaseDD TO RecurDateDD
                   IF EventRecurrence = "WEEKLY"
                       PERFORM AdvanceRecurDateWeekly
                   ELSE
                       PERFORM AdvanceRecurDateMonthly
                   END-IF
                   MOVE RecurNewYY TO RecurBaseYY
                   MOVE RecurNewMM TO RecurBaseMM
                   MOVE RecurNewDD TO RecurBaseDD
                   PERFORM ShiftRecurNewDate                            *> ONTO THE NEXT WORKING DAY IF NEED BE
                   MOVE RecurNewYY TO EventDateYY
                   MOVE RecurNewMM TO EventDateMM
                   MOVE RecurNewDD TO EventDateDD
                   MOVE EventDate TO ValidateDateInput                  *> KEEP THE DAY NAME IN STEP WITH THE NEW DATE
                   PERFORM ComputeDayOfWeek
                   MOVE DayOfWeekName TO EventDay
                   IF HolShiftCount > 0
                       DISPLAY "Occurrence on " HolDateWork
                           " moved to " EventDate " (non-working day)"
                   END-IF

                   MOVE 'N' TO RoomClash                                *> AN OCCURRENCE MAY NOT DOUBLE-BOOK ITS ROOM
                   IF EventLocation NOT = SPACES
                       PERFORM LoadRoomKeysFromEvent
                       MOVE 0 TO RoomSkipID
                       PERFORM CheckRoomClash
                   END-IF

                   IF RoomClash = 'Y'
                       DISPLAY "Occurrence on " EventDate
                           " not booked - room taken by Event ID: "
                           RoomClashID
                   ELSE
                       PERFORM GetNextEventID

                       OPEN I-O EventFile
                       WRITE EventRecord
                           INVALID KEY
                               DISPLAY "Event ID already on file: "
                                   EventID
                       END-WRITE
                       CLOSE EventFile

                       MOVE "ADD" TO AuditActionWork                    *> EACH OCCURRENCE RIDES THE TRAIL FOR THE REPLAY
                       MOVE "EVENT" TO AuditRecTypeWork
                       MOVE EventID TO AuditRecIDWork
                       MOVE "RECUR" TO AuditFieldWork
                       MOVE SPACES TO AuditBeforeWork
                       MOVE EventDescription TO AuditAfterWork
                       MOVE EventRecord TO AuditImageWork
                       PERFORM WriteAuditEntry
                   END-IF

                   ADD 1 TO RecurOccurIdx
               END-PERFORM
           DISPLAY "4. Task Due Date"
           DISPLAY "5. Task Status"
           DISPLAY "6. Task Priority"
           DISPLAY "7. Estimated Hours"
           DISPLAY "8. Add a Note"
           DISPLAY "9. Project Code"
           ACCEPT EditOption

           IF TaskIDInput NOT NUMERIC
                   MOVE PriorityWork TO TaskPriority
                   MOVE TaskPriority TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN 7                                                   *> EDIT THE ESTIMATED HOURS
                   MOVE "Est Hours" TO AuditFieldWork
                   IF TaskEstHours NOT NUMERIC                          *> OLD ROWS CARRY NO ESTIMATE
                       MOVE 0 TO TaskEstHours
                   END-IF
                   MOVE TaskEstHours TO HoursEdit
                   MOVE FUNCTION TRIM(HoursEdit) TO AuditBeforeWork
                   MOVE "Enter updated Estimated Hours:" TO HoursLabel
                   MOVE 999.99 TO HoursMax
                   MOVE 'Y' TO HoursZeroOK
                   PERFORM PromptHoursValue
                   MOVE HoursValue TO TaskEstHours
                   MOVE TaskEstHours TO HoursEdit
                   MOVE FUNCTION TRIM(HoursEdit) TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN 8                                                   *> A NOTE LEAVES THE TASK ROW ITSELF ALONE
                   MOVE "TASK" TO NoteRecTypeWork
                   MOVE TaskID TO NoteRecIDWork
                   PERFORM PromptNoteText
                   IF NoteTextWork NOT = SPACES
                       PERFORM WriteRecordNote
                   END-IF
               WHEN 9                                                   *> EDIT THE PROJECT CODE
                   MOVE "Project" TO AuditFieldWork
                   MOVE TaskProject TO AuditBeforeWork
                   MOVE "Enter updated Project Code (blank for none):"
                       TO ProjectLabel
                   PERFORM PromptProjectCode
                   MOVE ProjectCodeWork TO TaskProject
                   MOVE TaskProject TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN OTHER
                   DISPLAY "Invalid option. No updates performed."
           END-EVALUATE.
           DISPLAY "5. Event Status"
           DISPLAY "6. Event Start Time"
           DISPLAY "7. Event End Time"
           DISPLAY "8. Add a Note"
           DISPLAY "9. Project Code"
           ACCEPT EditOption

           IF EventIDInput NOT NUMERIC
                   MOVE DayOfWeekName TO EventDay
                   MOVE EventDate TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
                   PERFORM CheckEditRoomClash
                   IF RoomClash = 'Y'                                   *> PUT THE OLD DATE BACK
                       MOVE AuditBeforeWork TO EventDate
                       MOVE EventDate TO ValidateDateInput
                       PERFORM ComputeDayOfWeek
                       MOVE DayOfWeekName TO EventDay
                   END-IF
               WHEN 2                                                   *> THE EVENT DAY IS DERIVED FROM THE EVENT DATE
                   DISPLAY "Event Day is derived from the Event Date."
                   DISPLAY "Edit the Event Date to change it."
               WHEN 4                                                   *> EDIT EVENT LOCATION
                   MOVE "Location" TO AuditFieldWork
                   MOVE EventLocation TO AuditBeforeWork
                   PERFORM LoadRoomKeysFromEvent
                   MOVE "Enter updated Event Location (room code):"
                       TO RoomLabel
                   MOVE 'Y' TO RoomFileOpen                             *> THE EDIT HAS THE EVENT FILE OPEN
                   PERFORM PromptEventRoom
                   MOVE 'N' TO RoomFileOpen
                   MOVE RoomCodeWork TO EventLocation
                   MOVE EventLocation TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN 5                                                   *> EDIT EVENT STATUS
                   MOVE StatusWork TO EventStatus
                   MOVE EventStatus TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
                   IF AuditBeforeWork = "Cancelled"                     *> A CANCELLED EVENT HELD NO ROOM - CHECK IT AGAIN
                       AND EventStatus NOT = "Cancelled"
                       PERFORM CheckEditRoomClash
                       IF RoomClash = 'Y'
                           MOVE AuditBeforeWork TO EventStatus
                       END-IF
                   END-IF
               WHEN 6                                                   *> EDIT EVENT START TIME
                   MOVE "Start Time" TO AuditFieldWork
                   MOVE EventStartTime TO AuditBeforeWork
                   MOVE ValidateTimeInput TO EventStartTime
                   MOVE EventStartTime TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
                   PERFORM CheckEditRoomClash
                   IF RoomClash = 'Y'
                       MOVE AuditBeforeWork TO EventStartTime
                   END-IF
               WHEN 7                                                   *> EDIT EVENT END TIME
                   MOVE "End Time" TO AuditFieldWork
                   MOVE EventEndTime TO AuditBeforeWork
                   MOVE ValidateTimeInput TO EventEndTime
                   MOVE EventEndTime TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
                   PERFORM CheckEditRoomClash
                   IF RoomClash = 'Y'
                       MOVE AuditBeforeWork TO EventEndTime
                   END-IF
               WHEN 8                                                   *> A NOTE LEAVES THE EVENT ROW ITSELF ALONE
                   MOVE "EVENT" TO NoteRecTypeWork
                   MOVE EventID TO NoteRecIDWork
                   PERFORM PromptNoteText
                   IF NoteTextWork NOT = SPACES
                       PERFORM WriteRecordNote
                   END-IF
               WHEN 9                                                   *> EDIT THE PROJECT CODE
                   MOVE "Project" TO AuditFieldWork
                   MOVE EventProject TO AuditBeforeWork
                   MOVE "Enter updated Project Code (blank for none):"
                       TO ProjectLabel
                   PERFORM PromptProjectCode
                   MOVE ProjectCodeWork TO EventProject
                   MOVE EventProject TO AuditAfterWork
                   MOVE 'Y' TO AuditPending
               WHEN OTHER
                   DISPLAY "Invalid option. No updates performed."
           END-EVALUATE.
