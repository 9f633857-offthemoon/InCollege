           SELECT REPORT-FILE ASSIGN TO "nightly_run_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT MAINT-LOCK-FILE ASSIGN TO "maintenance.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

*> System-wide maintenance lock: holder|since (YYYYMMDDHHMMSS)|purpose.
       FD MAINT-LOCK-FILE.
       01 MAINT-LOCK-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS                   PIC XX VALUE "00".
       01 BUS-DATE                         PIC X(8) VALUE SPACES.
       01 CMDLINE                          PIC X(120) VALUE SPACES.
       01 DAYS-TXT                         PIC X(4) VALUE SPACES.
       01 STALE-TXT                        PIC X(4) VALUE SPACES.

*> ---------------------------------------------------------------
*> The nightly sequence, in the order the operator chained the
*> programs by hand. Each step names the executable to run and the
*> output file whose row count goes on the control record. The
*> JOBARCH step takes the archive cutoff from this driver's own
*> command line, the same place JOBARCH reads it when run alone;
*> a second value there is HIRERPT's follow-up threshold.
*> ---------------------------------------------------------------
       01 STEP-TOTAL                       PIC 9 VALUE 8.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 8 TIMES.
               10 ST-NAME                  PIC X(8).
               10 ST-CMD                   PIC X(60).
               10 ST-OUTFILE               PIC X(40).
*> Zero-suppressing de-editing field, same convention ACCTRPT uses.
       01 WS-NUM-EDIT                      PIC Z(5)9.

*> Maintenance lock taken for the length of this run; see
*> TAKE-MAINTENANCE-LOCK.
       01 MAINT-LOCK-STATUS                PIC XX VALUE "00".
       01 MAINT-LOCK-TAKEN                 PIC 9 VALUE 0.
       01 MAINT-LOCK-REFUSED               PIC 9 VALUE 0.
       01 MAINT-HOLDER                     PIC X(15) VALUE SPACES.
       01 MAINT-SINCE                      PIC X(14) VALUE SPACES.
       01 MAINT-PURPOSE                    PIC X(60) VALUE SPACES.
       01 MAINT-NOW                        PIC X(21) VALUE SPACES.
       01 MAINT-DELETE-STATUS              PIC S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT REPORT-FILE
           PERFORM SET-STEP-TABLE
           PERFORM LOAD-RUN-CONTROL

           MOVE "Nightly batch sequence" TO MAINT-PURPOSE
           PERFORM TAKE-MAINTENANCE-LOCK
           IF MAINT-LOCK-REFUSED = 1
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "Business date " BUS-DATE ":"
               DELIMITED BY SIZE
           END-IF
           WRITE REPORT-RECORD

           PERFORM RELEASE-MAINTENANCE-LOCK
           CLOSE REPORT-FILE
*> whatever chains this driver must see the failed night as a
*> failure, not just find it buried in the report file.
           MOVE "CAREXT" TO ST-NAME(4)
           MOVE "./CAREXT" TO ST-CMD(4)
           MOVE "career_services_extract.dat" TO ST-OUTFILE(4)
           MOVE "JOBMATCH" TO ST-NAME(5)
           MOVE "./JOBMATCH" TO ST-CMD(5)
           MOVE "job_shortlist.dat" TO ST-OUTFILE(5)
           MOVE "HIRERPT" TO ST-NAME(6)
           MOVE "./HIRERPT" TO ST-CMD(6)
           MOVE "hiring_funnel_report.txt" TO ST-OUTFILE(6)
           MOVE "INTVSCHD" TO ST-NAME(7)
           MOVE "./INTVSCHD" TO ST-CMD(7)
           MOVE "interview_schedule_report.txt" TO ST-OUTFILE(7)
           MOVE "NOTIFEXT" TO ST-NAME(8)
           MOVE "./NOTIFEXT" TO ST-CMD(8)
           MOVE "notification_digest.dat" TO ST-OUTFILE(8)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > STEP-TOTAL
               MOVE 0 TO ST-DONE(WS-I)
           END-PERFORM

*> an archive cutoff on the driver's command line is handed on to
*> JOBARCH unchanged, and a follow-up threshold after it to HIRERPT;
*> each program validates its own value and falls back to its
*> default on anything unreadable.
           MOVE SPACES TO CMDLINE
           ACCEPT CMDLINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(CMDLINE) TO CMDLINE
           MOVE SPACES TO DAYS-TXT
           MOVE SPACES TO STALE-TXT
           UNSTRING CMDLINE DELIMITED BY ALL SPACE
               INTO DAYS-TXT
                    STALE-TXT
           END-UNSTRING
           IF DAYS-TXT NOT = SPACES
               MOVE SPACES TO ST-CMD(3)
               STRING "./JOBARCH " FUNCTION TRIM(DAYS-TXT)
                   INTO ST-CMD(3)
               END-STRING
           END-IF
           IF STALE-TXT NOT = SPACES
               MOVE SPACES TO ST-CMD(6)
               STRING "./HIRERPT " FUNCTION TRIM(STALE-TXT)
                   DELIMITED BY SIZE
                   INTO ST-CMD(6)
               END-STRING
           END-IF
           .

*> Marks every step that already has a passing control row for this
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           .

*> ---------------------------------------------------------------
*> System-wide maintenance lock. While maintenance.lock exists the
*> main program turns new sessions away and refuses to save from
*> sessions already signed in, so nothing held in their memory is
*> written over the tables this run is changing. The nightly
*> run holds it from its first step to its last.
*> A lock already held by another job means that job is still
*> running, or stopped without releasing it, and this run does not
*> start.
*> ---------------------------------------------------------------
       TAKE-MAINTENANCE-LOCK.
           MOVE 0 TO MAINT-LOCK-TAKEN
           MOVE 0 TO MAINT-LOCK-REFUSED
           OPEN INPUT MAINT-LOCK-FILE
           IF MAINT-LOCK-STATUS = "00"
               MOVE SPACES TO MAINT-LOCK-RECORD
               READ MAINT-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE MAINT-LOCK-FILE
               MOVE SPACES TO MAINT-HOLDER
               MOVE SPACES TO MAINT-SINCE
               UNSTRING MAINT-LOCK-RECORD DELIMITED BY "|"
                   INTO MAINT-HOLDER
                        MAINT-SINCE
               END-UNSTRING
               MOVE 1 TO MAINT-LOCK-REFUSED
               MOVE SPACES TO REPORT-RECORD
               STRING "The system is already under maintenance by "
                      FUNCTION TRIM(MAINT-HOLDER) " since "
                      MAINT-SINCE(1:4) "-" MAINT-SINCE(5:2) "-"
                      MAINT-SINCE(7:2) " " MAINT-SINCE(9:2) ":"
                      MAINT-SINCE(11:2) "; this run did not start."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE "If that job is no longer running, remove maintenance.lock and rerun."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO MAINT-NOW
           OPEN OUTPUT MAINT-LOCK-FILE
           IF MAINT-LOCK-STATUS NOT = "00"
               MOVE 1 TO MAINT-LOCK-REFUSED
               MOVE "ERROR: could not create maintenance.lock; this run did not start."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MAINT-LOCK-RECORD
           STRING "NIGHTRUN|" MAINT-NOW(1:14) "|"
                  FUNCTION TRIM(MAINT-PURPOSE)
               DELIMITED BY SIZE
               INTO MAINT-LOCK-RECORD
           END-STRING
           WRITE MAINT-LOCK-RECORD
           CLOSE MAINT-LOCK-FILE
           MOVE 1 TO MAINT-LOCK-TAKEN
           .

       RELEASE-MAINTENANCE-LOCK.
           IF MAINT-LOCK-TAKEN = 0
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "maintenance.lock"
               RETURNING MAINT-DELETE-STATUS
           IF MAINT-DELETE-STATUS NOT = 0
               MOVE "Warning: maintenance.lock could not be removed; remove it by hand so users can sign in."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 0 TO MAINT-LOCK-TAKEN
           .
