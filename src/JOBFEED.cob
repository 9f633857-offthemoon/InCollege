       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts_info.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-NAME
               FILE STATUS IS ACCOUNTS-STATUS.
           SELECT FEED-FILE ASSIGN TO "employer_postings_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT REJECT-FILE ASSIGN TO "employer_postings_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT JOBS-TEMP-FILE ASSIGN TO "jobs_info.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-TEMP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "job_feed_intake_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT MAINT-LOCK-FILE ASSIGN TO "maintenance.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

*> Keyed account record, the byte image of one of the main
*> program's in-memory rows; intake only needs to know the poster
*> exists, is active and holds the recruiter role.
       FD ACCOUNTS-FILE.
       01 ACCT-REC.
           05 AX-NAME                      PIC X(15).
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(15).
           05 FILLER                       PIC X(15).
           05 FILLER                       PIC X(50).
           05 FILLER                       PIC X(50).
           05 FILLER                       PIC X(4).
           05 FILLER                       PIC X(1431).
           05 FILLER                       PIC X(12).
           05 AX-ACTIVE                    PIC X(1).
           05 AX-ROLE                      PIC X(1).
           05 FILLER                       PIC X(100).

*> One "|"-delimited row per posting from the employer:
*>   employer|title|description|location|university|poster|
*>   deadline|openings
*> university blank means ALL, deadline blank means none and
*> openings blank means not stated. The feed ends with a trailer
*> row, TRAILER|<number of posting rows>, so a cut-off transfer is
*> caught before anything is loaded.
       FD FEED-FILE.
       01 FEED-RECORD                      PIC X(600).

*> Each rejected row goes back out as reason-code|feed row, so the
*> file can be returned to the employer as it stands.
       FD REJECT-FILE.
       01 REJECT-RECORD                    PIC X(700).

       FD JOBS-FILE.
       01 JOB-RECORD                       PIC X(500).

       FD JOBS-TEMP-FILE.
       01 JOB-TEMP-RECORD                  PIC X(500).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                   PIC X(2010).

       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

*> System-wide maintenance lock: holder|since (YYYYMMDDHHMMSS)|purpose.
       FD MAINT-LOCK-FILE.
       01 MAINT-LOCK-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-STATUS                  PIC XX VALUE "00".
       01 FEED-STATUS                      PIC XX VALUE "00".
       01 REJECT-STATUS                    PIC XX VALUE "00".
       01 JOBS-STATUS                      PIC XX VALUE "00".
       01 JOBS-TEMP-STATUS                 PIC XX VALUE "00".
       01 JOURNAL-STATUS                   PIC XX VALUE "00".
       01 REPORT-STATUS                    PIC XX VALUE "00".

       01 WS-I                             PIC 999 VALUE 0.
       01 WS-K                             PIC 999 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 WS-RENAME-STATUS                 PIC S9(9) COMP-5 VALUE 0.
       01 ACCOUNTS-OPEN                    PIC 9 VALUE 0.
       01 SAVE-JOBS-OK                     PIC 9 VALUE 0.

*> Same 200-row ceiling as the main program's job board. Deadline,
*> openings and state on rows already on file are carried through
*> untouched, the same way JOBARCH carries them.
       01 JOB-COUNT                        PIC 999 VALUE 0.
       01 FIRST-NEW-JOB                    PIC 999 VALUE 0.
       01 JOBS.
           05 JOB-ENTRY OCCURS 200 TIMES.
               10 J-EMPLOYER               PIC X(50).
               10 J-TITLE                  PIC X(50).
               10 J-DESC                   PIC X(200).
               10 J-LOCATION               PIC X(50).
               10 J-UNIV                   PIC X(50).
               10 J-POSTED                 PIC X(10).
               10 J-POSTER                 PIC X(15).
               10 J-DEADLINE               PIC X(8).
               10 J-OPENINGS               PIC X(3).
               10 J-STATE                  PIC X(1).

*> Feed fields are taken into wider areas than the board holds, so
*> a value that would be cut short is rejected rather than loaded
*> truncated.
       01 FEED-EMPLOYER                    PIC X(80) VALUE SPACES.
       01 FEED-TITLE                       PIC X(80) VALUE SPACES.
       01 FEED-DESC                        PIC X(300) VALUE SPACES.
       01 FEED-LOCATION                    PIC X(80) VALUE SPACES.
       01 FEED-UNIV                        PIC X(80) VALUE SPACES.
       01 FEED-POSTER                      PIC X(30) VALUE SPACES.
       01 FEED-DEADLINE                    PIC X(20) VALUE SPACES.
       01 FEED-OPENINGS                    PIC X(20) VALUE SPACES.
       01 FEED-OPENINGS-NUM                PIC 999 VALUE 0.
       01 OPENINGS-RIGHT                   PIC X(3) JUSTIFIED RIGHT.

*> Control totals: the trailer's count against the posting rows
*> actually read. CONTROL-OK is 1 only when the trailer is the last
*> row and the counts agree.
       01 TRAILER-TAG                      PIC X(20) VALUE SPACES.
       01 TRAILER-COUNT-TXT                PIC X(20) VALUE SPACES.
       01 TRAILER-COUNT                    PIC 9(6) VALUE 0.
       01 TRAILER-COUNT-RIGHT              PIC X(6) JUSTIFIED RIGHT.
       01 TRAILER-SEEN                     PIC 9 VALUE 0.
       01 ROWS-AFTER-TRAILER               PIC 9(6) VALUE 0.
       01 CONTROL-OK                       PIC 9 VALUE 0.

       01 FEED-ROWS                        PIC 9(6) VALUE 0.
       01 ACCEPTED-COUNT                   PIC 9(6) VALUE 0.
       01 REJECTED-COUNT                   PIC 9(6) VALUE 0.

*> Reason codes written on the reject file:
*>   R01 employer, title, description or location is blank
*>   R02 a field is longer than the job board holds
*>   R03 deadline is not a YYYYMMDD date from today on
*>   R04 openings is not a number from 1 to 999
*>   R05 poster has no account
*>   R06 poster's account is deactivated
*>   R07 poster's account is not a recruiter (U-ROLE "R")
*>   R08 employer/title is already on the job board
*>   R09 the board is at its 200-posting ceiling
       01 REJECT-CODE                      PIC X(3) VALUE SPACES.
       01 REJECT-REASON                    PIC X(80) VALUE SPACES.

       01 RUN-DATE-NUM                     PIC 9(8) VALUE 0.
       01 DATE-NUM                         PIC 9(8) VALUE 0.
       01 DATE-OK                          PIC 9 VALUE 0.
       01 DATE-MONTH                       PIC 99 VALUE 0.
       01 DATE-DAY                         PIC 99 VALUE 0.

*> Journal line, same layout the main program appends: sequence,
*> timestamp, actor, action, detail, then from column 301 the image
*> type and the posting row as the main program holds it.
       01 JRNL-SEQ                         PIC 9(6) VALUE 0.
       01 JRNL-SEQ-TXT                     PIC X(6) VALUE SPACES.
       01 JRNL-ACTOR                       PIC X(15) VALUE SPACES.
       01 JRNL-ACTION                      PIC X(30) VALUE SPACES.
       01 JRNL-DETAIL                      PIC X(220) VALUE SPACES.
       01 JRNL-IMAGE.
           05 JRNL-IMAGE-TYPE              PIC X(2) VALUE SPACES.
           05 JRNL-IMAGE-DATA              PIC X(1706) VALUE SPACES.
       01 JRNL-FAILED                      PIC 9(6) VALUE 0.

*> Zero-suppressing de-editing fields, same convention ACCTRPT uses.
       01 WS-NUM-EDIT                      PIC Z(4)9.
       01 WS-NUM-EDIT-2                    PIC Z(4)9.
       01 WS-NUM-EDIT-3                    PIC Z(4)9.

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
           MOVE "--- Employer Postings Feed Intake Report ---"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO RUN-DATE-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date: " WS-NOW(1:8)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "Employer postings feed intake" TO MAINT-PURPOSE
           PERFORM TAKE-MAINTENANCE-LOCK
           IF MAINT-LOCK-REFUSED = 1
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE

           PERFORM CHECK-CONTROL-TOTALS
           IF CONTROL-OK = 1
               PERFORM LOAD-JOBS
               PERFORM OPEN-ACCOUNTS
               PERFORM SCAN-FEED-FILE
               IF ACCOUNTS-OPEN = 1
                   CLOSE ACCOUNTS-FILE
               END-IF
               IF ACCEPTED-COUNT > 0
                   PERFORM SAVE-JOBS
                   IF SAVE-JOBS-OK = 1
                       PERFORM JOURNAL-NEW-POSTINGS
                   END-IF
               END-IF
           END-IF
           PERFORM PRINT-TOTALS
           PERFORM RELEASE-MAINTENANCE-LOCK

           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           STOP RUN
           .

*> First pass over the feed: count the posting rows and check them
*> against the trailer. Nothing is loaded from a feed that fails.
       CHECK-CONTROL-TOTALS.
           MOVE 0 TO CONTROL-OK
           MOVE 0 TO FEED-ROWS
           MOVE 0 TO TRAILER-SEEN
           MOVE 0 TO ROWS-AFTER-TRAILER
           OPEN INPUT FEED-FILE
           IF FEED-STATUS NOT = "00"
               MOVE "No employer_postings_feed.dat file was found; nothing was loaded."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ FEED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM COUNT-FEED-ROW
               END-READ
           END-PERFORM
           CLOSE FEED-FILE

           IF TRAILER-SEEN = 0
               MOVE "CONTROL TOTAL FAILED: the feed has no TRAILER row; it may not have arrived complete. Nothing was loaded."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ROWS-AFTER-TRAILER > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE ROWS-AFTER-TRAILER TO WS-NUM-EDIT
               STRING "CONTROL TOTAL FAILED: " FUNCTION TRIM(WS-NUM-EDIT)
                      " rows follow the TRAILER row. Nothing was loaded."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF TRAILER-COUNT NOT = FEED-ROWS
               MOVE SPACES TO REPORT-RECORD
               MOVE TRAILER-COUNT TO WS-NUM-EDIT
               MOVE FEED-ROWS TO WS-NUM-EDIT-2
               STRING "CONTROL TOTAL FAILED: trailer says "
                      FUNCTION TRIM(WS-NUM-EDIT) " rows, "
                      FUNCTION TRIM(WS-NUM-EDIT-2)
                      " were received. Nothing was loaded."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CONTROL-OK
           MOVE SPACES TO REPORT-RECORD
           MOVE FEED-ROWS TO WS-NUM-EDIT
           STRING "Control total agrees: " FUNCTION TRIM(WS-NUM-EDIT)
                  " posting rows."
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       COUNT-FEED-ROW.
           IF FEED-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRAILER-TAG
           MOVE SPACES TO TRAILER-COUNT-TXT
           UNSTRING FEED-RECORD DELIMITED BY "|"
               INTO TRAILER-TAG
                    TRAILER-COUNT-TXT
           END-UNSTRING
           IF FUNCTION TRIM(TRAILER-TAG) = "TRAILER"
               IF TRAILER-SEEN = 1
                   ADD 1 TO ROWS-AFTER-TRAILER
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO TRAILER-SEEN
               MOVE 999999 TO TRAILER-COUNT
               MOVE FUNCTION TRIM(TRAILER-COUNT-TXT) TO TRAILER-COUNT-TXT
               IF TRAILER-COUNT-TXT(1:1) NOT = SPACE
                  AND TRAILER-COUNT-TXT(7:14) = SPACES
                   MOVE FUNCTION TRIM(TRAILER-COUNT-TXT)
                       TO TRAILER-COUNT-RIGHT
                   INSPECT TRAILER-COUNT-RIGHT
                       REPLACING LEADING SPACES BY ZEROS
                   IF TRAILER-COUNT-RIGHT IS NUMERIC
                       MOVE TRAILER-COUNT-RIGHT TO TRAILER-COUNT
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TRAILER-SEEN = 1
               ADD 1 TO ROWS-AFTER-TRAILER
           ELSE
               ADD 1 TO FEED-ROWS
           END-IF
           .

       LOAD-JOBS.
           MOVE 0 TO JOB-COUNT
           OPEN INPUT JOBS-FILE
           IF JOBS-STATUS NOT = "00"
               MOVE "No jobs_info.dat file was found; the board starts empty."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 1 TO FIRST-NEW-JOB
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JOB-COUNT < 200
                           ADD 1 TO JOB-COUNT
                           MOVE JOB-COUNT TO WS-K
                           MOVE SPACES TO JOB-ENTRY(WS-K)
                           UNSTRING JOB-RECORD DELIMITED BY "|"
                               INTO J-EMPLOYER(WS-K)
                                    J-TITLE(WS-K)
                                    J-DESC(WS-K)
                                    J-LOCATION(WS-K)
                                    J-UNIV(WS-K)
                                    J-POSTED(WS-K)
                                    J-POSTER(WS-K)
                                    J-DEADLINE(WS-K)
                                    J-OPENINGS(WS-K)
                                    J-STATE(WS-K)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           COMPUTE FIRST-NEW-JOB = JOB-COUNT + 1
           .

*> The poster check reads the account store by key; if it can't be
*> opened every row is rejected, since no poster can be vouched for.
       OPEN-ACCOUNTS.
           MOVE 0 TO ACCOUNTS-OPEN
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-STATUS = "00"
               MOVE 1 TO ACCOUNTS-OPEN
           ELSE
               MOVE "No accounts_info.idx file could be opened; run ACCTCONV/ACCTUPG first."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       SCAN-FEED-FILE.
           MOVE 0 TO FEED-ROWS
           OPEN INPUT FEED-FILE
           IF FEED-STATUS NOT = "00"
               MOVE "ERROR: employer_postings_feed.dat could not be reopened; nothing was loaded."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ FEED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FEED-RECORD NOT = SPACES
                           MOVE SPACES TO TRAILER-TAG
                           UNSTRING FEED-RECORD DELIMITED BY "|"
                               INTO TRAILER-TAG
                           END-UNSTRING
                           IF FUNCTION TRIM(TRAILER-TAG) = "TRAILER"
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO FEED-ROWS
                           PERFORM CHECK-FEED-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           .

*> Checks run in the order an employer would fix them: the row
*> itself, then who is posting it, then whether the board has room.
       CHECK-FEED-ROW.
           MOVE SPACES TO FEED-EMPLOYER
           MOVE SPACES TO FEED-TITLE
           MOVE SPACES TO FEED-DESC
           MOVE SPACES TO FEED-LOCATION
           MOVE SPACES TO FEED-UNIV
           MOVE SPACES TO FEED-POSTER
           MOVE SPACES TO FEED-DEADLINE
           MOVE SPACES TO FEED-OPENINGS
           UNSTRING FEED-RECORD DELIMITED BY "|"
               INTO FEED-EMPLOYER
                    FEED-TITLE
                    FEED-DESC
                    FEED-LOCATION
                    FEED-UNIV
                    FEED-POSTER
                    FEED-DEADLINE
                    FEED-OPENINGS
           END-UNSTRING
           MOVE FUNCTION TRIM(FEED-EMPLOYER) TO FEED-EMPLOYER
           MOVE FUNCTION TRIM(FEED-TITLE) TO FEED-TITLE
           MOVE FUNCTION TRIM(FEED-DESC) TO FEED-DESC
           MOVE FUNCTION TRIM(FEED-LOCATION) TO FEED-LOCATION
           MOVE FUNCTION TRIM(FEED-UNIV) TO FEED-UNIV
           MOVE FUNCTION TRIM(FEED-POSTER) TO FEED-POSTER
           MOVE FUNCTION TRIM(FEED-DEADLINE) TO FEED-DEADLINE
           MOVE FUNCTION TRIM(FEED-OPENINGS) TO FEED-OPENINGS

           IF FEED-EMPLOYER = SPACES OR FEED-TITLE = SPACES
              OR FEED-DESC = SPACES OR FEED-LOCATION = SPACES
               MOVE "R01" TO REJECT-CODE
               MOVE "employer, title, description and location are all required"
                   TO REJECT-REASON
               PERFORM REJECT-FEED-ROW
               EXIT PARAGRAPH
           END-IF

           IF FEED-EMPLOYER(51:30) NOT = SPACES
              OR FEED-TITLE(51:30) NOT = SPACES
              OR FEED-DESC(201:100) NOT = SPACES
              OR FEED-LOCATION(51:30) NOT = SPACES
              OR FEED-UNIV(51:30) NOT = SPACES
               MOVE "R02" TO REJECT-CODE
               MOVE "a field is longer than the job board holds"
                   TO REJECT-REASON
               PERFORM REJECT-FEED-ROW
               EXIT PARAGRAPH
           END-IF

           IF FEED-DEADLINE NOT = SPACES
               PERFORM CHECK-FEED-DEADLINE
               IF DATE-OK = 0
                   MOVE "R03" TO REJECT-CODE
                   MOVE "deadline is not a YYYYMMDD date from today on"
                       TO REJECT-REASON
                   PERFORM REJECT-FEED-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO FEED-OPENINGS-NUM
           IF FEED-OPENINGS NOT = SPACES
               MOVE FUNCTION TRIM(FEED-OPENINGS(1:3)) TO OPENINGS-RIGHT
               INSPECT OPENINGS-RIGHT REPLACING LEADING SPACES BY ZEROS
               IF FEED-OPENINGS(4:17) NOT = SPACES
                  OR OPENINGS-RIGHT IS NOT NUMERIC
                   MOVE "R04" TO REJECT-CODE
                   MOVE "openings is not a number from 1 to 999"
                       TO REJECT-REASON
                   PERFORM REJECT-FEED-ROW
                   EXIT PARAGRAPH
               END-IF
               MOVE OPENINGS-RIGHT TO FEED-OPENINGS-NUM
               IF FEED-OPENINGS-NUM = 0
                   MOVE "R04" TO REJECT-CODE
                   MOVE "openings is not a number from 1 to 999"
                       TO REJECT-REASON
                   PERFORM REJECT-FEED-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-FEED-POSTER
           IF REJECT-CODE NOT = SPACES
               PERFORM REJECT-FEED-ROW
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > JOB-COUNT
               IF J-EMPLOYER(WS-K) = FEED-EMPLOYER(1:50)
                  AND J-TITLE(WS-K) = FEED-TITLE(1:50)
                   MOVE "R08" TO REJECT-CODE
                   MOVE "this employer/title is already on the job board"
                       TO REJECT-REASON
                   PERFORM REJECT-FEED-ROW
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF JOB-COUNT >= 200
               MOVE "R09" TO REJECT-CODE
               MOVE "the job board is full (200 postings)"
                   TO REJECT-REASON
               PERFORM REJECT-FEED-ROW
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-FEED-ROW
           .

*> The deadline is the last day applications are taken, so today is
*> the earliest the main program would accept for it.
       CHECK-FEED-DEADLINE.
           MOVE 0 TO DATE-OK
           IF FEED-DEADLINE(9:12) NOT = SPACES
              OR FEED-DEADLINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FEED-DEADLINE(5:2) TO DATE-MONTH
           MOVE FEED-DEADLINE(7:2) TO DATE-DAY
           IF DATE-MONTH < 1 OR DATE-MONTH > 12
              OR DATE-DAY < 1 OR DATE-DAY > 31
               EXIT PARAGRAPH
           END-IF
           MOVE FEED-DEADLINE(1:8) TO DATE-NUM
           IF FUNCTION INTEGER-OF-DATE(DATE-NUM) = 0
               EXIT PARAGRAPH
           END-IF
           IF DATE-NUM < RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO DATE-OK
           .

*> REJECT-CODE is left blank when the poster is an active recruiter.
       CHECK-FEED-POSTER.
           MOVE SPACES TO REJECT-CODE
           IF ACCOUNTS-OPEN = 0
               MOVE "R05" TO REJECT-CODE
               MOVE "poster has no account on file" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FEED-POSTER = SPACES OR FEED-POSTER(16:15) NOT = SPACES
               MOVE "R05" TO REJECT-CODE
               MOVE "poster has no account on file" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FEED-POSTER(1:15) TO AX-NAME
           READ ACCOUNTS-FILE KEY IS AX-NAME
               INVALID KEY
                   MOVE "R05" TO REJECT-CODE
                   MOVE "poster has no account on file" TO REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF AX-ACTIVE = "I"
               MOVE "R06" TO REJECT-CODE
               MOVE "poster's account is deactivated" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF AX-ROLE NOT = "R"
               MOVE "R07" TO REJECT-CODE
               MOVE "poster's account is not a recruiter account"
                   TO REJECT-REASON
           END-IF
           .

       ACCEPT-FEED-ROW.
           ADD 1 TO JOB-COUNT
           MOVE JOB-COUNT TO WS-K
           MOVE SPACES TO JOB-ENTRY(WS-K)
           MOVE FEED-EMPLOYER TO J-EMPLOYER(WS-K)
           MOVE FEED-TITLE TO J-TITLE(WS-K)
           MOVE FEED-DESC TO J-DESC(WS-K)
           MOVE FEED-LOCATION TO J-LOCATION(WS-K)
           IF FEED-UNIV = SPACES
               MOVE "ALL" TO J-UNIV(WS-K)
           ELSE
               MOVE FEED-UNIV TO J-UNIV(WS-K)
           END-IF
           MOVE WS-NOW(1:8) TO J-POSTED(WS-K)
           MOVE FEED-POSTER TO J-POSTER(WS-K)
           MOVE FEED-DEADLINE TO J-DEADLINE(WS-K)
           MOVE FEED-OPENINGS-NUM TO J-OPENINGS(WS-K)
           MOVE "O" TO J-STATE(WS-K)
           ADD 1 TO ACCEPTED-COUNT

           MOVE SPACES TO REPORT-RECORD
           MOVE FEED-ROWS TO WS-NUM-EDIT
           STRING "ACCEPTED: row " FUNCTION TRIM(WS-NUM-EDIT) " '"
                  FUNCTION TRIM(J-TITLE(WS-K)) "' at '"
                  FUNCTION TRIM(J-EMPLOYER(WS-K)) "' for "
                  FUNCTION TRIM(J-POSTER(WS-K))
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       REJECT-FEED-ROW.
           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO REJECT-RECORD
           STRING REJECT-CODE "|" FEED-RECORD
               DELIMITED BY SIZE
               INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE FEED-ROWS TO WS-NUM-EDIT
           STRING "REJECTED: row " FUNCTION TRIM(WS-NUM-EDIT) " "
                  REJECT-CODE " '" FUNCTION TRIM(FEED-TITLE) "' at '"
                  FUNCTION TRIM(FEED-EMPLOYER) "' - "
                  FUNCTION TRIM(REJECT-REASON)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> Same temp-then-rename the main program uses, so a failed write
*> leaves the live board exactly as it was.
       SAVE-JOBS.
           MOVE 0 TO SAVE-JOBS-OK
           OPEN OUTPUT JOBS-TEMP-FILE
           IF JOBS-TEMP-STATUS NOT = "00"
               MOVE "ERROR: could not open jobs_info.dat.tmp; no postings were loaded."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > JOB-COUNT
               MOVE SPACES TO JOB-TEMP-RECORD
               STRING
                   FUNCTION TRIM(J-EMPLOYER(WS-K)) "|"
                   FUNCTION TRIM(J-TITLE(WS-K)) "|"
                   FUNCTION TRIM(J-DESC(WS-K)) "|"
                   FUNCTION TRIM(J-LOCATION(WS-K)) "|"
                   FUNCTION TRIM(J-UNIV(WS-K)) "|"
                   FUNCTION TRIM(J-POSTED(WS-K)) "|"
                   FUNCTION TRIM(J-POSTER(WS-K)) "|"
                   FUNCTION TRIM(J-DEADLINE(WS-K)) "|"
                   FUNCTION TRIM(J-OPENINGS(WS-K)) "|"
                   FUNCTION TRIM(J-STATE(WS-K))
                   DELIMITED BY SIZE
                   INTO JOB-TEMP-RECORD
               END-STRING
               WRITE JOB-TEMP-RECORD
               IF JOBS-TEMP-STATUS NOT = "00"
                   MOVE "ERROR: could not write jobs_info.dat.tmp; no postings were loaded."
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   CLOSE JOBS-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           CLOSE JOBS-TEMP-FILE
           IF JOBS-TEMP-STATUS NOT = "00"
               MOVE "ERROR: could not close jobs_info.dat.tmp; no postings were loaded."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "jobs_info.dat.tmp" "jobs_info.dat"
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               MOVE "ERROR: could not replace jobs_info.dat; no postings were loaded."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SAVE-JOBS-OK
           .

*> One JOB POSTED line per loaded posting, under the recruiter it
*> was posted for, with the row as its after-image so forward
*> recovery can replay it like one posted through the menu.
       JOURNAL-NEW-POSTINGS.
           PERFORM SEED-JOURNAL-SEQ
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = "00"
               MOVE "WARNING: change_journal.dat could not be opened; the loaded postings are not journaled."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO JRNL-FAILED
           PERFORM VARYING WS-K FROM FIRST-NEW-JOB BY 1
               UNTIL WS-K > JOB-COUNT
               ADD 1 TO JRNL-SEQ
               MOVE J-POSTER(WS-K) TO JRNL-ACTOR
               MOVE "JOB POSTED" TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               STRING "'" FUNCTION TRIM(J-TITLE(WS-K))
                      "' at '" FUNCTION TRIM(J-EMPLOYER(WS-K))
                      "' from the employer feed"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "JR" TO JRNL-IMAGE-TYPE
               MOVE JOB-ENTRY(WS-K) TO JRNL-IMAGE-DATA

               MOVE SPACES TO JOURNAL-RECORD
               STRING
                   JRNL-SEQ "|"
                   WS-NOW "|"
                   FUNCTION TRIM(JRNL-ACTOR) "|"
                   FUNCTION TRIM(JRNL-ACTION) "|"
                   FUNCTION TRIM(JRNL-DETAIL)
                   DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               END-STRING
               MOVE "|" TO JOURNAL-RECORD(301:1)
               MOVE JRNL-IMAGE TO JOURNAL-RECORD(302:1708)
               WRITE JOURNAL-RECORD
               IF JOURNAL-STATUS NOT = "00"
                   ADD 1 TO JRNL-FAILED
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF JRNL-FAILED > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE JRNL-FAILED TO WS-NUM-EDIT
               STRING "WARNING: " FUNCTION TRIM(WS-NUM-EDIT)
                      " JOB POSTED entries could not be written to change_journal.dat."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

*> Continues from the highest sequence number already on disk, the
*> same way the main program seeds its counter at start-up.
       SEED-JOURNAL-SEQ.
           MOVE 0 TO JRNL-SEQ
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO JRNL-SEQ-TXT
                       UNSTRING JOURNAL-RECORD DELIMITED BY "|"
                           INTO JRNL-SEQ-TXT
                       END-UNSTRING
                       IF JRNL-SEQ-TXT IS NUMERIC
                           IF FUNCTION NUMVAL(JRNL-SEQ-TXT) > JRNL-SEQ
                               MOVE FUNCTION NUMVAL(JRNL-SEQ-TXT)
                                   TO JRNL-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE FEED-ROWS TO WS-NUM-EDIT
           MOVE ACCEPTED-COUNT TO WS-NUM-EDIT-2
           MOVE REJECTED-COUNT TO WS-NUM-EDIT-3
           IF CONTROL-OK = 1 AND ACCEPTED-COUNT > 0 AND SAVE-JOBS-OK = 0
               MOVE 0 TO WS-NUM-EDIT-2
           END-IF
           STRING "Feed rows read: " FUNCTION TRIM(WS-NUM-EDIT)
                  "  loaded: " FUNCTION TRIM(WS-NUM-EDIT-2)
                  "  rejected: " FUNCTION TRIM(WS-NUM-EDIT-3)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF CONTROL-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE JOB-COUNT TO WS-NUM-EDIT
           IF SAVE-JOBS-OK = 0
               COMPUTE WS-NUM-EDIT = FIRST-NEW-JOB - 1
           END-IF
           STRING "Postings on the board: " FUNCTION TRIM(WS-NUM-EDIT)
                  " of 200"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> ---------------------------------------------------------------
*> System-wide maintenance lock. While maintenance.lock exists the
*> main program turns new sessions away and refuses to save from
*> sessions already signed in, so nothing held in their memory is
*> written over the tables this run is changing. Intake holds
*> it from before the board is read until the journal is written.
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
           STRING "JOBFEED|" MAINT-NOW(1:14) "|"
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
