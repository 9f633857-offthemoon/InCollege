           SELECT REPORT-FILE ASSIGN TO "jobs_aging_report.txt"
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

       01 JOBS-STATUS                      PIC XX VALUE "00".
               10 J-UNIV                   PIC X(50).
               10 J-POSTED                 PIC X(10).
               10 J-POSTER                 PIC X(15).
*> deadline, openings and open/closed state are carried through
*> untouched so aging never strips them off a kept or archived row.
               10 J-DEADLINE               PIC X(8).
               10 J-OPENINGS               PIC X(3).
               10 J-STATE                  PIC X(1).
               10 J-DISPOSITION            PIC X(1).
                  88 JOB-KEPT     VALUE "K".
                  88 JOB-ARCHIVED VALUE "A".
       01 WS-NUM-EDIT                      PIC Z(4)9.
       01 WS-NUM-EDIT-2                    PIC Z(4)9.

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
           PERFORM GET-AGE-LIMIT
           END-STRING
           WRITE REPORT-RECORD

           MOVE "Job posting aging" TO MAINT-PURPOSE
           PERFORM TAKE-MAINTENANCE-LOCK
           IF MAINT-LOCK-REFUSED = 1
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-JOBS
           PERFORM CLASSIFY-POSTINGS
           PERFORM WRITE-ARCHIVE-ROWS
           PERFORM REWRITE-LIVE-BOARD
           PERFORM PRINT-TOTALS
           PERFORM RELEASE-MAINTENANCE-LOCK

           CLOSE REPORT-FILE
           STOP RUN
                       IF JOB-COUNT < 200
                           ADD 1 TO JOB-COUNT
                           MOVE JOB-COUNT TO WS-K
                           MOVE SPACES TO JOB-ENTRY(WS-K)
                           MOVE "K" TO J-DISPOSITION(WS-K)
                           UNSTRING JOB-RECORD DELIMITED BY "|"
                               INTO J-EMPLOYER(WS-K)
                                    J-UNIV(WS-K)
                                    J-POSTED(WS-K)
                                    J-POSTER(WS-K)
                                    J-DEADLINE(WS-K)
                                    J-OPENINGS(WS-K)
                                    J-STATE(WS-K)
                           END-UNSTRING
                       END-IF
               END-READ
                       FUNCTION TRIM(J-LOCATION(WS-K)) "|"
                       FUNCTION TRIM(J-UNIV(WS-K)) "|"
                       FUNCTION TRIM(J-POSTED(WS-K)) "|"
                       FUNCTION TRIM(J-POSTER(WS-K)) "|"
                       FUNCTION TRIM(J-DEADLINE(WS-K)) "|"
                       FUNCTION TRIM(J-OPENINGS(WS-K)) "|"
                       FUNCTION TRIM(J-STATE(WS-K))
                       DELIMITED BY SIZE
                       INTO ARCHIVE-RECORD
                   END-STRING
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
           END-STRING
           WRITE REPORT-RECORD
           .

*> ---------------------------------------------------------------
*> System-wide maintenance lock. While maintenance.lock exists the
*> main program turns new sessions away and refuses to save from
*> sessions already signed in, so nothing held in their memory is
*> written over the tables this run is changing. Aging holds
*> it while it rewrites the live board when run on its own.
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
*> run as a step of the nightly sequence, under NIGHTRUN's lock.
               IF MAINT-HOLDER = "NIGHTRUN"
                   EXIT PARAGRAPH
               END-IF
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
           STRING "JOBARCH|" MAINT-NOW(1:14) "|"
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
