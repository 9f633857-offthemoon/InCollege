       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTVSCHD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "jobs_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "interview_schedule_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOBS-FILE.
       01 JOB-RECORD                       PIC X(500).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD                   PIC X(500).

       FD INTERVIEWS-FILE.
       01 IV-RECORD                        PIC X(300).

       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

       WORKING-STORAGE SECTION.

       01 JOBS-STATUS                      PIC XX VALUE "00".
       01 ARCHIVE-STATUS                   PIC XX VALUE "00".
       01 IV-STATUS                        PIC XX VALUE "00".
       01 REPORT-STATUS                    PIC XX VALUE "00".

       01 WS-I                             PIC 9999 VALUE 0.
       01 WS-J                             PIC 9999 VALUE 0.
       01 WS-K                             PIC 9999 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 CMDLINE                          PIC X(120) VALUE SPACES.

*> The schedule is for the day after the run unless a YYYYMMDD date
*> is given on the command line, so a missed night can be rerun for
*> the day it should have covered.
       01 RUN-DATE-NUM                     PIC 9(8) VALUE 0.
       01 RUN-DATE-INT                     PIC S9(9) VALUE 0.
       01 SCHED-DATE                       PIC X(8) VALUE SPACES.
       01 SCHED-DATE-NUM                   PIC 9(8) VALUE 0.
       01 DATE-TEXT                        PIC X(8) VALUE SPACES.
       01 DATE-NUM                         PIC 9(8) VALUE 0.
       01 DATE-INT                         PIC S9(9) VALUE 0.
       01 DATE-OK                          PIC 9 VALUE 0.
       01 DATE-MONTH                       PIC 99 VALUE 0.
       01 DATE-DAY                         PIC 99 VALUE 0.

*> Live postings first, then the archive, so a slot on a posting
*> JOBARCH has since moved off the board still finds its recruiter.
       01 POST-COUNT                       PIC 9999 VALUE 0.
       01 POSTINGS.
           05 POST-ENTRY OCCURS 1200 TIMES.
               10 P-EMPLOYER               PIC X(50).
               10 P-TITLE                  PIC X(50).
               10 P-POSTER                 PIC X(15).

       01 POST-LINE                        PIC X(500) VALUE SPACES.
       01 DTL-EMPLOYER                     PIC X(50) VALUE SPACES.
       01 DTL-TITLE                        PIC X(50) VALUE SPACES.
       01 DTL-DESC                         PIC X(200) VALUE SPACES.
       01 DTL-LOCATION                     PIC X(50) VALUE SPACES.
       01 DTL-UNIV                         PIC X(50) VALUE SPACES.
       01 DTL-POSTED                       PIC X(10) VALUE SPACES.
       01 DTL-POSTER                       PIC X(15) VALUE SPACES.

*> Same row InCollege keeps: user|employer|title|date|time|place|state,
*> with the recruiter who owns the posting looked up alongside it.
       01 IV-COUNT                         PIC 9999 VALUE 0.
       01 IV-DROPPED                       PIC 9999 VALUE 0.
       01 INTERVIEWS.
           05 IV-ENTRY OCCURS 1000 TIMES.
               10 IV-POSTER                PIC X(15).
               10 IV-DATE                  PIC X(8).
               10 IV-TIME                  PIC X(4).
               10 IV-USER                  PIC X(15).
               10 IV-EMPLOYER              PIC X(50).
               10 IV-TITLE                 PIC X(50).
               10 IV-PLACE                 PIC X(80).
               10 IV-STATE                 PIC X(1).
                  88 IV-PROPOSED  VALUE "P".
                  88 IV-CONFIRMED VALUE "C".
                  88 IV-DECLINED  VALUE "D".
                  88 IV-CANCELLED VALUE "X".
       01 IV-HOLD                          PIC X(223) VALUE SPACES.

       01 LAST-POSTER                      PIC X(15) VALUE SPACES.
       01 RECRUITER-COUNT                  PIC 9999 VALUE 0.
       01 REC-SLOTS                        PIC 9999 VALUE 0.
       01 REC-CONFIRMED                    PIC 9999 VALUE 0.
       01 DAY-SLOTS                        PIC 9999 VALUE 0.
       01 DAY-CONFIRMED                    PIC 9999 VALUE 0.
       01 CLASH-COUNT                      PIC 9999 VALUE 0.
       01 TIME-TEXT                        PIC X(5) VALUE SPACES.
       01 STATE-TEXT                       PIC X(40) VALUE SPACES.

*> Zero-suppressing de-editing fields, same convention ACCTRPT uses.
       01 WS-NUM-EDIT                      PIC Z(4)9.
       01 WS-NUM-EDIT-2                    PIC Z(4)9.
       01 WS-NUM-EDIT-3                    PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT REPORT-FILE
           MOVE "--- Interview Schedule Report ---" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO RUN-DATE-NUM
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
           PERFORM GET-SCHEDULE-DATE

           MOVE SPACES TO REPORT-RECORD
           STRING "Run date: " WS-NOW(1:8)
                  "  schedule for: " SCHED-DATE
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           PERFORM LOAD-LIVE-POSTINGS
           PERFORM LOAD-ARCHIVED-POSTINGS
           PERFORM LOAD-INTERVIEWS
           PERFORM SORT-INTERVIEWS
           PERFORM PRINT-SCHEDULE
           PERFORM PRINT-DOUBLE-BOOKINGS
           PERFORM PRINT-TOTALS

           CLOSE REPORT-FILE
           STOP RUN
           .

*> The date can arrive with trailing spaces in a 120-byte command
*> line buffer; anything that is not a real YYYYMMDD date is noted
*> and the default of tomorrow is used instead.
       GET-SCHEDULE-DATE.
           COMPUTE SCHED-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(RUN-DATE-INT + 1)
           MOVE SCHED-DATE-NUM TO SCHED-DATE

           MOVE SPACES TO CMDLINE
           ACCEPT CMDLINE FROM COMMAND-LINE
           IF CMDLINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DATE-TEXT
           MOVE FUNCTION TRIM(CMDLINE) TO DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           IF DATE-OK = 1 AND FUNCTION LENGTH(FUNCTION TRIM(CMDLINE)) = 8
               MOVE DATE-TEXT TO SCHED-DATE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "'" FUNCTION TRIM(CMDLINE)
                      "' is not a YYYYMMDD date; tomorrow's schedule is printed instead."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       LOAD-LIVE-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF JOBS-STATUS NOT = "00"
               MOVE "No jobs_info.dat file was found; recruiters are taken from the archive only."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOB-RECORD TO POST-LINE
                       PERFORM ADD-POSTING
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           .

       LOAD-ARCHIVED-POSTINGS.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ARCHIVE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO POST-LINE
                       PERFORM ADD-POSTING
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

*> Adds the posting in POST-LINE unless its employer/title pair
*> is already on the table; the live copy wins over the archive.
       ADD-POSTING.
           MOVE SPACES TO DTL-EMPLOYER
           MOVE SPACES TO DTL-TITLE
           MOVE SPACES TO DTL-POSTER
           UNSTRING POST-LINE DELIMITED BY "|"
               INTO DTL-EMPLOYER
                    DTL-TITLE
                    DTL-DESC
                    DTL-LOCATION
                    DTL-UNIV
                    DTL-POSTED
                    DTL-POSTER
           END-UNSTRING
           IF DTL-EMPLOYER = SPACES AND DTL-TITLE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSTING
           IF WS-K > 0 OR POST-COUNT >= 1200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POST-COUNT
           MOVE DTL-EMPLOYER TO P-EMPLOYER(POST-COUNT)
           MOVE DTL-TITLE TO P-TITLE(POST-COUNT)
           MOVE DTL-POSTER TO P-POSTER(POST-COUNT)
           .

*> WS-K is left on the row for DTL-EMPLOYER/DTL-TITLE, or 0.
       FIND-POSTING.
           MOVE 0 TO WS-K
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > POST-COUNT
               IF P-EMPLOYER(WS-J) = DTL-EMPLOYER
                  AND P-TITLE(WS-J) = DTL-TITLE
                   MOVE WS-J TO WS-K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LOAD-INTERVIEWS.
           MOVE 0 TO IV-COUNT
           OPEN INPUT INTERVIEWS-FILE
           IF IV-STATUS NOT = "00"
               MOVE "No interviews_info.dat file was found; no interviews are scheduled."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ INTERVIEWS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IV-COUNT < 1000
                           ADD 1 TO IV-COUNT
                           MOVE IV-COUNT TO WS-I
                           MOVE SPACES TO IV-ENTRY(WS-I)
                           UNSTRING IV-RECORD DELIMITED BY "|"
                               INTO IV-USER(WS-I)
                                    IV-EMPLOYER(WS-I)
                                    IV-TITLE(WS-I)
                                    IV-DATE(WS-I)
                                    IV-TIME(WS-I)
                                    IV-PLACE(WS-I)
                                    IV-STATE(WS-I)
                           END-UNSTRING
                           MOVE IV-EMPLOYER(WS-I) TO DTL-EMPLOYER
                           MOVE IV-TITLE(WS-I) TO DTL-TITLE
                           PERFORM FIND-POSTING
                           IF WS-K > 0
                               MOVE P-POSTER(WS-K) TO IV-POSTER(WS-I)
                           END-IF
                           IF IV-POSTER(WS-I) = SPACES
                               MOVE "(unknown)" TO IV-POSTER(WS-I)
                           END-IF
                       ELSE
                           ADD 1 TO IV-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE

           IF IV-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE IV-DROPPED TO WS-NUM-EDIT
               STRING "WARNING: " FUNCTION TRIM(WS-NUM-EDIT)
                      " interview rows past the first 1000 were not read."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

*> Insertion sort on recruiter, date and time, which lead the entry,
*> so each recruiter's day prints in time order.
       SORT-INTERVIEWS.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > IV-COUNT
               MOVE IV-ENTRY(WS-I) TO IV-HOLD
               MOVE WS-I TO WS-J
               PERFORM UNTIL WS-J < 2
                   IF IV-ENTRY(WS-J - 1) (1:27) <= IV-HOLD(1:27)
                       EXIT PERFORM
                   END-IF
                   MOVE IV-ENTRY(WS-J - 1) TO IV-ENTRY(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE IV-HOLD TO IV-ENTRY(WS-J)
           END-PERFORM
           .

*> Confirmed slots are the day's interviews; slots still proposed are
*> listed too, since the student may yet accept one of them.
       PRINT-SCHEDULE.
           MOVE SPACES TO LAST-POSTER
           MOVE 0 TO REC-SLOTS
           MOVE 0 TO REC-CONFIRMED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > IV-COUNT
               IF IV-DATE(WS-I) = SCHED-DATE
                  AND (IV-CONFIRMED(WS-I) OR IV-PROPOSED(WS-I))
                   IF IV-POSTER(WS-I) NOT = LAST-POSTER
                       PERFORM PRINT-RECRUITER-FOOTER
                       PERFORM PRINT-RECRUITER-HEADER
                   END-IF
                   PERFORM PRINT-SLOT-LINE
               END-IF
           END-PERFORM
           PERFORM PRINT-RECRUITER-FOOTER

           IF RECRUITER-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No interviews are scheduled for this date."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       PRINT-RECRUITER-HEADER.
           ADD 1 TO RECRUITER-COUNT
           MOVE IV-POSTER(WS-I) TO LAST-POSTER
           MOVE 0 TO REC-SLOTS
           MOVE 0 TO REC-CONFIRMED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "=== Recruiter " FUNCTION TRIM(LAST-POSTER) " ==="
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       PRINT-RECRUITER-FOOTER.
           IF LAST-POSTER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE REC-SLOTS TO WS-NUM-EDIT
           MOVE REC-CONFIRMED TO WS-NUM-EDIT-2
           STRING "  " FUNCTION TRIM(WS-NUM-EDIT) " slots, "
                  FUNCTION TRIM(WS-NUM-EDIT-2) " confirmed"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       PRINT-SLOT-LINE.
           ADD 1 TO REC-SLOTS
           ADD 1 TO DAY-SLOTS
           IF IV-CONFIRMED(WS-I)
               ADD 1 TO REC-CONFIRMED
               ADD 1 TO DAY-CONFIRMED
               MOVE "Confirmed" TO STATE-TEXT
           ELSE
               MOVE "Proposed, awaiting the student's reply" TO STATE-TEXT
           END-IF
           MOVE SPACES TO TIME-TEXT
           STRING IV-TIME(WS-I) (1:2) ":" IV-TIME(WS-I) (3:2)
               DELIMITED BY SIZE
               INTO TIME-TEXT
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "  " TIME-TEXT "  " FUNCTION TRIM(IV-USER(WS-I))
                  " for '" FUNCTION TRIM(IV-TITLE(WS-I))
                  "' at '" FUNCTION TRIM(IV-EMPLOYER(WS-I))
                  "'  " FUNCTION TRIM(IV-PLACE(WS-I))
                  "  " FUNCTION TRIM(STATE-TEXT)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> A student who has confirmed two interviews for the same date and
*> time, from the run date on, is listed once for each such pair so
*> the recruiters can sort it out before the day.
       PRINT-DOUBLE-BOOKINGS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "=== Students double-booked on confirmed interviews ==="
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO CLASH-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > IV-COUNT
               IF IV-CONFIRMED(WS-I) AND IV-DATE(WS-I) >= WS-NOW(1:8)
                   PERFORM CHECK-ONE-CLASH
               END-IF
           END-PERFORM

           IF CLASH-COUNT = 0
               MOVE "  None." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       CHECK-ONE-CLASH.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > IV-COUNT
               IF WS-J > WS-I AND IV-CONFIRMED(WS-J)
                  AND IV-USER(WS-J) = IV-USER(WS-I)
                  AND IV-DATE(WS-J) = IV-DATE(WS-I)
                  AND IV-TIME(WS-J) = IV-TIME(WS-I)
                   ADD 1 TO CLASH-COUNT
                   MOVE SPACES TO TIME-TEXT
                   STRING IV-TIME(WS-I) (1:2) ":" IV-TIME(WS-I) (3:2)
                       DELIMITED BY SIZE
                       INTO TIME-TEXT
                   END-STRING
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " FUNCTION TRIM(IV-USER(WS-I))
                          " on " IV-DATE(WS-I) " at " TIME-TEXT ": '"
                          FUNCTION TRIM(IV-TITLE(WS-I)) "' at '"
                          FUNCTION TRIM(IV-EMPLOYER(WS-I)) "' ("
                          FUNCTION TRIM(IV-POSTER(WS-I)) ") and '"
                          FUNCTION TRIM(IV-TITLE(WS-J)) "' at '"
                          FUNCTION TRIM(IV-EMPLOYER(WS-J)) "' ("
                          FUNCTION TRIM(IV-POSTER(WS-J)) ")"
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE RECRUITER-COUNT TO WS-NUM-EDIT
           MOVE DAY-SLOTS TO WS-NUM-EDIT-2
           MOVE DAY-CONFIRMED TO WS-NUM-EDIT-3
           STRING "Recruiters: " FUNCTION TRIM(WS-NUM-EDIT)
                  "  slots: " FUNCTION TRIM(WS-NUM-EDIT-2)
                  "  confirmed: " FUNCTION TRIM(WS-NUM-EDIT-3)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE CLASH-COUNT TO WS-NUM-EDIT
           STRING "Double bookings: " FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> DATE-TEXT (YYYYMMDD) to DATE-INT, the same checks JOBARCH makes
*> on a posted date; DATE-OK is 0 for anything unreadable.
       CHECK-DATE-TEXT.
           MOVE 0 TO DATE-OK
           MOVE 0 TO DATE-INT
           IF DATE-TEXT IS NUMERIC
               MOVE DATE-TEXT(5:2) TO DATE-MONTH
               MOVE DATE-TEXT(7:2) TO DATE-DAY
               IF DATE-MONTH >= 1 AND DATE-MONTH <= 12
                  AND DATE-DAY >= 1 AND DATE-DAY <= 31
                   MOVE DATE-TEXT TO DATE-NUM
                   COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
                   IF DATE-INT > 0
                       MOVE 1 TO DATE-OK
                   END-IF
               END-IF
           END-IF
           .
