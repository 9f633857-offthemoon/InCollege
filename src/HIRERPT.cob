       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIRERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "jobs_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "hiring_funnel_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOBS-FILE.
       01 JOB-RECORD                       PIC X(500).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD                   PIC X(500).

       FD APPLICATIONS-FILE.
       01 APPL-RECORD                      PIC X(200).

*> Journal lines carry the after-image from column 302 on; only the
*> event itself (columns 1-300) is parsed, so nothing inside an image
*> is ever taken for an event.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                   PIC X(2010).

       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

       WORKING-STORAGE SECTION.

       01 JOBS-STATUS                      PIC XX VALUE "00".
       01 ARCHIVE-STATUS                   PIC XX VALUE "00".
       01 APPL-STATUS                      PIC XX VALUE "00".
       01 JOURNAL-STATUS                   PIC XX VALUE "00".
       01 REPORT-STATUS                    PIC XX VALUE "00".

       01 WS-I                             PIC 9999 VALUE 0.
       01 WS-J                             PIC 9999 VALUE 0.
       01 WS-K                             PIC 9999 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 FOUND                            PIC 9 VALUE 0.
       01 CMDLINE                          PIC X(120) VALUE SPACES.
       01 DAYS-TXT                         PIC X(4) VALUE SPACES.
       01 DAYS-ARG-OK                      PIC 9 VALUE 0.

*> An application still "Submitted" this many days after A-DATE is
*> listed for follow-up with the employer. Defaults to 14 days and
*> can be overridden on the command line, the same way JOBARCH
*> takes its cutoff.
       01 STALE-DAYS                       PIC 9(4) VALUE 14.

       01 RUN-DATE-NUM                     PIC 9(8) VALUE 0.
       01 RUN-DATE-INT                     PIC S9(9) VALUE 0.
       01 DATE-TEXT                        PIC X(8) VALUE SPACES.
       01 DATE-NUM                         PIC 9(8) VALUE 0.
       01 DATE-INT                         PIC S9(9) VALUE 0.
       01 DATE-OK                          PIC 9 VALUE 0.
       01 DATE-MONTH                       PIC 99 VALUE 0.
       01 DATE-DAY                         PIC 99 VALUE 0.
       01 APPLIED-INT                      PIC S9(9) VALUE 0.
       01 ELAPSED-DAYS                     PIC S9(9) VALUE 0.

*> ---------------------------------------------------------------
*> Funnel counters, laid out once and repeated for every posting,
*> every employer and the system total, so one print paragraph
*> serves all three by a group MOVE into FUNNEL-COUNTS.
*>   applied      - applications on file
*>   now-*        - current status of those applications
*>   reached-*    - got at least as far as that stage, from the
*>                  current status and any status the journal shows
*>                  it passing through
*>   decided      - moved off Submitted at least once
*>   timed/days   - decisions whose first journal event could be
*>                  dated against A-DATE, and their summed days
*> ---------------------------------------------------------------
       01 FUNNEL-COUNTS.
           05 FC-APPLIED                   PIC 9(5).
           05 FC-NOW-S                     PIC 9(5).
           05 FC-NOW-R                     PIC 9(5).
           05 FC-NOW-I                     PIC 9(5).
           05 FC-NOW-O                     PIC 9(5).
           05 FC-NOW-N                     PIC 9(5).
           05 FC-REACHED-R                 PIC 9(5).
           05 FC-REACHED-I                 PIC 9(5).
           05 FC-REACHED-O                 PIC 9(5).
           05 FC-DECIDED                   PIC 9(5).
           05 FC-TIMED                     PIC 9(5).
           05 FC-DAYS                      PIC 9(8).

*> Live postings first, then the archive; a pair found in both (a
*> JOBARCH run cut short between its two writes) is counted once.
*> Applications whose posting is on neither file still get a row,
*> so nothing drops out of the employer and system totals.
       01 POST-COUNT                       PIC 9999 VALUE 0.
       01 POST-MAX                         PIC 9999 VALUE 1200.
       01 POST-DROPPED                     PIC 9999 VALUE 0.
       01 POSTINGS.
           05 POST-ENTRY OCCURS 1200 TIMES.
               10 P-EMPLOYER               PIC X(50).
               10 P-TITLE                  PIC X(50).
               10 P-SOURCE                 PIC X(1).
                  88 POST-LIVE     VALUE "L".
                  88 POST-ARCHIVED VALUE "A".
                  88 POST-REMOVED  VALUE "R".
               10 P-COUNTS.
                   15 FILLER               PIC X(63).

       01 EMP-COUNT                        PIC 9999 VALUE 0.
       01 EMPLOYERS.
           05 EMP-ENTRY OCCURS 1200 TIMES.
               10 EM-EMPLOYER              PIC X(50).
               10 EM-POSTINGS              PIC 9999.
               10 EM-COUNTS.
                   15 FILLER               PIC X(63).

       01 TOTAL-COUNTS.
           05 FILLER                       PIC X(63).

*> Second copy of the counter layout, holding the posting being
*> added into an employer or the system total.
       01 HOLD-COUNTS.
           05 HC-APPLIED                   PIC 9(5).
           05 HC-NOW-S                     PIC 9(5).
           05 HC-NOW-R                     PIC 9(5).
           05 HC-NOW-I                     PIC 9(5).
           05 HC-NOW-O                     PIC 9(5).
           05 HC-NOW-N                     PIC 9(5).
           05 HC-REACHED-R                 PIC 9(5).
           05 HC-REACHED-I                 PIC 9(5).
           05 HC-REACHED-O                 PIC 9(5).
           05 HC-DECIDED                   PIC 9(5).
           05 HC-TIMED                     PIC 9(5).
           05 HC-DAYS                      PIC 9(8).

       01 APPL-COUNT                       PIC 999 VALUE 0.
       01 APPLICATIONS.
           05 APPL-ENTRY OCCURS 500 TIMES.
               10 A-USER                   PIC X(15).
               10 A-EMPLOYER               PIC X(50).
               10 A-TITLE                  PIC X(50).
               10 A-DATE                   PIC X(10).
               10 A-STATUS                 PIC X(1).
                  88 APPL-SUBMITTED    VALUE "S".
                  88 APPL-REVIEWED     VALUE "R".
                  88 APPL-INTERVIEW    VALUE "I".
                  88 APPL-OFFER-MADE   VALUE "O".
                  88 APPL-NOT-SELECTED VALUE "N".
               10 A-NOTIFY                 PIC X(1).
               10 A-POST-ID                PIC 9999.
               10 A-EVER-R                 PIC 9.
               10 A-EVER-I                 PIC 9.
               10 A-EVER-O                 PIC 9.
               10 A-FIRST-DECISION         PIC X(8).

*> Journal line: seq|stamp|actor|action|detail. A status change's
*> detail reads 'user' for 'title' at 'employer': Old -> New.
       01 JRNL-SEQ-TXT                     PIC X(6) VALUE SPACES.
       01 JRNL-STAMP                       PIC X(21) VALUE SPACES.
       01 JRNL-ACTOR                       PIC X(15) VALUE SPACES.
       01 JRNL-ACTION                      PIC X(30) VALUE SPACES.
       01 JRNL-DETAIL                      PIC X(220) VALUE SPACES.
       01 DTL-USER                         PIC X(20) VALUE SPACES.
       01 DTL-TITLE                        PIC X(50) VALUE SPACES.
       01 DTL-EMPLOYER                     PIC X(50) VALUE SPACES.
       01 DTL-OLD                          PIC X(20) VALUE SPACES.
       01 DTL-NEW                          PIC X(20) VALUE SPACES.
       01 DTL-STATUS-TEXT                  PIC X(20) VALUE SPACES.
       01 DTL-STATUS-CODE                  PIC X(1) VALUE SPACE.
       01 EVENTS-READ                      PIC 9(6) VALUE 0.
       01 EVENTS-MATCHED                   PIC 9(6) VALUE 0.

       01 STALE-LISTED                     PIC 9(5) VALUE 0.
       01 RATE-NUM                         PIC 9(5) VALUE 0.
       01 RATE-DEN                         PIC 9(5) VALUE 0.
       01 RATE-PCT                         PIC 9(5) VALUE 0.
       01 RATE-EDIT                        PIC ZZ9.
       01 RATE-TXT                         PIC X(8) VALUE SPACES.
       01 RATE-TXT-R                       PIC X(8) VALUE SPACES.
       01 RATE-TXT-I                       PIC X(8) VALUE SPACES.
       01 RATE-TXT-O                       PIC X(8) VALUE SPACES.
       01 AVG-DAYS                         PIC 9(5)V9 VALUE 0.
       01 AVG-EDIT                         PIC Z(4)9.9.
       01 FUNNEL-LABEL                     PIC X(150) VALUE SPACES.

*> Zero-suppressing de-editing fields, same convention ACCTRPT uses.
       01 WS-NUM-EDIT                      PIC Z(4)9.
       01 WS-NUM-EDIT-2                    PIC Z(4)9.
       01 WS-NUM-EDIT-3                    PIC Z(4)9.
       01 WS-NUM-EDIT-4                    PIC Z(4)9.
       01 WS-NUM-EDIT-5                    PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-STALE-DAYS
           OPEN OUTPUT REPORT-FILE
           MOVE "--- Hiring Funnel Report ---" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO RUN-DATE-NUM
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           MOVE SPACES TO REPORT-RECORD
           MOVE STALE-DAYS TO WS-NUM-EDIT
           STRING "Run date: " WS-NOW(1:8)
                  "  follow-up after: " FUNCTION TRIM(WS-NUM-EDIT)
                  " days in Submitted"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           PERFORM LOAD-LIVE-POSTINGS
           PERFORM LOAD-ARCHIVED-POSTINGS
           PERFORM LOAD-APPLICATIONS
           PERFORM SCAN-JOURNAL
           PERFORM TALLY-APPLICATIONS
           PERFORM PRINT-BY-POSTING
           PERFORM PRINT-BY-EMPLOYER
           PERFORM PRINT-SYSTEM-TOTAL
           PERFORM PRINT-STALE-APPLICATIONS

           CLOSE REPORT-FILE
           STOP RUN
           .

*> The number of days can arrive with trailing spaces in a 120-byte
*> command-line buffer, so it is validated digit by digit the same
*> way JOBARCH validates its cutoff.
       GET-STALE-DAYS.
           MOVE SPACES TO CMDLINE
           ACCEPT CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO DAYS-TXT
           MOVE FUNCTION TRIM(CMDLINE) TO DAYS-TXT
           IF DAYS-TXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO DAYS-ARG-OK
           IF DAYS-TXT(1:1) < "0" OR DAYS-TXT(1:1) > "9"
               MOVE 0 TO DAYS-ARG-OK
           END-IF
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 4
               IF DAYS-TXT(WS-I:1) NOT = SPACE AND
                  (DAYS-TXT(WS-I:1) < "0" OR DAYS-TXT(WS-I:1) > "9")
                   MOVE 0 TO DAYS-ARG-OK
               END-IF
           END-PERFORM

           IF DAYS-ARG-OK = 1
               COMPUTE STALE-DAYS = FUNCTION NUMVAL(DAYS-TXT)
           END-IF
           .

       LOAD-LIVE-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF JOBS-STATUS NOT = "00"
               MOVE "No jobs_info.dat file was found; only archived postings are covered."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO DTL-EMPLOYER
                       MOVE SPACES TO DTL-TITLE
                       UNSTRING JOB-RECORD DELIMITED BY "|"
                           INTO DTL-EMPLOYER
                                DTL-TITLE
                       END-UNSTRING
                       MOVE "L" TO DTL-STATUS-CODE
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
                       MOVE SPACES TO DTL-EMPLOYER
                       MOVE SPACES TO DTL-TITLE
                       UNSTRING ARCHIVE-RECORD DELIMITED BY "|"
                           INTO DTL-EMPLOYER
                                DTL-TITLE
                       END-UNSTRING
                       MOVE "A" TO DTL-STATUS-CODE
                       PERFORM ADD-POSTING
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

*> Adds DTL-EMPLOYER/DTL-TITLE with source DTL-STATUS-CODE unless the
*> pair is already on the table; WS-K is left on the posting's row,
*> or 0 when the table is full.
       ADD-POSTING.
           IF DTL-EMPLOYER = SPACES AND DTL-TITLE = SPACES
               MOVE 0 TO WS-K
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSTING
           IF WS-K > 0
               EXIT PARAGRAPH
           END-IF
           IF POST-COUNT >= POST-MAX
               ADD 1 TO POST-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POST-COUNT
           MOVE POST-COUNT TO WS-K
           MOVE DTL-EMPLOYER TO P-EMPLOYER(WS-K)
           MOVE DTL-TITLE TO P-TITLE(WS-K)
           MOVE DTL-STATUS-CODE TO P-SOURCE(WS-K)
           MOVE ZEROS TO P-COUNTS(WS-K)
           .

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

       LOAD-APPLICATIONS.
           MOVE 0 TO APPL-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF APPL-STATUS NOT = "00"
               MOVE "No applications_info.dat file was found; every funnel is empty."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ APPLICATIONS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APPL-COUNT < 500
                           ADD 1 TO APPL-COUNT
                           MOVE APPL-COUNT TO WS-I
                           MOVE SPACES TO APPL-ENTRY(WS-I)
                           UNSTRING APPL-RECORD DELIMITED BY "|"
                               INTO A-USER(WS-I)
                                    A-EMPLOYER(WS-I)
                                    A-TITLE(WS-I)
                                    A-DATE(WS-I)
                                    A-STATUS(WS-I)
                                    A-NOTIFY(WS-I)
                           END-UNSTRING
                           MOVE 0 TO A-EVER-R(WS-I)
                           MOVE 0 TO A-EVER-I(WS-I)
                           MOVE 0 TO A-EVER-O(WS-I)
                           MOVE SPACES TO A-FIRST-DECISION(WS-I)
                           MOVE A-EMPLOYER(WS-I) TO DTL-EMPLOYER
                           MOVE A-TITLE(WS-I) TO DTL-TITLE
                           MOVE "R" TO DTL-STATUS-CODE
                           PERFORM ADD-POSTING
                           MOVE WS-K TO A-POST-ID(WS-I)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

*> One pass over the journal: every status-change event is matched
*> to its application by user/title/employer and marks the stages
*> the application has passed through. The first such event on or
*> after A-DATE is the employer's first decision.
       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE "No change_journal.dat file was found; stages are taken from current status only."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-JOURNAL-EVENT
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       CHECK-JOURNAL-EVENT.
           MOVE SPACES TO JRNL-SEQ-TXT
           MOVE SPACES TO JRNL-STAMP
           MOVE SPACES TO JRNL-ACTOR
           MOVE SPACES TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           UNSTRING JOURNAL-RECORD(1:300) DELIMITED BY "|"
               INTO JRNL-SEQ-TXT
                    JRNL-STAMP
                    JRNL-ACTOR
                    JRNL-ACTION
                    JRNL-DETAIL
           END-UNSTRING
           IF FUNCTION TRIM(JRNL-ACTION) NOT = "APPLICATION STATUS CHANGED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENTS-READ

           MOVE SPACES TO DTL-USER
           MOVE SPACES TO DTL-TITLE
           MOVE SPACES TO DTL-EMPLOYER
           MOVE SPACES TO DTL-OLD
           MOVE SPACES TO DTL-NEW
           UNSTRING JRNL-DETAIL DELIMITED BY "' for '" OR "' at '"
               OR "': " OR " -> "
               INTO DTL-USER
                    DTL-TITLE
                    DTL-EMPLOYER
                    DTL-OLD
                    DTL-NEW
           END-UNSTRING
           IF DTL-USER(1:1) NOT = "'"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > APPL-COUNT
               IF A-USER(WS-I) = DTL-USER(2:15)
                  AND A-TITLE(WS-I) = DTL-TITLE
                  AND A-EMPLOYER(WS-I) = DTL-EMPLOYER
                   MOVE 1 TO FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND = 0
               EXIT PARAGRAPH
           END-IF

*> an event older than the application belongs to an earlier
*> application for the same posting that has since been removed.
           MOVE A-DATE(WS-I) (1:8) TO DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           IF DATE-OK = 1 AND JRNL-STAMP(1:8) < A-DATE(WS-I) (1:8)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENTS-MATCHED

           MOVE DTL-OLD TO DTL-STATUS-TEXT
           PERFORM MARK-STAGE-REACHED
           MOVE DTL-NEW TO DTL-STATUS-TEXT
           PERFORM MARK-STAGE-REACHED

           IF A-FIRST-DECISION(WS-I) = SPACES
               MOVE JRNL-STAMP(1:8) TO A-FIRST-DECISION(WS-I)
           END-IF
           .

       MARK-STAGE-REACHED.
           EVALUATE FUNCTION TRIM(DTL-STATUS-TEXT)
               WHEN "Reviewed"
                   MOVE 1 TO A-EVER-R(WS-I)
               WHEN "Interview"
                   MOVE 1 TO A-EVER-I(WS-I)
               WHEN "Offer made"
                   MOVE 1 TO A-EVER-O(WS-I)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> Rolls every application into its posting's counters, then every
*> posting into its employer's and the system total.
       TALLY-APPLICATIONS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > APPL-COUNT
               IF A-POST-ID(WS-I) > 0
                   MOVE A-POST-ID(WS-I) TO WS-K
                   MOVE P-COUNTS(WS-K) TO FUNNEL-COUNTS
                   PERFORM COUNT-ONE-APPLICATION
                   MOVE FUNNEL-COUNTS TO P-COUNTS(WS-K)
               END-IF
           END-PERFORM

           MOVE ZEROS TO TOTAL-COUNTS
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > POST-COUNT
               MOVE 0 TO FOUND
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > EMP-COUNT
                   IF EM-EMPLOYER(WS-J) = P-EMPLOYER(WS-K)
                       MOVE 1 TO FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FOUND = 0
                   ADD 1 TO EMP-COUNT
                   MOVE EMP-COUNT TO WS-J
                   MOVE P-EMPLOYER(WS-K) TO EM-EMPLOYER(WS-J)
                   MOVE 0 TO EM-POSTINGS(WS-J)
                   MOVE ZEROS TO EM-COUNTS(WS-J)
               END-IF
               ADD 1 TO EM-POSTINGS(WS-J)
               MOVE EM-COUNTS(WS-J) TO FUNNEL-COUNTS
               PERFORM ADD-POSTING-COUNTS
               MOVE FUNNEL-COUNTS TO EM-COUNTS(WS-J)
               MOVE TOTAL-COUNTS TO FUNNEL-COUNTS
               PERFORM ADD-POSTING-COUNTS
               MOVE FUNNEL-COUNTS TO TOTAL-COUNTS
           END-PERFORM
           .

       COUNT-ONE-APPLICATION.
           ADD 1 TO FC-APPLIED
           EVALUATE TRUE
               WHEN APPL-REVIEWED(WS-I)
                   ADD 1 TO FC-NOW-R
                   MOVE 1 TO A-EVER-R(WS-I)
               WHEN APPL-INTERVIEW(WS-I)
                   ADD 1 TO FC-NOW-I
                   MOVE 1 TO A-EVER-I(WS-I)
               WHEN APPL-OFFER-MADE(WS-I)
                   ADD 1 TO FC-NOW-O
                   MOVE 1 TO A-EVER-O(WS-I)
               WHEN APPL-NOT-SELECTED(WS-I)
                   ADD 1 TO FC-NOW-N
               WHEN OTHER
                   ADD 1 TO FC-NOW-S
           END-EVALUATE

*> stages can be skipped (Submitted straight to Interview), so
*> reaching a later stage counts as having reached the earlier ones.
           IF A-EVER-O(WS-I) = 1
               MOVE 1 TO A-EVER-I(WS-I)
           END-IF
           IF A-EVER-I(WS-I) = 1
               MOVE 1 TO A-EVER-R(WS-I)
           END-IF
           ADD A-EVER-R(WS-I) TO FC-REACHED-R
           ADD A-EVER-I(WS-I) TO FC-REACHED-I
           ADD A-EVER-O(WS-I) TO FC-REACHED-O

           IF NOT APPL-SUBMITTED(WS-I) OR A-FIRST-DECISION(WS-I) NOT = SPACES
               ADD 1 TO FC-DECIDED
           END-IF
           IF A-FIRST-DECISION(WS-I) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE A-DATE(WS-I) (1:8) TO DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           IF DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-INT TO APPLIED-INT
           MOVE A-FIRST-DECISION(WS-I) TO DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           IF DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FC-TIMED
           COMPUTE FC-DAYS = FC-DAYS + DATE-INT - APPLIED-INT
           .

*> Adds posting WS-K's counters into FUNNEL-COUNTS.
       ADD-POSTING-COUNTS.
           MOVE P-COUNTS(WS-K) TO HOLD-COUNTS
           ADD HC-APPLIED TO FC-APPLIED
           ADD HC-NOW-S TO FC-NOW-S
           ADD HC-NOW-R TO FC-NOW-R
           ADD HC-NOW-I TO FC-NOW-I
           ADD HC-NOW-O TO FC-NOW-O
           ADD HC-NOW-N TO FC-NOW-N
           ADD HC-REACHED-R TO FC-REACHED-R
           ADD HC-REACHED-I TO FC-REACHED-I
           ADD HC-REACHED-O TO FC-REACHED-O
           ADD HC-DECIDED TO FC-DECIDED
           ADD HC-TIMED TO FC-TIMED
           ADD HC-DAYS TO FC-DAYS
           .

       PRINT-BY-POSTING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "=== By posting ===" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > POST-COUNT
               MOVE P-COUNTS(WS-K) TO FUNNEL-COUNTS
*> an archived posting nobody applied to says nothing about hiring;
*> live ones are always shown so an empty funnel is visible.
               IF POST-LIVE(WS-K) OR FC-APPLIED > 0
                   MOVE SPACES TO FUNNEL-LABEL
                   EVALUATE TRUE
                       WHEN POST-LIVE(WS-K)
                           STRING "'" FUNCTION TRIM(P-TITLE(WS-K))
                                  "' at '" FUNCTION TRIM(P-EMPLOYER(WS-K))
                                  "' (live)"
                               DELIMITED BY SIZE
                               INTO FUNNEL-LABEL
                           END-STRING
                       WHEN POST-ARCHIVED(WS-K)
                           STRING "'" FUNCTION TRIM(P-TITLE(WS-K))
                                  "' at '" FUNCTION TRIM(P-EMPLOYER(WS-K))
                                  "' (archived)"
                               DELIMITED BY SIZE
                               INTO FUNNEL-LABEL
                           END-STRING
                       WHEN OTHER
                           STRING "'" FUNCTION TRIM(P-TITLE(WS-K))
                                  "' at '" FUNCTION TRIM(P-EMPLOYER(WS-K))
                                  "' (no longer on file)"
                               DELIMITED BY SIZE
                               INTO FUNNEL-LABEL
                           END-STRING
                   END-EVALUATE
                   PERFORM PRINT-FUNNEL
               END-IF
           END-PERFORM
           IF POST-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE POST-DROPPED TO WS-NUM-EDIT
               STRING "Warning: " FUNCTION TRIM(WS-NUM-EDIT)
                      " archived postings past the report's table size were not covered."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       PRINT-BY-EMPLOYER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "=== By employer ===" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > EMP-COUNT
               MOVE EM-COUNTS(WS-J) TO FUNNEL-COUNTS
               MOVE SPACES TO FUNNEL-LABEL
               MOVE EM-POSTINGS(WS-J) TO WS-NUM-EDIT
               STRING FUNCTION TRIM(EM-EMPLOYER(WS-J))
                      " (" FUNCTION TRIM(WS-NUM-EDIT) " postings)"
                   DELIMITED BY SIZE
                   INTO FUNNEL-LABEL
               END-STRING
               PERFORM PRINT-FUNNEL
           END-PERFORM
           .

       PRINT-SYSTEM-TOTAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "=== All postings ===" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TOTAL-COUNTS TO FUNNEL-COUNTS
           MOVE SPACES TO FUNNEL-LABEL
           MOVE POST-COUNT TO WS-NUM-EDIT
           MOVE EVENTS-MATCHED TO WS-NUM-EDIT-2
           STRING FUNCTION TRIM(WS-NUM-EDIT) " postings, "
                  FUNCTION TRIM(WS-NUM-EDIT-2)
                  " status-change journal events matched"
               DELIMITED BY SIZE
               INTO FUNNEL-LABEL
           END-STRING
           PERFORM PRINT-FUNNEL
           .

*> Prints FUNNEL-LABEL and the three funnel lines for FUNNEL-COUNTS:
*> how far applications got (each rate against the stage before
*> it), where they sit now, and how long the first decision took.
       PRINT-FUNNEL.
           MOVE FUNNEL-LABEL TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE FC-REACHED-R TO RATE-NUM
           MOVE FC-APPLIED TO RATE-DEN
           PERFORM FORMAT-RATE
           MOVE RATE-TXT TO RATE-TXT-R
           MOVE FC-REACHED-I TO RATE-NUM
           MOVE FC-REACHED-R TO RATE-DEN
           PERFORM FORMAT-RATE
           MOVE RATE-TXT TO RATE-TXT-I
           MOVE FC-REACHED-O TO RATE-NUM
           MOVE FC-REACHED-I TO RATE-DEN
           PERFORM FORMAT-RATE
           MOVE RATE-TXT TO RATE-TXT-O

           MOVE SPACES TO REPORT-RECORD
           MOVE FC-APPLIED TO WS-NUM-EDIT
           MOVE FC-REACHED-R TO WS-NUM-EDIT-2
           MOVE FC-REACHED-I TO WS-NUM-EDIT-3
           MOVE FC-REACHED-O TO WS-NUM-EDIT-4
           STRING "  Reached: applied " FUNCTION TRIM(WS-NUM-EDIT)
                  ", reviewed " FUNCTION TRIM(WS-NUM-EDIT-2)
                  " " FUNCTION TRIM(RATE-TXT-R)
                  ", interview " FUNCTION TRIM(WS-NUM-EDIT-3)
                  " " FUNCTION TRIM(RATE-TXT-I)
                  ", offer " FUNCTION TRIM(WS-NUM-EDIT-4)
                  " " FUNCTION TRIM(RATE-TXT-O)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE FC-NOW-S TO WS-NUM-EDIT
           MOVE FC-NOW-R TO WS-NUM-EDIT-2
           MOVE FC-NOW-I TO WS-NUM-EDIT-3
           MOVE FC-NOW-O TO WS-NUM-EDIT-4
           MOVE FC-NOW-N TO WS-NUM-EDIT-5
           STRING "  Now:     submitted " FUNCTION TRIM(WS-NUM-EDIT)
                  ", reviewed " FUNCTION TRIM(WS-NUM-EDIT-2)
                  ", interview " FUNCTION TRIM(WS-NUM-EDIT-3)
                  ", offer made " FUNCTION TRIM(WS-NUM-EDIT-4)
                  ", not selected " FUNCTION TRIM(WS-NUM-EDIT-5)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE FC-DECIDED TO WS-NUM-EDIT
           IF FC-TIMED = 0
               STRING "  Decided: " FUNCTION TRIM(WS-NUM-EDIT)
                      ", no first-decision dates on the journal"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               COMPUTE AVG-DAYS ROUNDED = FC-DAYS / FC-TIMED
               MOVE AVG-DAYS TO AVG-EDIT
               MOVE FC-TIMED TO WS-NUM-EDIT-2
               STRING "  Decided: " FUNCTION TRIM(WS-NUM-EDIT)
                      ", average " FUNCTION TRIM(AVG-EDIT)
                      " days from application to first decision ("
                      FUNCTION TRIM(WS-NUM-EDIT-2) " dated)"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .

*> RATE-NUM as a whole percentage of RATE-DEN, in brackets; a stage
*> nobody reached has no rate.
       FORMAT-RATE.
           MOVE SPACES TO RATE-TXT
           IF RATE-DEN = 0
               MOVE "(-)" TO RATE-TXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE RATE-PCT ROUNDED = RATE-NUM * 100 / RATE-DEN
           MOVE RATE-PCT TO RATE-EDIT
           STRING "(" FUNCTION TRIM(RATE-EDIT) "%)"
               DELIMITED BY SIZE
               INTO RATE-TXT
           END-STRING
           .

*> Everything still waiting on the employer's first look after the
*> follow-up threshold, in application-file order.
       PRINT-STALE-APPLICATIONS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE STALE-DAYS TO WS-NUM-EDIT
           STRING "=== Still Submitted after " FUNCTION TRIM(WS-NUM-EDIT)
                  " days ==="
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE 0 TO STALE-LISTED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > APPL-COUNT
               IF APPL-SUBMITTED(WS-I)
                   MOVE A-DATE(WS-I) (1:8) TO DATE-TEXT
                   PERFORM CHECK-DATE-TEXT
                   IF DATE-OK = 1
                       COMPUTE ELAPSED-DAYS = RUN-DATE-INT - DATE-INT
                       IF ELAPSED-DAYS > STALE-DAYS
                           PERFORM PRINT-STALE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           IF STALE-LISTED = 0
               MOVE "  None." TO REPORT-RECORD
           ELSE
               MOVE STALE-LISTED TO WS-NUM-EDIT
               STRING "  " FUNCTION TRIM(WS-NUM-EDIT)
                      " applications need a follow-up with the employer."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .

       PRINT-STALE-LINE.
           ADD 1 TO STALE-LISTED
           MOVE SPACES TO REPORT-RECORD
           MOVE ELAPSED-DAYS TO WS-NUM-EDIT
           STRING "  " FUNCTION TRIM(A-USER(WS-I))
                  " for '" FUNCTION TRIM(A-TITLE(WS-I))
                  "' at '" FUNCTION TRIM(A-EMPLOYER(WS-I))
                  "' applied " A-DATE(WS-I) (1:8)
                  " (" FUNCTION TRIM(WS-NUM-EDIT) " days)"
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
