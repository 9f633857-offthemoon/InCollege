       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts_info.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-NAME
               FILE STATUS IS ACCOUNTS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "login_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "activity_trend_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT CSV-FILE ASSIGN TO "activity_trend_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.

*> Keyed account record; the trend only needs the username and the
*> university each account is counted under.
       FD ACCOUNTS-FILE.
       01 ACCT-REC.
           05 AX-NAME                      PIC X(15).
           05 FILLER                       PIC X(42).
           05 AX-UNIV                      PIC X(50).
           05 FILLER                       PIC X(1599).

       FD AUDIT-FILE.
       01 AUDIT-RECORD                     PIC X(200).

*> Journal lines carry the after-image from column 302 on; only the
*> event itself (columns 1-300) is parsed, so nothing inside an image
*> is ever taken for an event.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                   PIC X(2010).

       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

       FD CSV-FILE.
       01 CSV-RECORD                       PIC X(200).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-STATUS                  PIC XX VALUE "00".
       01 AUDIT-STATUS                     PIC XX VALUE "00".
       01 JOURNAL-STATUS                   PIC XX VALUE "00".
       01 REPORT-STATUS                    PIC XX VALUE "00".
       01 CSV-STATUS                       PIC XX VALUE "00".

       01 WS-I                             PIC 9999 VALUE 0.
       01 WS-J                             PIC 9999 VALUE 0.
       01 WS-K                             PIC 9999 VALUE 0.
       01 WS-M                             PIC 99 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 CMDLINE                          PIC X(120) VALUE SPACES.

*> The twelve months end with the run month unless a YYYYMM month is
*> given on the command line, so a month can be re-reported after
*> it has closed. Months are carried as year * 12 + month - 1 so the
*> window can cross a year end with plain arithmetic.
       01 MONTH-ARG                        PIC X(6) VALUE SPACES.
       01 MONTH-ARG-OK                     PIC 9 VALUE 0.
       01 END-MONTH                        PIC 9(6) VALUE 0.
       01 END-ABS                          PIC 9(6) VALUE 0.
       01 START-ABS                        PIC 9(6) VALUE 0.
       01 EVENT-ABS                        PIC 9(6) VALUE 0.
       01 EVENT-MONTH-TXT                  PIC X(6) VALUE SPACES.
       01 EVENT-MONTH                      PIC 9(6) VALUE 0.
       01 MONTH-IX                         PIC 99 VALUE 0.
       01 CAL-YEAR                         PIC 9(4) VALUE 0.
       01 CAL-MONTH                        PIC 99 VALUE 0.
       01 MONTH-TABLE.
           05 MONTH-LABEL OCCURS 12 TIMES  PIC X(7).

*> ---------------------------------------------------------------
*> Trend counters, one slot per month plus a thirteenth for the
*> whole twelve months, laid out once and repeated for every
*> university and the system total, so one print paragraph serves
*> both by a group MOVE into TREND-COUNTS (as HIRERPT does with
*> its funnel). Active users are distinct accounts with at least
*> one successful login; the twelve-month slot counts each account
*> once, so it is not the sum of the months.
*> ---------------------------------------------------------------
       01 TREND-COUNTS.
           05 TC-SLOT OCCURS 13 TIMES.
               10 TC-ACTIVE                PIC 9(5).
               10 TC-NEW                   PIC 9(5).
               10 TC-POSTS                 PIC 9(5).
               10 TC-APPLS                 PIC 9(5).
               10 TC-MSGS                  PIC 9(5).
               10 TC-CONNS                 PIC 9(5).
               10 TC-SKILLS                PIC 9(5).

       01 TOTAL-COUNTS.
           05 TT-SLOT OCCURS 13 TIMES.
               10 TT-ACTIVE                PIC 9(5).
               10 TT-NEW                   PIC 9(5).
               10 TT-POSTS                 PIC 9(5).
               10 TT-APPLS                 PIC 9(5).
               10 TT-MSGS                  PIC 9(5).
               10 TT-CONNS                 PIC 9(5).
               10 TT-SKILLS                PIC 9(5).

*> Universities as U-UNIV holds them today. Accounts with none are
*> grouped under their own heading, and so is activity by usernames
*> no longer on file (deleted since), so the universities still add
*> up to the system total.
       01 UNIV-COUNT                       PIC 999 VALUE 0.
       01 UNIV-MAX                         PIC 999 VALUE 200.
       01 UNIV-DROPPED                     PIC 9(5) VALUE 0.
       01 UNIV-TABLE.
           05 UNIV-ENTRY OCCURS 200 TIMES.
               10 UV-NAME                  PIC X(50).
               10 UV-ACCOUNTS              PIC 9(5).
               10 UV-COUNTS.
                   15 UV-SLOT OCCURS 13 TIMES.
                       20 UV-ACTIVE        PIC 9(5).
                       20 UV-NEW           PIC 9(5).
                       20 UV-POSTS         PIC 9(5).
                       20 UV-APPLS         PIC 9(5).
                       20 UV-MSGS          PIC 9(5).
                       20 UV-CONNS         PIC 9(5).
                       20 UV-SKILLS        PIC 9(5).
       01 UNIV-ORDER.
           05 UV-ORDER-IX OCCURS 200 TIMES PIC 999.
       01 ORDER-COUNT                      PIC 999 VALUE 0.
       01 ORDER-HOLD                       PIC 999 VALUE 0.
       01 UNIV-IX                          PIC 999 VALUE 0.
       01 GONE-IX                          PIC 999 VALUE 0.
       01 UNIV-KEY                         PIC X(50) VALUE SPACES.
       01 NO-UNIV-NAME                     PIC X(50)
                                           VALUE "(no university given)".
       01 GONE-UNIV-NAME                   PIC X(50)
                                           VALUE "(account no longer on file)".

*> Every account on file, plus any username the logs name that is
*> no longer on file, with the months it logged in successfully.
       01 ACCT-COUNT                       PIC 9999 VALUE 0.
       01 ACCT-MAX                         PIC 9999 VALUE 1000.
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 1000 TIMES.
               10 AC-NAME                  PIC X(15).
               10 AC-UNIV-IX               PIC 999.
               10 AC-MONTH-ACTIVE OCCURS 12 TIMES PIC 9.
               10 AC-ANY-ACTIVE            PIC 9.
       01 ACCT-IX                          PIC 9999 VALUE 0.
       01 EVENT-USER                       PIC X(15) VALUE SPACES.

       01 AUDIT-SEQ-TXT                    PIC X(6) VALUE SPACES.
       01 AUDIT-USER                       PIC X(15) VALUE SPACES.
       01 AUDIT-RESULT                     PIC X(1) VALUE SPACE.
       01 AUDIT-WHEN                       PIC X(21) VALUE SPACES.
       01 LOGINS-COUNTED                   PIC 9(6) VALUE 0.

*> Journal line: seq|stamp|actor|action|detail. Every event counted
*> here is credited to its actor: the new account, the recruiter who
*> posted, the applicant, the sender, the user who accepted, and the
*> student who completed the skill.
       01 JRNL-SEQ-TXT                     PIC X(6) VALUE SPACES.
       01 JRNL-STAMP                       PIC X(21) VALUE SPACES.
       01 JRNL-ACTOR                       PIC X(15) VALUE SPACES.
       01 JRNL-ACTION                      PIC X(30) VALUE SPACES.
       01 EVENTS-COUNTED                   PIC 9(6) VALUE 0.
       01 MEASURE-CODE                     PIC X(1) VALUE SPACE.
          88 MEASURE-NEW    VALUE "N".
          88 MEASURE-POSTS  VALUE "P".
          88 MEASURE-APPLS  VALUE "A".
          88 MEASURE-MSGS   VALUE "M".
          88 MEASURE-CONNS  VALUE "C".
          88 MEASURE-SKILLS VALUE "K".

       01 TABLE-LABEL                      PIC X(150) VALUE SPACES.
       01 CSV-NAME                         PIC X(50) VALUE SPACES.

       01 TREND-HEADING                    PIC X(108) VALUE
           "Month             Active  New accounts      Postings  Applications Messages sent   Connections   Skills done".
       01 TREND-LINE.
           05 TL-LABEL                     PIC X(10).
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-ACTIVE                    PIC Z(9)9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-NEW                       PIC Z(9)9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-POSTS                     PIC Z(9)9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-APPLS                     PIC Z(9)9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-MSGS                      PIC Z(9)9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-CONNS                     PIC Z(9)9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 TL-SKILLS                    PIC Z(9)9.

*> Zero-suppressing de-editing fields, same convention ACCTRPT uses.
       01 WS-NUM-EDIT                      PIC Z(4)9.
       01 WS-NUM-EDIT-2                    PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM GET-END-MONTH
           PERFORM SET-MONTH-WINDOW

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE
           MOVE "--- Monthly Activity Trend Report ---" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date: " WS-NOW(1:8)
                  "  months: " MONTH-LABEL(1) " to " MONTH-LABEL(12)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "Active = distinct accounts with a successful login; the 12 months row counts each account once."
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           INITIALIZE TOTAL-COUNTS
           PERFORM LOAD-ACCOUNTS
           PERFORM SCAN-LOGIN-AUDIT
           PERFORM SCAN-JOURNAL
           PERFORM TALLY-ACTIVE-USERS
           PERFORM SORT-UNIVERSITIES
           PERFORM PRINT-SOURCE-TOTALS

           MOVE SPACES TO CSV-RECORD
           STRING "university,month,active_users,new_accounts,job_postings,"
                  "applications,messages_sent,connections_accepted,"
                  "skills_completed"
               DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > ORDER-COUNT
               MOVE UV-ORDER-IX(WS-K) TO UNIV-IX
               PERFORM PRINT-ONE-UNIVERSITY
           END-PERFORM
           IF GONE-IX > 0
               MOVE GONE-IX TO UNIV-IX
               PERFORM PRINT-ONE-UNIVERSITY
           END-IF
           PERFORM PRINT-SYSTEM-TOTAL

           CLOSE CSV-FILE
           CLOSE REPORT-FILE
           STOP RUN
           .

*> A YYYYMM month can arrive with trailing spaces in a 120-byte
*> command-line buffer; anything that is not six digits with a
*> month of 01-12 falls back to the run month.
       GET-END-MONTH.
           MOVE WS-NOW(1:6) TO END-MONTH
           MOVE SPACES TO CMDLINE
           ACCEPT CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO MONTH-ARG
           MOVE FUNCTION TRIM(CMDLINE) TO MONTH-ARG
           IF MONTH-ARG = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO MONTH-ARG-OK
           IF MONTH-ARG IS NOT NUMERIC
               MOVE 0 TO MONTH-ARG-OK
           ELSE
               IF MONTH-ARG(5:2) < "01" OR MONTH-ARG(5:2) > "12"
                   MOVE 0 TO MONTH-ARG-OK
               END-IF
           END-IF
           IF MONTH-ARG-OK = 1
               MOVE MONTH-ARG TO END-MONTH
           END-IF
           .

       SET-MONTH-WINDOW.
           DIVIDE END-MONTH BY 100 GIVING CAL-YEAR REMAINDER CAL-MONTH
           COMPUTE END-ABS = CAL-YEAR * 12 + CAL-MONTH - 1
           COMPUTE START-ABS = END-ABS - 11
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               COMPUTE EVENT-ABS = START-ABS + WS-M - 1
               DIVIDE EVENT-ABS BY 12 GIVING CAL-YEAR REMAINDER CAL-MONTH
               ADD 1 TO CAL-MONTH
               MOVE SPACES TO MONTH-LABEL(WS-M)
               STRING CAL-YEAR "-" CAL-MONTH
                   DELIMITED BY SIZE
                   INTO MONTH-LABEL(WS-M)
               END-STRING
           END-PERFORM
           .

       LOAD-ACCOUNTS.
           MOVE 0 TO ACCT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-STATUS NOT = "00"
               MOVE "No accounts_info.idx file was found; all activity is shown under accounts no longer on file."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(AX-NAME) NOT = SPACES
                          AND ACCT-COUNT < ACCT-MAX
                           IF FUNCTION TRIM(AX-UNIV) = SPACES
                               MOVE NO-UNIV-NAME TO UNIV-KEY
                           ELSE
                               MOVE AX-UNIV TO UNIV-KEY
                           END-IF
                           PERFORM FIND-UNIVERSITY
                           ADD 1 TO ACCT-COUNT
                           INITIALIZE ACCT-ENTRY(ACCT-COUNT)
                           MOVE AX-NAME TO AC-NAME(ACCT-COUNT)
                           MOVE UNIV-IX TO AC-UNIV-IX(ACCT-COUNT)
                           IF UNIV-IX > 0
                               ADD 1 TO UV-ACCOUNTS(UNIV-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

*> Leaves UNIV-IX on UNIV-KEY's row, adding it if new, or 0 when the
*> table is full (that activity then shows in the system total only).
       FIND-UNIVERSITY.
           MOVE 0 TO UNIV-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > UNIV-COUNT
               IF UV-NAME(WS-I) = UNIV-KEY
                   MOVE WS-I TO UNIV-IX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF UNIV-COUNT >= UNIV-MAX
               ADD 1 TO UNIV-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UNIV-COUNT
           MOVE UNIV-COUNT TO UNIV-IX
           INITIALIZE UNIV-ENTRY(UNIV-IX)
           MOVE UNIV-KEY TO UV-NAME(UNIV-IX)
           .

*> Leaves ACCT-IX on EVENT-USER's row. A name not on file is added
*> under the no-longer-on-file heading so its logins are still
*> counted once per month; ACCT-IX is 0 only if the table is full.
       FIND-ACCOUNT.
           MOVE 0 TO ACCT-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ACCT-COUNT
               IF AC-NAME(WS-I) = EVENT-USER
                   MOVE WS-I TO ACCT-IX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF ACCT-COUNT >= ACCT-MAX
               EXIT PARAGRAPH
           END-IF
           IF GONE-IX = 0
               MOVE GONE-UNIV-NAME TO UNIV-KEY
               PERFORM FIND-UNIVERSITY
               MOVE UNIV-IX TO GONE-IX
           END-IF
           ADD 1 TO ACCT-COUNT
           MOVE ACCT-COUNT TO ACCT-IX
           INITIALIZE ACCT-ENTRY(ACCT-IX)
           MOVE EVENT-USER TO AC-NAME(ACCT-IX)
           MOVE GONE-IX TO AC-UNIV-IX(ACCT-IX)
           .

*> Sets MONTH-IX to EVENT-MONTH-TXT's place in the window, or 0 when
*> it is not a month or falls outside the twelve.
       FIND-MONTH.
           MOVE 0 TO MONTH-IX
           IF EVENT-MONTH-TXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE EVENT-MONTH-TXT TO EVENT-MONTH
           DIVIDE EVENT-MONTH BY 100 GIVING CAL-YEAR REMAINDER CAL-MONTH
           COMPUTE EVENT-ABS = CAL-YEAR * 12 + CAL-MONTH - 1
           IF EVENT-ABS < START-ABS OR EVENT-ABS > END-ABS
               EXIT PARAGRAPH
           END-IF
           COMPUTE MONTH-IX = EVENT-ABS - START-ABS + 1
           .

       SCAN-LOGIN-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               MOVE "No login_audit.dat file was found; active users are shown as zero."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ AUDIT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-LOGIN-EVENT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       CHECK-LOGIN-EVENT.
           MOVE SPACES TO AUDIT-SEQ-TXT
           MOVE SPACES TO AUDIT-USER
           MOVE SPACE TO AUDIT-RESULT
           MOVE SPACES TO AUDIT-WHEN
           UNSTRING AUDIT-RECORD DELIMITED BY "|"
               INTO AUDIT-SEQ-TXT
                    AUDIT-USER
                    AUDIT-RESULT
                    AUDIT-WHEN
           END-UNSTRING
           IF AUDIT-RESULT NOT = "S" OR AUDIT-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-WHEN(1:6) TO EVENT-MONTH-TXT
           PERFORM FIND-MONTH
           IF MONTH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-USER TO EVENT-USER
           PERFORM FIND-ACCOUNT
           IF ACCT-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOGINS-COUNTED
           MOVE 1 TO AC-MONTH-ACTIVE(ACCT-IX, MONTH-IX)
           MOVE 1 TO AC-ANY-ACTIVE(ACCT-IX)
           .

       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE "No change_journal.dat file was found; only active users are shown."
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
           UNSTRING JOURNAL-RECORD(1:300) DELIMITED BY "|"
               INTO JRNL-SEQ-TXT
                    JRNL-STAMP
                    JRNL-ACTOR
                    JRNL-ACTION
           END-UNSTRING
           EVALUATE FUNCTION TRIM(JRNL-ACTION)
               WHEN "ACCOUNT CREATED"
                   MOVE "N" TO MEASURE-CODE
               WHEN "JOB POSTED"
                   MOVE "P" TO MEASURE-CODE
               WHEN "APPLICATION SUBMITTED"
                   MOVE "A" TO MEASURE-CODE
               WHEN "MESSAGE SENT"
                   MOVE "M" TO MEASURE-CODE
               WHEN "CONNECTION ACCEPTED"
                   MOVE "C" TO MEASURE-CODE
               WHEN "SKILL COMPLETED"
                   MOVE "K" TO MEASURE-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE JRNL-STAMP(1:6) TO EVENT-MONTH-TXT
           PERFORM FIND-MONTH
           IF MONTH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE JRNL-ACTOR TO EVENT-USER
           PERFORM FIND-ACCOUNT
           MOVE 0 TO UNIV-IX
           IF ACCT-IX > 0
               MOVE AC-UNIV-IX(ACCT-IX) TO UNIV-IX
           END-IF
           ADD 1 TO EVENTS-COUNTED
           PERFORM ADD-MEASURE
           .

*> Adds one MEASURE-CODE event for MONTH-IX to the system total and,
*> when UNIV-IX names one, to that university, both in the month's
*> slot and in the twelve-month slot.
       ADD-MEASURE.
           EVALUATE TRUE
               WHEN MEASURE-NEW
                   ADD 1 TO TT-NEW(MONTH-IX) TT-NEW(13)
               WHEN MEASURE-POSTS
                   ADD 1 TO TT-POSTS(MONTH-IX) TT-POSTS(13)
               WHEN MEASURE-APPLS
                   ADD 1 TO TT-APPLS(MONTH-IX) TT-APPLS(13)
               WHEN MEASURE-MSGS
                   ADD 1 TO TT-MSGS(MONTH-IX) TT-MSGS(13)
               WHEN MEASURE-CONNS
                   ADD 1 TO TT-CONNS(MONTH-IX) TT-CONNS(13)
               WHEN MEASURE-SKILLS
                   ADD 1 TO TT-SKILLS(MONTH-IX) TT-SKILLS(13)
           END-EVALUATE
           IF UNIV-IX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MEASURE-NEW
                   ADD 1 TO UV-NEW(UNIV-IX, MONTH-IX) UV-NEW(UNIV-IX, 13)
               WHEN MEASURE-POSTS
                   ADD 1 TO UV-POSTS(UNIV-IX, MONTH-IX) UV-POSTS(UNIV-IX, 13)
               WHEN MEASURE-APPLS
                   ADD 1 TO UV-APPLS(UNIV-IX, MONTH-IX) UV-APPLS(UNIV-IX, 13)
               WHEN MEASURE-MSGS
                   ADD 1 TO UV-MSGS(UNIV-IX, MONTH-IX) UV-MSGS(UNIV-IX, 13)
               WHEN MEASURE-CONNS
                   ADD 1 TO UV-CONNS(UNIV-IX, MONTH-IX) UV-CONNS(UNIV-IX, 13)
               WHEN MEASURE-SKILLS
                   ADD 1 TO UV-SKILLS(UNIV-IX, MONTH-IX) UV-SKILLS(UNIV-IX, 13)
           END-EVALUATE
           .

       TALLY-ACTIVE-USERS.
           PERFORM VARYING ACCT-IX FROM 1 BY 1 UNTIL ACCT-IX > ACCT-COUNT
               MOVE AC-UNIV-IX(ACCT-IX) TO UNIV-IX
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   IF AC-MONTH-ACTIVE(ACCT-IX, WS-M) = 1
                       ADD 1 TO TT-ACTIVE(WS-M)
                       IF UNIV-IX > 0
                           ADD 1 TO UV-ACTIVE(UNIV-IX, WS-M)
                       END-IF
                   END-IF
               END-PERFORM
               IF AC-ANY-ACTIVE(ACCT-IX) = 1
                   ADD 1 TO TT-ACTIVE(13)
                   IF UNIV-IX > 0
                       ADD 1 TO UV-ACTIVE(UNIV-IX, 13)
                   END-IF
               END-IF
           END-PERFORM
           .

*> Universities print alphabetically; the no-longer-on-file group is
*> left out of the order and printed after them.
       SORT-UNIVERSITIES.
           MOVE 0 TO ORDER-COUNT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > UNIV-COUNT
               IF WS-J NOT = GONE-IX
                   ADD 1 TO ORDER-COUNT
                   MOVE WS-J TO UV-ORDER-IX(ORDER-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 2 BY 1 UNTIL WS-J > ORDER-COUNT
               MOVE UV-ORDER-IX(WS-J) TO ORDER-HOLD
               MOVE WS-J TO WS-K
               PERFORM UNTIL WS-K < 2
                   IF UV-NAME(UV-ORDER-IX(WS-K - 1)) <= UV-NAME(ORDER-HOLD)
                       EXIT PERFORM
                   END-IF
                   MOVE UV-ORDER-IX(WS-K - 1) TO UV-ORDER-IX(WS-K)
                   SUBTRACT 1 FROM WS-K
               END-PERFORM
               MOVE ORDER-HOLD TO UV-ORDER-IX(WS-K)
           END-PERFORM
           .

       PRINT-SOURCE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           MOVE LOGINS-COUNTED TO WS-NUM-EDIT
           MOVE EVENTS-COUNTED TO WS-NUM-EDIT-2
           STRING FUNCTION TRIM(WS-NUM-EDIT)
                  " successful logins and "
                  FUNCTION TRIM(WS-NUM-EDIT-2)
                  " journal events fell inside the twelve months."
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF UNIV-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE UNIV-DROPPED TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT)
                      " accounts belong to universities beyond the report's table; they count in the system total only."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       PRINT-ONE-UNIVERSITY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO TABLE-LABEL
           MOVE UV-ACCOUNTS(UNIV-IX) TO WS-NUM-EDIT
           IF UNIV-IX = GONE-IX
               STRING "=== " FUNCTION TRIM(UV-NAME(UNIV-IX)) " ==="
                   DELIMITED BY SIZE
                   INTO TABLE-LABEL
               END-STRING
           ELSE
               STRING "=== " FUNCTION TRIM(UV-NAME(UNIV-IX))
                      " (accounts on file: " FUNCTION TRIM(WS-NUM-EDIT)
                      ") ==="
                   DELIMITED BY SIZE
                   INTO TABLE-LABEL
               END-STRING
           END-IF
           MOVE UV-COUNTS(UNIV-IX) TO TREND-COUNTS
           MOVE UV-NAME(UNIV-IX) TO CSV-NAME
           PERFORM PRINT-TREND-TABLE
           .

       PRINT-SYSTEM-TOTAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO TABLE-LABEL
           MOVE ORDER-COUNT TO WS-NUM-EDIT-2
           STRING "=== All universities (" FUNCTION TRIM(WS-NUM-EDIT-2)
                  " universities) ==="
               DELIMITED BY SIZE
               INTO TABLE-LABEL
           END-STRING
           MOVE TOTAL-COUNTS TO TREND-COUNTS
           MOVE "ALL UNIVERSITIES" TO CSV-NAME
           PERFORM PRINT-TREND-TABLE
           .

*> Prints TABLE-LABEL and the thirteen lines of TREND-COUNTS, and
*> writes the twelve month lines to the CSV copy under CSV-NAME.
       PRINT-TREND-TABLE.
           MOVE TABLE-LABEL TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TREND-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               IF WS-M > 12
                   MOVE "12 months" TO TL-LABEL
               ELSE
                   MOVE MONTH-LABEL(WS-M) TO TL-LABEL
               END-IF
               MOVE TC-ACTIVE(WS-M) TO TL-ACTIVE
               MOVE TC-NEW(WS-M) TO TL-NEW
               MOVE TC-POSTS(WS-M) TO TL-POSTS
               MOVE TC-APPLS(WS-M) TO TL-APPLS
               MOVE TC-MSGS(WS-M) TO TL-MSGS
               MOVE TC-CONNS(WS-M) TO TL-CONNS
               MOVE TC-SKILLS(WS-M) TO TL-SKILLS
               MOVE TREND-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-M <= 12
                   PERFORM WRITE-CSV-LINE
               END-IF
           END-PERFORM
           .

*> University names are quoted, since one may carry a comma.
       WRITE-CSV-LINE.
           MOVE SPACES TO CSV-RECORD
           STRING '"' FUNCTION TRIM(CSV-NAME) '",'
                  MONTH-LABEL(WS-M) ","
                  FUNCTION TRIM(TL-ACTIVE) ","
                  FUNCTION TRIM(TL-NEW) ","
                  FUNCTION TRIM(TL-POSTS) ","
                  FUNCTION TRIM(TL-APPLS) ","
                  FUNCTION TRIM(TL-MSGS) ","
                  FUNCTION TRIM(TL-CONNS) ","
                  FUNCTION TRIM(TL-SKILLS)
               DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD
           .
