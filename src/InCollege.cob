           SELECT SAVED-SEARCH-TEMP-FILE ASSIGN TO "saved_searches.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRCH-TEMP-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-STATUS.
           SELECT INTERVIEWS-TEMP-FILE ASSIGN TO "interviews_info.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-TEMP-STATUS.
           SELECT DIGEST-PREF-FILE ASSIGN TO "digest_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DP-STATUS.
           SELECT DIGEST-PREF-TEMP-FILE ASSIGN TO "digest_prefs.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DP-TEMP-STATUS.
           SELECT ADMIN-FILE ASSIGN TO "admin_credentials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADMIN-STATUS.
           SELECT RECON-FILE ASSIGN TO "accounts_reconciliation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-STATUS.
           SELECT SHORTLIST-FILE ASSIGN TO "job_shortlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHORTLIST-STATUS.
           SELECT MAINT-LOCK-FILE ASSIGN TO "maintenance.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVED-SEARCH-TEMP-FILE.
       01 SRCH-TEMP-RECORD                 PIC X(100).

       FD INTERVIEWS-FILE.
       01 IV-RECORD                        PIC X(300).

       FD INTERVIEWS-TEMP-FILE.
       01 IV-TEMP-RECORD                   PIC X(300).

       FD DIGEST-PREF-FILE.
       01 DP-RECORD                        PIC X(50).

       FD DIGEST-PREF-TEMP-FILE.
       01 DP-TEMP-RECORD                   PIC X(50).

       FD ADMIN-FILE.
       01 ADMIN-RECORD                     PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-RECORD                     PIC X(200).

*> The first 300 columns are the readable event line every report
*> reads; a replayable after-image, when the event carries one,
*> starts at column 301 so no reader ever has to parse it.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                   PIC X(2010).

       FD RECON-FILE.
       01 RECON-RECORD                     PIC X(500).

*> Built nightly by JOBMATCH; read-only here.
       FD SHORTLIST-FILE.
       01 SHORTLIST-RECORD                 PIC X(200).

*> Held by the batch jobs while they rewrite the shared files; only
*> ever read here.
       FD MAINT-LOCK-FILE.
       01 MAINT-LOCK-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-STATUS                  PIC XX VALUE "00".
               10 J-UNIV                    PIC X(50).
               10 J-POSTED                  PIC X(10).
               10 J-POSTER                  PIC X(15).
*> application deadline as YYYYMMDD (spaces = open-ended), number of
*> openings (0 = not stated, so the posting never closes itself), and
*> open/closed state; rows written before these existed load as open
*> with neither set.
               10 J-DEADLINE                PIC X(8).
               10 J-OPENINGS                PIC 999.
               10 J-STATE                   PIC X(1).
                  88 JOB-OPEN   VALUE "O".
                  88 JOB-CLOSED VALUE "C".
       01 JOB-SEARCH-TEXT                   PIC X(50) VALUE SPACES.
       01 JOB-MATCH-COUNT                   PIC 999 VALUE 0.
       01 JOB-OPENINGS-TEXT                 PIC X(3) VALUE SPACES.
*> a date typed in as YYYYMMDD for a deadline or an interview, which
*> must be a real calendar date no earlier than today.
       01 FUTURE-DATE-NUM                   PIC 9(8) VALUE 0.
       01 FUTURE-DATE-MONTH                 PIC 99 VALUE 0.
       01 FUTURE-DATE-DAY                   PIC 99 VALUE 0.
       01 FUTURE-DATE-OK                    PIC 9 VALUE 0.
*> the posting being managed or closed, held apart from WS-K because
*> SAVE-JOBS reuses WS-K and a close can happen in the middle of the
*> applicant listing's walk over the board.
       01 JOB-EDIT-ID                       PIC 999 VALUE 0.
       01 JOB-LIST-POS                      PIC 999 VALUE 0.
       01 JOB-OLD-ENTRY                     PIC X(437) VALUE SPACES.
       01 JOB-OFFER-COUNT                   PIC 999 VALUE 0.
       01 JOB-CLOSE-REASON                  PIC X(40) VALUE SPACES.
       01 JOB-FIELD-NAME                    PIC X(20) VALUE SPACES.
*> applications a close moved to Not selected, with what they held
*> before, so a failed save can put every one of them back.
       01 JOB-CLOSE-COUNT                   PIC 999 VALUE 0.
       01 JOB-CLOSE-IX                      PIC 999 VALUE 0.
       01 JOB-CLOSE-ROWS.
           05 JOB-CLOSE-ROW OCCURS 500 TIMES.
               10 JC-APPL-ID                PIC 999.
               10 JC-OLD-STATUS             PIC X(1).
               10 JC-OLD-NOTIFY             PIC X(1).

*> ---------------------------------------------------------------
*> Skill endorsements: one row per endorsement a student gave a
       01 SAVE-SEARCHES-OK                  PIC 9 VALUE 0.
       01 SS-ALERT-COUNT                    PIC 999 VALUE 0.

*> ---------------------------------------------------------------
*> Interview slots: one row per time the poster proposed for an
*> application (applicant|employer|title|date|time|place|state),
*> loaded/saved the same "|"-delimited way as the applications. Up
*> to three are offered when the application moves to Interview;
*> the student confirms one or declines them at login, and moving
*> the application on cancels whatever is still outstanding. The
*> rows a change touched are listed in IV-CHG so each one can be
*> journaled once the save has landed.
*> ---------------------------------------------------------------
       01 IV-STATUS                         PIC XX VALUE "00".
       01 IV-TEMP-STATUS                    PIC XX VALUE "00".
       01 IV-COUNT                          PIC 9999 VALUE 0.
       01 INTERVIEWS.
           05 IV-ENTRY OCCURS 1000 TIMES.
               10 IV-USER                   PIC X(15).
               10 IV-EMPLOYER               PIC X(50).
               10 IV-TITLE                  PIC X(50).
               10 IV-DATE                   PIC X(8).
               10 IV-TIME                   PIC X(4).
               10 IV-PLACE                  PIC X(80).
               10 IV-STATE                  PIC X(1).
                  88 IV-PROPOSED  VALUE "P".
                  88 IV-CONFIRMED VALUE "C".
                  88 IV-DECLINED  VALUE "D".
                  88 IV-CANCELLED VALUE "X".
       01 IV-I                              PIC 9999 VALUE 0.
       01 IV-J                              PIC 9999 VALUE 0.
       01 IV-APPL-IX                        PIC 999 VALUE 0.
       01 IV-NEW-COUNT                      PIC 9 VALUE 0.
       01 IV-NEW-SLOTS.
           05 IV-NEW-SLOT OCCURS 3 TIMES.
               10 IV-NEW-DATE               PIC X(8).
               10 IV-NEW-TIME               PIC X(4).
               10 IV-NEW-PLACE              PIC X(80).
       01 IV-PICK-COUNT                     PIC 9 VALUE 0.
       01 IV-PICK-TAB.
           05 IV-PICK-ENTRY OCCURS 9 TIMES  PIC 9999.
       01 IV-CHG-COUNT                      PIC 999 VALUE 0.
       01 IV-CHG-TAB.
           05 IV-CHG-ENTRY OCCURS 100 TIMES PIC 9999.
       01 IV-TIME-OK                        PIC 9 VALUE 0.
       01 IV-HOUR                           PIC 99 VALUE 0.
       01 IV-MINUTE                         PIC 99 VALUE 0.
       01 IV-STATE-TEXT                     PIC X(10) VALUE SPACES.

*> ---------------------------------------------------------------
*> Nightly email digest preference (user|Y or user|N), set from the
*> profile. A student with no row gets the digest; the row is only
*> written once they change it.
*> ---------------------------------------------------------------
       01 DP-STATUS                         PIC XX VALUE "00".
       01 DP-TEMP-STATUS                    PIC XX VALUE "00".
       01 DP-COUNT                          PIC 999 VALUE 0.
       01 DIGEST-PREFS.
           05 DP-ENTRY OCCURS 500 TIMES.
               10 DP-USER                   PIC X(15).
               10 DP-DIGEST                 PIC X(1).
                  88 DP-DIGEST-ON  VALUE "Y".
                  88 DP-DIGEST-OFF VALUE "N".
       01 DP-I                              PIC 999 VALUE 0.
       01 DP-ROW                            PIC 999 VALUE 0.
       01 DP-OLD-TEXT                       PIC X(3) VALUE SPACES.
       01 DP-NEW-TEXT                       PIC X(3) VALUE SPACES.
       01 SAVE-DIGEST-PREFS-OK              PIC 9 VALUE 0.
       01 IV-CLASH                          PIC 9 VALUE 0.
       01 SAVE-INTERVIEWS-OK                PIC 9 VALUE 0.

*> ---------------------------------------------------------------
*> Candidate shortlist view: one row per ranked candidate for a
*> posting (employer|title|rank|user|score), rebuilt every night by
*> JOBMATCH. It is read straight from the file each time it is
*> viewed rather than loaded at startup, since nothing in a session
*> changes it. The posting being viewed is held in its own field so
*> the job loops the message paragraph shares can't move it.
*> ---------------------------------------------------------------
       01 SHORTLIST-STATUS                  PIC XX VALUE "00".
       01 SL-EMPLOYER                       PIC X(50) VALUE SPACES.
       01 SL-TITLE                          PIC X(50) VALUE SPACES.
       01 SL-RANK-TXT                       PIC X(2) VALUE SPACES.
       01 SL-USER                           PIC X(15) VALUE SPACES.
       01 SL-SCORE-TXT                      PIC X(4) VALUE SPACES.
       01 SHORTLIST-JOB-ID                  PIC 999 VALUE 0.

*> ---------------------------------------------------------------
*> Job applications table: one row per application, keyed by the
*> applicant's username and the posting's employer/title pair,
*> detail summary, then PERFORM WRITE-JOURNAL-EVENT; the action and
*> detail are cleared after each write so nothing leaks into the
*> next event. Passwords never appear in a detail line.
*> An event that changes stored data also carries an after-image:
*> a two-letter type (AR/AD account row or deletion, JR/JD posting
*> row or removal, PR application, CR connection, MR message, ER
*> endorsement, SR/SD saved search or its removal) and the
*> fixed-layout table row as it stood after the change, which is
*> what DATABKUP RECOVER lays back down after a restore. An account
*> image is the whole row, digest and security answer included, so
*> the journal must be guarded as closely as the account store.
*> ---------------------------------------------------------------
       01 JOURNAL-STATUS                    PIC XX VALUE "00".
       01 JRNL-SEQ                          PIC 9(6) VALUE 0.
       01 JRNL-DETAIL                       PIC X(220) VALUE SPACES.
       01 JRNL-OLD-VALUE                    PIC X(200) VALUE SPACES.
       01 JRNL-WRITE-OK                     PIC 9 VALUE 0.
       01 JRNL-IMAGE.
           05 JRNL-IMAGE-TYPE               PIC X(2) VALUE SPACES.
           05 JRNL-IMAGE-DATA               PIC X(1706) VALUE SPACES.

       01 WS-RENAME-STATUS                  PIC S9(9) COMP-5 VALUE 0.
       01 SAVE-ACCOUNTS-OK                  PIC 9 VALUE 0.
       01 SAVE-MESSAGES-OK                  PIC 9 VALUE 0.
       01 AUDIT-WRITE-OK                    PIC 9 VALUE 0.

*> ---------------------------------------------------------------
*> Maintenance lock: NIGHTRUN, a DATABKUP restore or recovery,
*> JOBFEED and JOBARCH hold maintenance.lock (holder|YYYYMMDDHHMMSS|
*> what) while they rewrite the shared files. A session will not
*> start while it is there, and no save lands once it has appeared.
*> ---------------------------------------------------------------
       01 MAINT-LOCK-STATUS                 PIC XX VALUE "00".
       01 MAINT-LOCKED                      PIC 9 VALUE 0.
       01 MAINT-HOLDER                      PIC X(15) VALUE SPACES.
       01 MAINT-SINCE                       PIC X(14) VALUE SPACES.
       01 MAINT-REASON                      PIC X(60) VALUE SPACES.
       01 SESSION-ACTOR                     PIC X(15) VALUE SPACES.

*> ---------------------------------------------------------------
*> Concurrent-session merge. Every "|"-delimited table keeps a copy
*> of itself as it stood when last loaded or saved (the *-BASE
*> areas). A save lays out three sets of lines - this session's
*> table, that base copy, and the file as it is on disk now - and
*> only when the file has moved on since the base was taken does
*> MERGE-TABLE-LINES work out, row by row, whose change to keep.
*> A row is matched on its first MERGE-KEY-FIELDS columns. The
*> account store does the same one row at a time, field group by
*> field group, against USERS-BASE.
*> ---------------------------------------------------------------
       01 JOB-BASE-COUNT                    PIC 999 VALUE 0.
       01 JOBS-BASE                         PIC X(87400) VALUE SPACES.
       01 APPL-BASE-COUNT                   PIC 999 VALUE 0.
       01 APPLICATIONS-BASE                 PIC X(63500) VALUE SPACES.
       01 CONN-BASE-COUNT                   PIC 9999 VALUE 0.
       01 CONNECTIONS-BASE                  PIC X(31000) VALUE SPACES.
       01 MSG-BASE-COUNT                    PIC 9999 VALUE 0.
       01 MESSAGES-BASE                     PIC X(252000) VALUE SPACES.
       01 ENDORSE-BASE-COUNT                PIC 9999 VALUE 0.
       01 ENDORSEMENTS-BASE                 PIC X(31000) VALUE SPACES.
       01 SS-BASE-COUNT                     PIC 999 VALUE 0.
       01 SAVED-SEARCHES-BASE               PIC X(14800) VALUE SPACES.
       01 IV-BASE-COUNT                     PIC 9999 VALUE 0.
       01 INTERVIEWS-BASE                   PIC X(208000) VALUE SPACES.
       01 DP-BASE-COUNT                     PIC 999 VALUE 0.
       01 DIGEST-PREFS-BASE                 PIC X(8000) VALUE SPACES.
       01 USERS-BASE.
           05 USER-BASE-ENTRY OCCURS 500 TIMES PIC X(1706).

*> the table being saved is parked here while its base copy and
*> the disk copy are laid out through it.
       01 MERGE-HOLD-COUNT                  PIC 9999 VALUE 0.
       01 MERGE-HOLD                        PIC X(252000) VALUE SPACES.
       01 MERGE-READING-DISK                PIC 9 VALUE 0.

       01 MERGE-FILE-NAME                   PIC X(30) VALUE SPACES.
       01 MERGE-KEY-FIELDS                  PIC 9 VALUE 0.
       01 MERGE-SOURCE                      PIC 9 VALUE 0.
       01 MERGE-LINE                        PIC X(500) VALUE SPACES.
       01 MERGE-SCRAP                       PIC X(500) VALUE SPACES.
       01 MERGE-POS                         PIC 999 VALUE 0.
       01 MERGE-FIELD-NO                    PIC 99 VALUE 0.
       01 MERGE-ROW                         PIC 9999 VALUE 0.
       01 MERGE-SCAN                        PIC 9999 VALUE 0.
       01 MERGE-MINE-IX                     PIC 9999 VALUE 0.
       01 MERGE-BASE-IX                     PIC 9999 VALUE 0.
       01 MERGE-SAME                        PIC 9 VALUE 0.
       01 MERGE-MINE-COUNT                  PIC 9999 VALUE 0.
       01 MERGE-MINE-LINES.
           05 MERGE-MINE-ENTRY OCCURS 1000 TIMES.
               10 MERGE-MINE-KEYLEN         PIC 999.
               10 MERGE-MINE-USED           PIC 9.
               10 MERGE-MINE-LINE           PIC X(500).
       01 MERGE-BASE-COUNT                  PIC 9999 VALUE 0.
       01 MERGE-BASE-LINES.
           05 MERGE-BASE-ENTRY OCCURS 1000 TIMES.
               10 MERGE-BASE-KEYLEN         PIC 999.
               10 MERGE-BASE-USED           PIC 9.
               10 MERGE-BASE-LINE           PIC X(500).
       01 MERGE-DISK-COUNT                  PIC 9999 VALUE 0.
       01 MERGE-DISK-LINES.
           05 MERGE-DISK-ENTRY OCCURS 1000 TIMES.
               10 MERGE-DISK-KEYLEN         PIC 999.
               10 MERGE-DISK-LINE           PIC X(500).
*> a row both sessions changed is split into its columns (set 1
*> this session's, 2 the base, 3 the disk) and put back together
*> from whichever side changed each one.
       01 MERGE-SPLIT-LINE                  PIC X(500) VALUE SPACES.
       01 MERGE-SET-IX                      PIC 9 VALUE 0.
       01 MERGE-FIELD-SETS.
           05 MERGE-FIELD-SET OCCURS 3 TIMES.
               10 MERGE-FIELD-COUNT         PIC 99.
               10 MERGE-FIELD OCCURS 10 TIMES.
                   15 MERGE-FIELD-TEXT      PIC X(200).
                   15 MERGE-FIELD-LEN       PIC 999.
       01 MERGE-FIELD-CLASH                 PIC 9 VALUE 0.
       01 MERGE-JOINED                      PIC X(500) VALUE SPACES.
       01 MERGE-OUT-POS                     PIC 999 VALUE 0.
       01 MERGE-OUT-COUNT                   PIC 9999 VALUE 0.
       01 MERGE-OUT-LINES.
           05 MERGE-OUT-LINE OCCURS 2000 TIMES PIC X(500).
*> for each line written, the row of this session's table it came
*> from (0 if it is another session's row), so the save can take
*> the merged row back into that same slot.
       01 MERGE-OUT-ROWS.
           05 MERGE-OUT-MINE OCCURS 2000 TIMES PIC 9999.
*> one line of a "|"-delimited file and the table row the matching
*> PARSE-*-LINE paragraph unpacks it into.
       01 LOAD-LINE                         PIC X(500) VALUE SPACES.
       01 LOAD-ROW-ID                       PIC 9999 VALUE 0.

*> conflicts are told to the student and journaled as SAVE CONFLICT
*> as they are found; whatever event the caller had already staged
*> in the journal fields is put back afterwards.
       01 MERGE-CONFLICTS                   PIC 9999 VALUE 0.
       01 MERGE-CONFLICT-KEY                PIC X(150) VALUE SPACES.
       01 MERGE-KEY-POS                     PIC 999 VALUE 0.
       01 MERGE-CONFLICT-WHAT               PIC X(30) VALUE SPACES.
       01 MERGE-SAVED-ACTOR                 PIC X(15) VALUE SPACES.
       01 MERGE-SAVED-ACTION                PIC X(30) VALUE SPACES.
       01 MERGE-SAVED-DETAIL                PIC X(220) VALUE SPACES.
       01 MERGE-SAVED-IMAGE                 PIC X(1708) VALUE SPACES.

*> account rows are merged over these field groups (offset and
*> length within the 1706-byte row); the experience and education
*> group is two ranges because its counts sit apart from the text.
       01 ACCT-MERGE-DISK                   PIC X(1706) VALUE SPACES.
       01 ACCT-MERGE-FOUND                  PIC 9 VALUE 0.
       01 ACCT-SEG-COUNT                    PIC 99 VALUE 0.
       01 ACCT-SEG-IX                       PIC 99 VALUE 0.
       01 ACCT-SEG-TAB.
           05 ACCT-SEG OCCURS 14 TIMES.
               10 ACCT-SEG-GROUP            PIC 99.
               10 ACCT-SEG-FROM             PIC 9(4).
               10 ACCT-SEG-LEN              PIC 9(4).
               10 ACCT-SEG-NAME             PIC X(30).
       01 ACCT-MERGE-WRITE                  PIC 9 VALUE 0.
       01 ACCT-SEG-GROUP-NO                 PIC 99 VALUE 0.
       01 ACCT-SEG-AT                       PIC 9(4) VALUE 0.
       01 ACCT-SEG-SIZE                     PIC 9(4) VALUE 0.
       01 ACCT-SEG-TEXT                     PIC X(30) VALUE SPACES.
       01 ACCT-GROUP-IX                     PIC 99 VALUE 0.
       01 ACCT-GROUP-SEG-IX                 PIC 99 VALUE 0.
       01 ACCT-GROUP-CLASH                  PIC 9 VALUE 0.
       01 ACCT-GROUP-MINE                   PIC 9 VALUE 0.
       01 ACCT-GROUP-DISK                   PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SETUP-FILENAMES
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE
*> nothing is loaded while a batch job holds the files.
           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM SHOW-MAINTENANCE-NOTICE
               PERFORM END-PROGRAM
           END-IF
           PERFORM LOAD-SECURITY-QUESTIONS
           PERFORM ENSURE-ACCOUNTS-FILE
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-ENDORSEMENTS
           PERFORM ENSURE-SAVED-SEARCHES-FILE
           PERFORM LOAD-SAVED-SEARCHES
           PERFORM ENSURE-INTERVIEWS-FILE
           PERFORM LOAD-INTERVIEWS
           PERFORM ENSURE-DIGEST-PREFS-FILE
           PERFORM LOAD-DIGEST-PREFS
           PERFORM ENSURE-AUDIT-FILE
           PERFORM ENSURE-JOURNAL-FILE
           PERFORM ENSURE-ADMIN-FILE
           END-IF
           .

       ENSURE-INTERVIEWS-FILE.
           MOVE "00" TO IV-STATUS
           OPEN INPUT INTERVIEWS-FILE
           IF IV-STATUS NOT = "00"
               OPEN OUTPUT INTERVIEWS-FILE
               CLOSE INTERVIEWS-FILE
           ELSE
               CLOSE INTERVIEWS-FILE
           END-IF
           .

       ENSURE-DIGEST-PREFS-FILE.
           MOVE "00" TO DP-STATUS
           OPEN INPUT DIGEST-PREF-FILE
           IF DP-STATUS NOT = "00"
               OPEN OUTPUT DIGEST-PREF-FILE
               CLOSE DIGEST-PREF-FILE
           ELSE
               CLOSE DIGEST-PREF-FILE
           END-IF
           .

       ENSURE-AUDIT-FILE.
           MOVE 0 TO AUDIT-SEQ
           MOVE "00" TO AUDIT-STATUS
           .

*> Appends one journal line: sequence, timestamp, actor, action,
*> before/after detail, and the after-image if one was loaded. A
*> journal that can't be written only warns; the action itself
*> already happened and must not be undone or hidden because the
*> journal file is unwritable.
       WRITE-JOURNAL-EVENT.
           MOVE 0 TO JRNL-WRITE-OK
           ADD 1 TO JRNL-SEQ
               PERFORM PRINT-LINE
               MOVE SPACES TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               MOVE SPACES TO JRNL-IMAGE
               EXIT PARAGRAPH
           END-IF

               DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING
           IF JRNL-IMAGE-TYPE NOT = SPACES
               MOVE "|" TO JOURNAL-RECORD(301:1)
               MOVE JRNL-IMAGE TO JOURNAL-RECORD(302:1708)
           END-IF
           WRITE JOURNAL-RECORD
           IF JOURNAL-STATUS NOT = "00"
               MOVE "Warning: this change could not be recorded to the change journal."
               CLOSE JOURNAL-FILE
               MOVE SPACES TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               MOVE SPACES TO JRNL-IMAGE
               EXIT PARAGRAPH
           END-IF

               PERFORM PRINT-LINE
               MOVE SPACES TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               MOVE SPACES TO JRNL-IMAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO JRNL-WRITE-OK
           MOVE SPACES TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           MOVE SPACES TO JRNL-IMAGE
           .

*> Loads the row SAVE-ACCOUNT-ROW just wrote as the next event's
*> after-image; every account change saves through SAVE-ROW-ID.
       SET-ACCOUNT-IMAGE.
           MOVE "AR" TO JRNL-IMAGE-TYPE
           MOVE USER-ENTRY(SAVE-ROW-ID) TO JRNL-IMAGE-DATA
           .

       ENSURE-ADMIN-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 500
               PERFORM CLEAR-USER-ROW
           END-PERFORM
           MOVE SPACES TO USERS-BASE

           OPEN OUTPUT RECON-FILE
           MOVE "--- Account Reconciliation Report ---" TO RECON-RECORD
                           ADD 1 TO USER-COUNT
                           MOVE USER-COUNT TO WS-I
                           MOVE ACCT-REC TO USER-ENTRY(WS-I)
*> the base is the row exactly as stored, before any repair below,
*> so a repaired field counts as this session's change.
                           MOVE ACCT-REC TO USER-BASE-ENTRY(WS-I)
                           PERFORM VALIDATE-LOADED-ROW
                           PERFORM REPORT-ROW-IF-FLAGGED
*> a row with no username can never log in, be found, or be
*> occupying a slot toward the 500-account ceiling forever.
                           IF U-NAME(WS-I) = SPACES
                               PERFORM CLEAR-USER-ROW
                               MOVE SPACES TO USER-BASE-ENTRY(WS-I)
                               SUBTRACT 1 FROM USER-COUNT
                           END-IF
                       END-IF
*> place, keyed by username, instead of the old full-file rewrite
*> of every account on every change. Callers set SAVE-ROW-ID to the
*> table row to persist and must still test SAVE-ACCOUNTS-OK before
*> telling the student their data was saved. The row is first read
*> back from disk so that a change another session made to the same
*> account since it was loaded is merged in, not written over; the
*> merged row becomes both the table row and its base.
*> ---------------------------------------------------------------
       SAVE-ACCOUNT-ROW.
           MOVE 0 TO SAVE-ACCOUNTS-OK
           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ACCT-REC
           MOVE U-NAME(SAVE-ROW-ID) TO AX-NAME
           MOVE 1 TO ACCT-MERGE-FOUND
           READ ACCOUNTS-FILE
               KEY IS AX-NAME
               INVALID KEY
                   MOVE 0 TO ACCT-MERGE-FOUND
           END-READ
           IF ACCT-MERGE-FOUND = 1 AND ACCOUNTS-STATUS NOT = "00"
               MOVE "Error: could not read the accounts file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-REC TO ACCT-MERGE-DISK
           PERFORM MERGE-ACCOUNT-ROW
           IF ACCT-MERGE-WRITE = 0
               CLOSE ACCOUNTS-FILE
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           MOVE USER-ENTRY(SAVE-ROW-ID) TO ACCT-REC
           REWRITE ACCT-REC
               INVALID KEY
               EXIT PARAGRAPH
           END-IF

           MOVE USER-ENTRY(SAVE-ROW-ID) TO USER-BASE-ENTRY(SAVE-ROW-ID)

           MOVE 1 TO SAVE-ACCOUNTS-OK
           .

*> Sets ACCT-MERGE-WRITE and, where both sessions changed the row
*> without clashing, leaves the merged row in the table. A base row
*> that is blank or names someone else means the account is new in
*> this session.
       MERGE-ACCOUNT-ROW.
           MOVE 1 TO ACCT-MERGE-WRITE
           MOVE 0 TO MERGE-CONFLICTS
           MOVE "accounts_info.idx" TO MERGE-FILE-NAME
           MOVE SPACES TO MERGE-CONFLICT-KEY
           STRING "'" FUNCTION TRIM(U-NAME(SAVE-ROW-ID)) "'"
               DELIMITED BY SIZE
               INTO MERGE-CONFLICT-KEY
           END-STRING
           EVALUATE TRUE
               WHEN USER-BASE-ENTRY(SAVE-ROW-ID)(1:15) NOT = U-NAME(SAVE-ROW-ID)
                   IF ACCT-MERGE-FOUND = 1
*> the username was registered by another session first.
                       MOVE 0 TO ACCT-MERGE-WRITE
                       MOVE "added" TO MERGE-CONFLICT-WHAT
                       PERFORM REPORT-MERGE-CONFLICT
                   END-IF
               WHEN ACCT-MERGE-FOUND = 0
*> deleted by an admin in another session; it is not brought back.
                   MOVE 0 TO ACCT-MERGE-WRITE
                   MOVE "removed" TO MERGE-CONFLICT-WHAT
                   PERFORM REPORT-MERGE-CONFLICT
               WHEN ACCT-MERGE-DISK = USER-BASE-ENTRY(SAVE-ROW-ID)
                   CONTINUE
               WHEN OTHER
                   PERFORM MERGE-ACCOUNT-GROUPS
           END-EVALUATE
           .

*> Starts from the disk row and lays this session's field groups
*> over it wherever only this session changed them. A group both
*> sessions changed differently is reported and nothing is written,
*> the same as a table row in conflict - except the failed-login
*> count and lock expiry, where the higher value is kept, since both
*> only ever count failures.
       MERGE-ACCOUNT-GROUPS.
           IF ACCT-SEG-COUNT = 0
               PERFORM SET-ACCOUNT-SEGMENTS
           END-IF
           PERFORM VARYING ACCT-GROUP-IX FROM 1 BY 1
               UNTIL ACCT-GROUP-IX > ACCT-SEG-GROUP(ACCT-SEG-COUNT)
               MOVE 0 TO ACCT-GROUP-MINE
               MOVE 0 TO ACCT-GROUP-DISK
               MOVE 0 TO ACCT-GROUP-CLASH
               PERFORM VARYING ACCT-SEG-IX FROM 1 BY 1
                   UNTIL ACCT-SEG-IX > ACCT-SEG-COUNT
                   IF ACCT-SEG-GROUP(ACCT-SEG-IX) = ACCT-GROUP-IX
                       PERFORM COMPARE-ACCOUNT-SEGMENT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ACCT-GROUP-MINE = 0
                       CONTINUE
                   WHEN ACCT-GROUP-DISK = 0
                       PERFORM TAKE-ACCOUNT-GROUP
                   WHEN ACCT-GROUP-CLASH = 0
                       CONTINUE
*> the lockout group is the one segment just compared.
                   WHEN ACCT-SEG-NAME(ACCT-GROUP-SEG-IX) = "sign-in lockout"
                       IF USER-ENTRY(SAVE-ROW-ID)(ACCT-SEG-AT:ACCT-SEG-SIZE)
                          > ACCT-MERGE-DISK(ACCT-SEG-AT:ACCT-SEG-SIZE)
                           PERFORM TAKE-ACCOUNT-GROUP
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO MERGE-CONFLICT-KEY
                       STRING "'" FUNCTION TRIM(U-NAME(SAVE-ROW-ID)) "' ("
                              FUNCTION TRIM(ACCT-SEG-NAME(ACCT-GROUP-SEG-IX))
                              ")"
                           DELIMITED BY SIZE
                           INTO MERGE-CONFLICT-KEY
                       END-STRING
                       MOVE "changed" TO MERGE-CONFLICT-WHAT
                       PERFORM REPORT-MERGE-CONFLICT
                       MOVE 0 TO ACCT-MERGE-WRITE
               END-EVALUATE
           END-PERFORM

           IF ACCT-MERGE-WRITE = 1
               MOVE ACCT-MERGE-DISK TO USER-ENTRY(SAVE-ROW-ID)
           END-IF
           .

       COMPARE-ACCOUNT-SEGMENT.
           MOVE ACCT-SEG-FROM(ACCT-SEG-IX) TO ACCT-SEG-AT
           MOVE ACCT-SEG-LEN(ACCT-SEG-IX) TO ACCT-SEG-SIZE
           MOVE ACCT-SEG-IX TO ACCT-GROUP-SEG-IX
           IF USER-ENTRY(SAVE-ROW-ID)(ACCT-SEG-AT:ACCT-SEG-SIZE)
              NOT = USER-BASE-ENTRY(SAVE-ROW-ID)(ACCT-SEG-AT:ACCT-SEG-SIZE)
               MOVE 1 TO ACCT-GROUP-MINE
           END-IF
           IF ACCT-MERGE-DISK(ACCT-SEG-AT:ACCT-SEG-SIZE)
              NOT = USER-BASE-ENTRY(SAVE-ROW-ID)(ACCT-SEG-AT:ACCT-SEG-SIZE)
               MOVE 1 TO ACCT-GROUP-DISK
           END-IF
           IF USER-ENTRY(SAVE-ROW-ID)(ACCT-SEG-AT:ACCT-SEG-SIZE)
              NOT = ACCT-MERGE-DISK(ACCT-SEG-AT:ACCT-SEG-SIZE)
               MOVE 1 TO ACCT-GROUP-CLASH
           END-IF
           .

       TAKE-ACCOUNT-GROUP.
           PERFORM VARYING ACCT-SEG-IX FROM 1 BY 1
               UNTIL ACCT-SEG-IX > ACCT-SEG-COUNT
               IF ACCT-SEG-GROUP(ACCT-SEG-IX) = ACCT-GROUP-IX
                   MOVE ACCT-SEG-FROM(ACCT-SEG-IX) TO ACCT-SEG-AT
                   MOVE ACCT-SEG-LEN(ACCT-SEG-IX) TO ACCT-SEG-SIZE
                   MOVE USER-ENTRY(SAVE-ROW-ID)(ACCT-SEG-AT:ACCT-SEG-SIZE)
                       TO ACCT-MERGE-DISK(ACCT-SEG-AT:ACCT-SEG-SIZE)
               END-IF
           END-PERFORM
           .

*> Field groups of the account row, by byte offset and length; the
*> username itself (1-15) is the key and never merged.
       SET-ACCOUNT-SEGMENTS.
           MOVE 0 TO ACCT-SEG-COUNT
           MOVE 1 TO ACCT-SEG-GROUP-NO
           MOVE 16 TO ACCT-SEG-AT
           MOVE 12 TO ACCT-SEG-SIZE
           MOVE "password" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 2 TO ACCT-SEG-GROUP-NO
           MOVE 28 TO ACCT-SEG-AT
           MOVE 30 TO ACCT-SEG-SIZE
           MOVE "name" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 3 TO ACCT-SEG-GROUP-NO
           MOVE 58 TO ACCT-SEG-AT
           MOVE 50 TO ACCT-SEG-SIZE
           MOVE "university" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 4 TO ACCT-SEG-GROUP-NO
           MOVE 108 TO ACCT-SEG-AT
           MOVE 50 TO ACCT-SEG-SIZE
           MOVE "major" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 5 TO ACCT-SEG-GROUP-NO
           MOVE 158 TO ACCT-SEG-AT
           MOVE 4 TO ACCT-SEG-SIZE
           MOVE "graduation year" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 6 TO ACCT-SEG-GROUP-NO
           MOVE 162 TO ACCT-SEG-AT
           MOVE 200 TO ACCT-SEG-SIZE
           MOVE "about me" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 7 TO ACCT-SEG-GROUP-NO
           MOVE 362 TO ACCT-SEG-AT
           MOVE 110 TO ACCT-SEG-SIZE
           MOVE "security question" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 8 TO ACCT-SEG-GROUP-NO
           MOVE 474 TO ACCT-SEG-AT
           MOVE 6 TO ACCT-SEG-SIZE
           MOVE "completed skills" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 9 TO ACCT-SEG-GROUP-NO
           MOVE 472 TO ACCT-SEG-AT
           MOVE 2 TO ACCT-SEG-SIZE
           MOVE "experience and education" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 480 TO ACCT-SEG-AT
           MOVE 1110 TO ACCT-SEG-SIZE
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 10 TO ACCT-SEG-GROUP-NO
           MOVE 1590 TO ACCT-SEG-AT
           MOVE 15 TO ACCT-SEG-SIZE
           MOVE "sign-in lockout" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 11 TO ACCT-SEG-GROUP-NO
           MOVE 1605 TO ACCT-SEG-AT
           MOVE 1 TO ACCT-SEG-SIZE
           MOVE "active status" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 12 TO ACCT-SEG-GROUP-NO
           MOVE 1606 TO ACCT-SEG-AT
           MOVE 1 TO ACCT-SEG-SIZE
           MOVE "account role" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           MOVE 13 TO ACCT-SEG-GROUP-NO
           MOVE 1607 TO ACCT-SEG-AT
           MOVE 100 TO ACCT-SEG-SIZE
           MOVE "company and contact" TO ACCT-SEG-TEXT
           PERFORM ADD-ACCOUNT-SEGMENT
           .

       ADD-ACCOUNT-SEGMENT.
           ADD 1 TO ACCT-SEG-COUNT
           MOVE ACCT-SEG-GROUP-NO TO ACCT-SEG-GROUP(ACCT-SEG-COUNT)
           MOVE ACCT-SEG-AT TO ACCT-SEG-FROM(ACCT-SEG-COUNT)
           MOVE ACCT-SEG-SIZE TO ACCT-SEG-LEN(ACCT-SEG-COUNT)
           MOVE ACCT-SEG-TEXT TO ACCT-SEG-NAME(ACCT-SEG-COUNT)
           .

*> Removes one record by key; DELETE-KEY-NAME names the victim.
       DELETE-ACCOUNT-ROW.
           MOVE 0 TO SAVE-ACCOUNTS-OK
           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTS-STATUS NOT = "00"
                   NOT AT END
                       IF JOB-COUNT < 200
                           ADD 1 TO JOB-COUNT
                           MOVE JOB-COUNT TO LOAD-ROW-ID
                           MOVE JOB-RECORD TO LOAD-LINE
                           PERFORM PARSE-JOB-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           IF MERGE-READING-DISK = 0
               MOVE JOB-COUNT TO JOB-BASE-COUNT
               MOVE JOBS TO JOBS-BASE
           END-IF
           .

*> One line of jobs_info.dat into row LOAD-ROW-ID. SAVE-JOBS uses
*> it too, to take back the rows it has just written.
       PARSE-JOB-LINE.
           MOVE SPACES TO JOB-ENTRY(LOAD-ROW-ID)
           MOVE SPACES TO JOB-OPENINGS-TEXT
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO J-EMPLOYER(LOAD-ROW-ID)
                    J-TITLE(LOAD-ROW-ID)
                    J-DESC(LOAD-ROW-ID)
                    J-LOCATION(LOAD-ROW-ID)
                    J-UNIV(LOAD-ROW-ID)
                    J-POSTED(LOAD-ROW-ID)
                    J-POSTER(LOAD-ROW-ID)
                    J-DEADLINE(LOAD-ROW-ID)
                    JOB-OPENINGS-TEXT
                    J-STATE(LOAD-ROW-ID)
           END-UNSTRING
           IF JOB-OPENINGS-TEXT IS NUMERIC
               MOVE JOB-OPENINGS-TEXT TO J-OPENINGS(LOAD-ROW-ID)
           ELSE
               MOVE 0 TO J-OPENINGS(LOAD-ROW-ID)
           END-IF
           IF NOT JOB-CLOSED(LOAD-ROW-ID)
               MOVE "O" TO J-STATE(LOAD-ROW-ID)
           END-IF
           .

*> Crash-safe save, the temp-file-then-rename pattern the
       SAVE-JOBS.
           MOVE 0 TO SAVE-JOBS-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-JOB-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT JOBS-TEMP-FILE
           IF JOBS-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary jobs file; nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO JOB-TEMP-RECORD
               WRITE JOB-TEMP-RECORD
               IF JOBS-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary jobs file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE JOBS-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE JOBS-TEMP-FILE
           IF JOBS-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

*> this session's rows are taken back as they were written, so a
*> column another session changed and the merge kept is what the
*> journal image and everything after the save see. Rows are only
*> ever re-read into their own slots, so no caller's index moves;
*> rows another session added show at the next sign-in.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-JOB-LINE
               END-IF
           END-PERFORM
           MOVE JOBS TO JOBS-BASE
           MOVE JOB-COUNT TO JOB-BASE-COUNT

           MOVE 1 TO SAVE-JOBS-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-JOBS writes.
       GATHER-JOB-LINES.
           MOVE "jobs_info.dat" TO MERGE-FILE-NAME
           MOVE 2 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-JOB-LINES
           MOVE JOB-COUNT TO MERGE-HOLD-COUNT
           MOVE JOBS TO MERGE-HOLD
           MOVE JOB-BASE-COUNT TO JOB-COUNT
           MOVE JOBS-BASE TO JOBS
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-JOB-LINES
           MOVE SPACES TO JOBS
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-JOBS
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-JOB-LINES
           MOVE MERGE-HOLD-COUNT TO JOB-COUNT
           MOVE MERGE-HOLD TO JOBS
           .

       COLLECT-JOB-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > JOB-COUNT
               PERFORM BUILD-JOB-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-JOB-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(J-EMPLOYER(MERGE-ROW)) "|"
               FUNCTION TRIM(J-TITLE(MERGE-ROW)) "|"
               FUNCTION TRIM(J-DESC(MERGE-ROW)) "|"
               FUNCTION TRIM(J-LOCATION(MERGE-ROW)) "|"
               FUNCTION TRIM(J-UNIV(MERGE-ROW)) "|"
               FUNCTION TRIM(J-POSTED(MERGE-ROW)) "|"
               FUNCTION TRIM(J-POSTER(MERGE-ROW)) "|"
               FUNCTION TRIM(J-DEADLINE(MERGE-ROW)) "|"
               J-OPENINGS(MERGE-ROW) "|"
               J-STATE(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Applications table, loaded/saved the same way.
*> ---------------------------------------------------------------
       LOAD-APPLICATIONS.
           MOVE 0 TO APPL-COUNT
                   NOT AT END
                       IF APPL-COUNT < 500
                           ADD 1 TO APPL-COUNT
                           MOVE APPL-COUNT TO LOAD-ROW-ID
                           MOVE APPL-RECORD TO LOAD-LINE
                           PERFORM PARSE-APPL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           IF MERGE-READING-DISK = 0
               MOVE APPL-COUNT TO APPL-BASE-COUNT
               MOVE APPLICATIONS TO APPLICATIONS-BASE
           END-IF
           .

       PARSE-APPL-LINE.
           MOVE SPACES TO APPL-ENTRY(LOAD-ROW-ID)
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO A-USER(LOAD-ROW-ID)
                    A-EMPLOYER(LOAD-ROW-ID)
                    A-TITLE(LOAD-ROW-ID)
                    A-DATE(LOAD-ROW-ID)
                    A-STATUS(LOAD-ROW-ID)
                    A-NOTIFY(LOAD-ROW-ID)
           END-UNSTRING
*> rows written before the notify flag existed have no sixth
*> field; they carry no pending notification.
           IF A-NOTIFY(LOAD-ROW-ID) NOT = "Y"
               MOVE "N" TO A-NOTIFY(LOAD-ROW-ID)
           END-IF
           .

       SAVE-APPLICATIONS.
           MOVE 0 TO SAVE-APPLICATIONS-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-APPLICATION-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT APPLICATIONS-TEMP-FILE
           IF APPL-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary applications file; nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO APPL-TEMP-RECORD
               WRITE APPL-TEMP-RECORD
               IF APPL-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary applications file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE APPLICATIONS-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE APPLICATIONS-TEMP-FILE
           IF APPL-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-APPL-LINE
               END-IF
           END-PERFORM
           MOVE APPLICATIONS TO APPLICATIONS-BASE
           MOVE APPL-COUNT TO APPL-BASE-COUNT

           MOVE 1 TO SAVE-APPLICATIONS-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-APPLICATIONS writes.
       GATHER-APPLICATION-LINES.
           MOVE "applications_info.dat" TO MERGE-FILE-NAME
           MOVE 3 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-APPLICATION-LINES
           MOVE APPL-COUNT TO MERGE-HOLD-COUNT
           MOVE APPLICATIONS TO MERGE-HOLD
           MOVE APPL-BASE-COUNT TO APPL-COUNT
           MOVE APPLICATIONS-BASE TO APPLICATIONS
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-APPLICATION-LINES
           MOVE SPACES TO APPLICATIONS
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-APPLICATIONS
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-APPLICATION-LINES
           MOVE MERGE-HOLD-COUNT TO APPL-COUNT
           MOVE MERGE-HOLD TO APPLICATIONS
           .

       COLLECT-APPLICATION-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > APPL-COUNT
               PERFORM BUILD-APPLICATION-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-APPLICATION-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(A-USER(MERGE-ROW)) "|"
               FUNCTION TRIM(A-EMPLOYER(MERGE-ROW)) "|"
               FUNCTION TRIM(A-TITLE(MERGE-ROW)) "|"
               FUNCTION TRIM(A-DATE(MERGE-ROW)) "|"
               A-STATUS(MERGE-ROW) "|"
               A-NOTIFY(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Connections table, loaded/saved the same way.
*> ---------------------------------------------------------------
                   NOT AT END
                       IF CONN-COUNT < 1000
                           ADD 1 TO CONN-COUNT
                           MOVE CONN-COUNT TO LOAD-ROW-ID
                           MOVE CONN-RECORD TO LOAD-LINE
                           PERFORM PARSE-CONN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           IF MERGE-READING-DISK = 0
               MOVE CONN-COUNT TO CONN-BASE-COUNT
               MOVE CONNECTIONS TO CONNECTIONS-BASE
           END-IF
           .

       PARSE-CONN-LINE.
           MOVE SPACES TO CONN-ENTRY(LOAD-ROW-ID)
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO C-USER-A(LOAD-ROW-ID)
                    C-USER-B(LOAD-ROW-ID)
                    C-STATUS(LOAD-ROW-ID)
           END-UNSTRING
           .

*> Crash-safe save, the temp-file-then-rename pattern the
       SAVE-CONNECTIONS.
           MOVE 0 TO SAVE-CONNECTIONS-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-CONNECTION-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONNECTIONS-TEMP-FILE
           IF CONN-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary connections file; nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO CONN-TEMP-RECORD
               WRITE CONN-TEMP-RECORD
               IF CONN-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary connections file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE CONNECTIONS-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE CONNECTIONS-TEMP-FILE
           IF CONN-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-CONN-LINE
               END-IF
           END-PERFORM
           MOVE CONNECTIONS TO CONNECTIONS-BASE
           MOVE CONN-COUNT TO CONN-BASE-COUNT

           MOVE 1 TO SAVE-CONNECTIONS-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-CONNECTIONS writes.
       GATHER-CONNECTION-LINES.
           MOVE "connections_info.dat" TO MERGE-FILE-NAME
           MOVE 2 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-CONNECTION-LINES
           MOVE CONN-COUNT TO MERGE-HOLD-COUNT
           MOVE CONNECTIONS TO MERGE-HOLD
           MOVE CONN-BASE-COUNT TO CONN-COUNT
           MOVE CONNECTIONS-BASE TO CONNECTIONS
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-CONNECTION-LINES
           MOVE SPACES TO CONNECTIONS
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-CONNECTIONS
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-CONNECTION-LINES
           MOVE MERGE-HOLD-COUNT TO CONN-COUNT
           MOVE MERGE-HOLD TO CONNECTIONS
           .

       COLLECT-CONNECTION-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > CONN-COUNT
               PERFORM BUILD-CONNECTION-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-CONNECTION-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(C-USER-A(MERGE-ROW)) "|"
               FUNCTION TRIM(C-USER-B(MERGE-ROW)) "|"
               C-STATUS(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Messages table, loaded/saved the same way.
*> ---------------------------------------------------------------
                   NOT AT END
                       IF MSG-COUNT < 1000
                           ADD 1 TO MSG-COUNT
                           MOVE MSG-COUNT TO LOAD-ROW-ID
                           MOVE MSG-RECORD TO LOAD-LINE
                           PERFORM PARSE-MSG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           IF MERGE-READING-DISK = 0
               MOVE MSG-COUNT TO MSG-BASE-COUNT
               MOVE MESSAGES TO MESSAGES-BASE
           END-IF
           .

       PARSE-MSG-LINE.
           MOVE SPACES TO MSG-ENTRY(LOAD-ROW-ID)
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO M-FROM(LOAD-ROW-ID)
                    M-TO(LOAD-ROW-ID)
                    M-WHEN(LOAD-ROW-ID)
                    M-READ(LOAD-ROW-ID)
                    M-BODY(LOAD-ROW-ID)
           END-UNSTRING
           .

*> Crash-safe save, the temp-file-then-rename pattern the
       SAVE-MESSAGES.
           MOVE 0 TO SAVE-MESSAGES-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-MESSAGE-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MESSAGES-TEMP-FILE
           IF MSG-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary messages file; nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO MSG-TEMP-RECORD
               WRITE MSG-TEMP-RECORD
               IF MSG-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary messages file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE MESSAGES-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE MESSAGES-TEMP-FILE
           IF MSG-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-MSG-LINE
               END-IF
           END-PERFORM
           MOVE MESSAGES TO MESSAGES-BASE
           MOVE MSG-COUNT TO MSG-BASE-COUNT

           MOVE 1 TO SAVE-MESSAGES-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-MESSAGES writes.
       GATHER-MESSAGE-LINES.
           MOVE "messages_info.dat" TO MERGE-FILE-NAME
           MOVE 3 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-MESSAGE-LINES
           MOVE MSG-COUNT TO MERGE-HOLD-COUNT
           MOVE MESSAGES TO MERGE-HOLD
           MOVE MSG-BASE-COUNT TO MSG-COUNT
           MOVE MESSAGES-BASE TO MESSAGES
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-MESSAGE-LINES
           MOVE SPACES TO MESSAGES
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-MESSAGES
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-MESSAGE-LINES
           MOVE MERGE-HOLD-COUNT TO MSG-COUNT
           MOVE MERGE-HOLD TO MESSAGES
           .

       COLLECT-MESSAGE-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > MSG-COUNT
               PERFORM BUILD-MESSAGE-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-MESSAGE-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(M-FROM(MERGE-ROW)) "|"
               FUNCTION TRIM(M-TO(MERGE-ROW)) "|"
               FUNCTION TRIM(M-WHEN(MERGE-ROW)) "|"
               M-READ(MERGE-ROW) "|"
               FUNCTION TRIM(M-BODY(MERGE-ROW))
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Endorsements table, loaded/saved the same way.
*> ---------------------------------------------------------------
                   NOT AT END
                       IF ENDORSE-COUNT < 1000
                           ADD 1 TO ENDORSE-COUNT
                           MOVE ENDORSE-COUNT TO LOAD-ROW-ID
                           MOVE ENDORSE-RECORD TO LOAD-LINE
                           PERFORM PARSE-ENDORSE-LINE
*> a row naming no real skill slot can never be counted or shown;
*> it is dropped rather than occupying a slot forever.
                           IF E-SKILL-TXT < "1" OR E-SKILL-TXT > "5"
                               MOVE SPACES TO ENDORSE-ENTRY(ENDORSE-COUNT)
                               SUBTRACT 1 FROM ENDORSE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE
           IF MERGE-READING-DISK = 0
               MOVE ENDORSE-COUNT TO ENDORSE-BASE-COUNT
               MOVE ENDORSEMENTS TO ENDORSEMENTS-BASE
           END-IF
           .

*> the skill column is left in E-SKILL-TXT for LOAD-ENDORSEMENTS
*> to check; E-SKILL is only set when it names a real slot.
       PARSE-ENDORSE-LINE.
           MOVE SPACES TO ENDORSE-ENTRY(LOAD-ROW-ID)
           MOVE SPACE TO E-SKILL-TXT
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO E-FROM(LOAD-ROW-ID)
                    E-TO(LOAD-ROW-ID)
                    E-SKILL-TXT
           END-UNSTRING
           IF E-SKILL-TXT >= "1" AND E-SKILL-TXT <= "5"
               MOVE E-SKILL-TXT TO E-SKILL(LOAD-ROW-ID)
           END-IF
           .

*> Crash-safe save, the temp-file-then-rename pattern the
       SAVE-ENDORSEMENTS.
           MOVE 0 TO SAVE-ENDORSE-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-ENDORSEMENT-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ENDORSE-TEMP-FILE
           IF ENDORSE-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary endorsements file; nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO ENDORSE-TEMP-RECORD
               WRITE ENDORSE-TEMP-RECORD
               IF ENDORSE-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary endorsements file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE ENDORSE-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE ENDORSE-TEMP-FILE
           IF ENDORSE-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-ENDORSE-LINE
               END-IF
           END-PERFORM
           MOVE ENDORSEMENTS TO ENDORSEMENTS-BASE
           MOVE ENDORSE-COUNT TO ENDORSE-BASE-COUNT

           MOVE 1 TO SAVE-ENDORSE-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-ENDORSEMENTS writes.
       GATHER-ENDORSEMENT-LINES.
           MOVE "endorsements_info.dat" TO MERGE-FILE-NAME
           MOVE 3 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-ENDORSEMENT-LINES
           MOVE ENDORSE-COUNT TO MERGE-HOLD-COUNT
           MOVE ENDORSEMENTS TO MERGE-HOLD
           MOVE ENDORSE-BASE-COUNT TO ENDORSE-COUNT
           MOVE ENDORSEMENTS-BASE TO ENDORSEMENTS
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-ENDORSEMENT-LINES
           MOVE SPACES TO ENDORSEMENTS
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-ENDORSEMENTS
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-ENDORSEMENT-LINES
           MOVE MERGE-HOLD-COUNT TO ENDORSE-COUNT
           MOVE MERGE-HOLD TO ENDORSEMENTS
           .

       COLLECT-ENDORSEMENT-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > ENDORSE-COUNT
               PERFORM BUILD-ENDORSEMENT-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-ENDORSEMENT-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(E-FROM(MERGE-ROW)) "|"
               FUNCTION TRIM(E-TO(MERGE-ROW)) "|"
               E-SKILL(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Saved-searches table, loaded/saved the same way.
*> ---------------------------------------------------------------
                   NOT AT END
                       IF SAVED-SEARCH-COUNT < 200
                           ADD 1 TO SAVED-SEARCH-COUNT
                           MOVE SAVED-SEARCH-COUNT TO LOAD-ROW-ID
                           MOVE SRCH-RECORD TO LOAD-LINE
                           PERFORM PARSE-SEARCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-SEARCH-FILE
           IF MERGE-READING-DISK = 0
               MOVE SAVED-SEARCH-COUNT TO SS-BASE-COUNT
               MOVE SAVED-SEARCHES TO SAVED-SEARCHES-BASE
           END-IF
           .

       PARSE-SEARCH-LINE.
           MOVE SPACES TO SS-ENTRY(LOAD-ROW-ID)
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO SS-USER(LOAD-ROW-ID)
                    SS-TYPE(LOAD-ROW-ID)
                    SS-TEXT(LOAD-ROW-ID)
                    SS-SINCE(LOAD-ROW-ID)
           END-UNSTRING
           .

*> Crash-safe save, the temp-file-then-rename pattern the
       SAVE-SAVED-SEARCHES.
           MOVE 0 TO SAVE-SEARCHES-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-SAVED-SEARCH-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SAVED-SEARCH-TEMP-FILE
           IF SRCH-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary saved-searches file; nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO SRCH-TEMP-RECORD
               WRITE SRCH-TEMP-RECORD
               IF SRCH-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary saved-searches file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE SAVED-SEARCH-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE SAVED-SEARCH-TEMP-FILE
           IF SRCH-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-SEARCH-LINE
               END-IF
           END-PERFORM
           MOVE SAVED-SEARCHES TO SAVED-SEARCHES-BASE
           MOVE SAVED-SEARCH-COUNT TO SS-BASE-COUNT

           MOVE 1 TO SAVE-SEARCHES-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-SAVED-SEARCHES writes.
       GATHER-SAVED-SEARCH-LINES.
           MOVE "saved_searches.dat" TO MERGE-FILE-NAME
           MOVE 3 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-SAVED-SEARCH-LINES
           MOVE SAVED-SEARCH-COUNT TO MERGE-HOLD-COUNT
           MOVE SAVED-SEARCHES TO MERGE-HOLD
           MOVE SS-BASE-COUNT TO SAVED-SEARCH-COUNT
           MOVE SAVED-SEARCHES-BASE TO SAVED-SEARCHES
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-SAVED-SEARCH-LINES
           MOVE SPACES TO SAVED-SEARCHES
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-SAVED-SEARCHES
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-SAVED-SEARCH-LINES
           MOVE MERGE-HOLD-COUNT TO SAVED-SEARCH-COUNT
           MOVE MERGE-HOLD TO SAVED-SEARCHES
           .

       COLLECT-SAVED-SEARCH-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > SAVED-SEARCH-COUNT
               PERFORM BUILD-SAVED-SEARCH-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-SAVED-SEARCH-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(SS-USER(MERGE-ROW)) "|"
               SS-TYPE(MERGE-ROW) "|"
               FUNCTION TRIM(SS-TEXT(MERGE-ROW)) "|"
               SS-SINCE(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Interview-slots table, loaded/saved the same way. A failed save
*> is undone by loading the table again, since the file on disk
*> still holds it exactly as it stood before the change.
*> ---------------------------------------------------------------
       LOAD-INTERVIEWS.
           MOVE 0 TO IV-COUNT
           OPEN INPUT INTERVIEWS-FILE
           PERFORM UNTIL 1 = 2
               READ INTERVIEWS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IV-COUNT < 1000
                           ADD 1 TO IV-COUNT
                           MOVE IV-COUNT TO LOAD-ROW-ID
                           MOVE IV-RECORD TO LOAD-LINE
                           PERFORM PARSE-INTERVIEW-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           IF MERGE-READING-DISK = 0
               MOVE IV-COUNT TO IV-BASE-COUNT
               MOVE INTERVIEWS TO INTERVIEWS-BASE
           END-IF
           .

       PARSE-INTERVIEW-LINE.
           MOVE SPACES TO IV-ENTRY(LOAD-ROW-ID)
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO IV-USER(LOAD-ROW-ID)
                    IV-EMPLOYER(LOAD-ROW-ID)
                    IV-TITLE(LOAD-ROW-ID)
                    IV-DATE(LOAD-ROW-ID)
                    IV-TIME(LOAD-ROW-ID)
                    IV-PLACE(LOAD-ROW-ID)
                    IV-STATE(LOAD-ROW-ID)
           END-UNSTRING
           .

*> Crash-safe save, the temp-file-then-rename pattern the
*> "|"-delimited tables share.
       SAVE-INTERVIEWS.
           MOVE 0 TO SAVE-INTERVIEWS-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-INTERVIEW-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           IF IV-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary interviews file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO IV-TEMP-RECORD
               WRITE IV-TEMP-RECORD
               IF IV-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary interviews file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE INTERVIEWS-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE INTERVIEWS-TEMP-FILE
           IF IV-TEMP-STATUS NOT = "00"
               MOVE "Error: could not close the temporary interviews file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_RENAME_FILE" USING
               "interviews_info.dat.tmp" "interviews_info.dat"
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               MOVE "Error: could not replace the interviews file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-INTERVIEW-LINE
               END-IF
           END-PERFORM
           MOVE INTERVIEWS TO INTERVIEWS-BASE
           MOVE IV-COUNT TO IV-BASE-COUNT

           MOVE 1 TO SAVE-INTERVIEWS-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-INTERVIEWS writes.
       GATHER-INTERVIEW-LINES.
           MOVE "interviews_info.dat" TO MERGE-FILE-NAME
           MOVE 5 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-INTERVIEW-LINES
           MOVE IV-COUNT TO MERGE-HOLD-COUNT
           MOVE INTERVIEWS TO MERGE-HOLD
           MOVE IV-BASE-COUNT TO IV-COUNT
           MOVE INTERVIEWS-BASE TO INTERVIEWS
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-INTERVIEW-LINES
           MOVE SPACES TO INTERVIEWS
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-INTERVIEWS
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-INTERVIEW-LINES
           MOVE MERGE-HOLD-COUNT TO IV-COUNT
           MOVE MERGE-HOLD TO INTERVIEWS
           .

       COLLECT-INTERVIEW-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > IV-COUNT
               PERFORM BUILD-INTERVIEW-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-INTERVIEW-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(IV-USER(MERGE-ROW)) "|"
               FUNCTION TRIM(IV-EMPLOYER(MERGE-ROW)) "|"
               FUNCTION TRIM(IV-TITLE(MERGE-ROW)) "|"
               IV-DATE(MERGE-ROW) "|"
               IV-TIME(MERGE-ROW) "|"
               FUNCTION TRIM(IV-PLACE(MERGE-ROW)) "|"
               IV-STATE(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Digest-preference table, loaded/saved the same way; a failed
*> save is undone by loading it again, as with the interview slots.
*> ---------------------------------------------------------------
       LOAD-DIGEST-PREFS.
           MOVE 0 TO DP-COUNT
           OPEN INPUT DIGEST-PREF-FILE
           PERFORM UNTIL 1 = 2
               READ DIGEST-PREF-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF DP-COUNT < 500
                           ADD 1 TO DP-COUNT
                           MOVE DP-COUNT TO LOAD-ROW-ID
                           MOVE DP-RECORD TO LOAD-LINE
                           PERFORM PARSE-PREF-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGEST-PREF-FILE
           IF MERGE-READING-DISK = 0
               MOVE DP-COUNT TO DP-BASE-COUNT
               MOVE DIGEST-PREFS TO DIGEST-PREFS-BASE
           END-IF
           .

       PARSE-PREF-LINE.
           MOVE SPACES TO DP-ENTRY(LOAD-ROW-ID)
           UNSTRING LOAD-LINE DELIMITED BY "|"
               INTO DP-USER(LOAD-ROW-ID)
                    DP-DIGEST(LOAD-ROW-ID)
           END-UNSTRING
           IF DP-DIGEST(LOAD-ROW-ID) NOT = "N"
               MOVE "Y" TO DP-DIGEST(LOAD-ROW-ID)
           END-IF
           .

       SAVE-DIGEST-PREFS.
           MOVE 0 TO SAVE-DIGEST-PREFS-OK

           PERFORM CHECK-MAINTENANCE-LOCK
           IF MAINT-LOCKED = 1
               PERFORM REFUSE-SAVE-FOR-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-DIGEST-PREF-LINES
           PERFORM MERGE-TABLE-LINES
           IF MERGE-CONFLICTS > 0
               PERFORM ADVISE-MERGE-CONFLICTS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DIGEST-PREF-TEMP-FILE
           IF DP-TEMP-STATUS NOT = "00"
               MOVE "Error: could not open the temporary digest preferences file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               MOVE MERGE-OUT-LINE(MERGE-ROW) TO DP-TEMP-RECORD
               WRITE DP-TEMP-RECORD
               IF DP-TEMP-STATUS NOT = "00"
                   MOVE "Error: could not write the temporary digest preferences file; nothing was saved."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   CLOSE DIGEST-PREF-TEMP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CLOSE DIGEST-PREF-TEMP-FILE
           IF DP-TEMP-STATUS NOT = "00"
               MOVE "Error: could not close the temporary digest preferences file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_RENAME_FILE" USING
               "digest_prefs.dat.tmp" "digest_prefs.dat"
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               MOVE "Error: could not replace the digest preferences file; nothing was saved."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-OUT-COUNT
               IF MERGE-OUT-MINE(MERGE-ROW) > 0
                   MOVE MERGE-OUT-MINE(MERGE-ROW) TO LOAD-ROW-ID
                   MOVE MERGE-OUT-LINE(MERGE-ROW) TO LOAD-LINE
                   PERFORM PARSE-PREF-LINE
               END-IF
           END-PERFORM
           MOVE DIGEST-PREFS TO DIGEST-PREFS-BASE
           MOVE DP-COUNT TO DP-BASE-COUNT

           MOVE 1 TO SAVE-DIGEST-PREFS-OK
           .

*> This session's table, its base copy, and the file as it stands
*> now, each laid out as the lines SAVE-DIGEST-PREFS writes.
       GATHER-DIGEST-PREF-LINES.
           MOVE "digest_prefs.dat" TO MERGE-FILE-NAME
           MOVE 1 TO MERGE-KEY-FIELDS
           PERFORM BEGIN-TABLE-MERGE
           MOVE 1 TO MERGE-SOURCE
           PERFORM COLLECT-DIGEST-PREF-LINES
           MOVE DP-COUNT TO MERGE-HOLD-COUNT
           MOVE DIGEST-PREFS TO MERGE-HOLD
           MOVE DP-BASE-COUNT TO DP-COUNT
           MOVE DIGEST-PREFS-BASE TO DIGEST-PREFS
           MOVE 2 TO MERGE-SOURCE
           PERFORM COLLECT-DIGEST-PREF-LINES
           MOVE SPACES TO DIGEST-PREFS
           MOVE 1 TO MERGE-READING-DISK
           PERFORM LOAD-DIGEST-PREFS
           MOVE 0 TO MERGE-READING-DISK
           MOVE 3 TO MERGE-SOURCE
           PERFORM COLLECT-DIGEST-PREF-LINES
           MOVE MERGE-HOLD-COUNT TO DP-COUNT
           MOVE MERGE-HOLD TO DIGEST-PREFS
           .

       COLLECT-DIGEST-PREF-LINES.
           PERFORM VARYING MERGE-ROW FROM 1 BY 1 UNTIL MERGE-ROW > DP-COUNT
               PERFORM BUILD-DIGEST-PREF-LINE
               PERFORM ADD-MERGE-LINE
           END-PERFORM
           .

       BUILD-DIGEST-PREF-LINE.
           MOVE SPACES TO MERGE-LINE
           STRING
               FUNCTION TRIM(DP-USER(MERGE-ROW)) "|"
               DP-DIGEST(MERGE-ROW)
               DELIMITED BY SIZE
               INTO MERGE-LINE
           END-STRING
           .

*> ---------------------------------------------------------------
*> Maintenance lock. The batch jobs that rewrite the shared files
*> hold maintenance.lock while they run; its presence alone means
*> the system is down for maintenance. Its one line names the job
*> and when it took the lock.
*> ---------------------------------------------------------------
       CHECK-MAINTENANCE-LOCK.
           MOVE 0 TO MAINT-LOCKED
           MOVE SPACES TO MAINT-HOLDER
           MOVE SPACES TO MAINT-SINCE
           MOVE SPACES TO MAINT-REASON
           OPEN INPUT MAINT-LOCK-FILE
           IF MAINT-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO MAINT-LOCKED
           READ MAINT-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING MAINT-LOCK-RECORD DELIMITED BY "|"
                       INTO MAINT-HOLDER
                            MAINT-SINCE
                            MAINT-REASON
                   END-UNSTRING
           END-READ
           CLOSE MAINT-LOCK-FILE
           .

       SHOW-MAINTENANCE-NOTICE.
           MOVE SPACES TO WS-OUT
           EVALUATE TRUE
               WHEN MAINT-HOLDER = SPACES
                   MOVE "The system is under maintenance. Please try again later."
                       TO WS-OUT
               WHEN MAINT-SINCE IS NUMERIC
                   STRING "The system is under maintenance ("
                          FUNCTION TRIM(MAINT-HOLDER) " since "
                          MAINT-SINCE(1:4) "-" MAINT-SINCE(5:2) "-"
                          MAINT-SINCE(7:2) " " MAINT-SINCE(9:2) ":"
                          MAINT-SINCE(11:2)
                          "). Please try again later."
                       DELIMITED BY SIZE
                       INTO WS-OUT
                   END-STRING
               WHEN OTHER
                   STRING "The system is under maintenance ("
                          FUNCTION TRIM(MAINT-HOLDER)
                          "). Please try again later."
                       DELIMITED BY SIZE
                       INTO WS-OUT
                   END-STRING
           END-EVALUATE
           PERFORM PRINT-LINE
           .

*> a save that finds the lock has appeared since the session began
*> writes nothing; the caller sees its save flag still 0.
       REFUSE-SAVE-FOR-MAINTENANCE.
           PERFORM SHOW-MAINTENANCE-NOTICE
           MOVE "This change was not saved." TO WS-OUT
           PERFORM PRINT-LINE
           .

*> ---------------------------------------------------------------
*> Concurrent-session merge for the "|"-delimited tables. The
*> GATHER-*-LINES paragraph of each table fills the mine (1), base
*> (2) and disk (3) line sets through ADD-MERGE-LINE; the LOAD-*
*> paragraph re-reads the file through its PARSE-*-LINE paragraph,
*> which keeps off WS-I, WS-J and WS-K, so a save can be made from
*> inside any loop that runs on them.
*> ---------------------------------------------------------------
       BEGIN-TABLE-MERGE.
           MOVE 0 TO MERGE-MINE-COUNT
           MOVE 0 TO MERGE-BASE-COUNT
           MOVE 0 TO MERGE-DISK-COUNT
           MOVE 0 TO MERGE-OUT-COUNT
           MOVE 0 TO MERGE-CONFLICTS
           .

*> Files MERGE-LINE under MERGE-SOURCE, with the length of its key:
*> everything up to and including the MERGE-KEY-FIELDS'th "|".
       ADD-MERGE-LINE.
           MOVE 1 TO MERGE-POS
           PERFORM VARYING MERGE-FIELD-NO FROM 1 BY 1
               UNTIL MERGE-FIELD-NO > MERGE-KEY-FIELDS OR MERGE-POS > 500
               UNSTRING MERGE-LINE DELIMITED BY "|"
                   INTO MERGE-SCRAP
                   WITH POINTER MERGE-POS
               END-UNSTRING
           END-PERFORM
           SUBTRACT 1 FROM MERGE-POS
           EVALUATE MERGE-SOURCE
               WHEN 1
                   IF MERGE-MINE-COUNT < 1000
                       ADD 1 TO MERGE-MINE-COUNT
                       MOVE MERGE-POS TO MERGE-MINE-KEYLEN(MERGE-MINE-COUNT)
                       MOVE 0 TO MERGE-MINE-USED(MERGE-MINE-COUNT)
                       MOVE MERGE-LINE TO MERGE-MINE-LINE(MERGE-MINE-COUNT)
                   END-IF
               WHEN 2
                   IF MERGE-BASE-COUNT < 1000
                       ADD 1 TO MERGE-BASE-COUNT
                       MOVE MERGE-POS TO MERGE-BASE-KEYLEN(MERGE-BASE-COUNT)
                       MOVE 0 TO MERGE-BASE-USED(MERGE-BASE-COUNT)
                       MOVE MERGE-LINE TO MERGE-BASE-LINE(MERGE-BASE-COUNT)
                   END-IF
               WHEN OTHER
                   IF MERGE-DISK-COUNT < 1000
                       ADD 1 TO MERGE-DISK-COUNT
                       MOVE MERGE-POS TO MERGE-DISK-KEYLEN(MERGE-DISK-COUNT)
                       MOVE MERGE-LINE TO MERGE-DISK-LINE(MERGE-DISK-COUNT)
                   END-IF
           END-EVALUATE
           .

*> Builds MERGE-OUT-LINE, the lines the save will write. If the
*> file still matches the base copy nobody else has saved it, and
*> this session's lines go out as they are. Otherwise each row on
*> disk is set against this session's row and the base row with
*> the same key:
*>   - only one side changed it: that side's version is kept
*>   - both made the same change: kept once
*>   - both changed it differently: the disk version is kept and
*>     the conflict is reported
*> Rows this session added go on the end; rows another session
*> added or this session removed are kept or dropped to match.
       MERGE-TABLE-LINES.
           MOVE 0 TO MERGE-OUT-COUNT
           MOVE 0 TO MERGE-CONFLICTS
           MOVE 1 TO MERGE-SAME
           IF MERGE-DISK-COUNT NOT = MERGE-BASE-COUNT
               MOVE 0 TO MERGE-SAME
           END-IF
           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-DISK-COUNT OR MERGE-SAME = 0
               IF MERGE-DISK-LINE(MERGE-ROW) NOT = MERGE-BASE-LINE(MERGE-ROW)
                   MOVE 0 TO MERGE-SAME
               END-IF
           END-PERFORM

           IF MERGE-SAME = 1
               PERFORM VARYING MERGE-ROW FROM 1 BY 1
                   UNTIL MERGE-ROW > MERGE-MINE-COUNT
                   MOVE MERGE-ROW TO MERGE-MINE-IX
                   MOVE MERGE-MINE-LINE(MERGE-ROW) TO MERGE-LINE
                   PERFORM EMIT-MERGE-LINE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-DISK-COUNT
               PERFORM MERGE-DISK-ROW
           END-PERFORM
           PERFORM VARYING MERGE-ROW FROM 1 BY 1
               UNTIL MERGE-ROW > MERGE-MINE-COUNT
               IF MERGE-MINE-USED(MERGE-ROW) = 0
                   PERFORM MERGE-MINE-ROW
               END-IF
           END-PERFORM
           .

       MERGE-DISK-ROW.
           MOVE MERGE-DISK-LINE(MERGE-ROW) TO MERGE-LINE
           MOVE MERGE-DISK-KEYLEN(MERGE-ROW) TO MERGE-POS
           PERFORM FIND-MERGE-MINE-ROW
           PERFORM FIND-MERGE-BASE-ROW
           EVALUATE TRUE
               WHEN MERGE-MINE-IX > 0 AND MERGE-BASE-IX > 0
                   EVALUATE TRUE
                       WHEN MERGE-MINE-LINE(MERGE-MINE-IX)
                            = MERGE-BASE-LINE(MERGE-BASE-IX)
                           PERFORM EMIT-MERGE-LINE
                       WHEN MERGE-DISK-LINE(MERGE-ROW)
                            = MERGE-BASE-LINE(MERGE-BASE-IX)
                           MOVE MERGE-MINE-LINE(MERGE-MINE-IX) TO MERGE-LINE
                           PERFORM EMIT-MERGE-LINE
                       WHEN MERGE-MINE-LINE(MERGE-MINE-IX)
                            = MERGE-DISK-LINE(MERGE-ROW)
                           PERFORM EMIT-MERGE-LINE
                       WHEN OTHER
                           PERFORM MERGE-LINE-FIELDS
                           IF MERGE-FIELD-CLASH = 0
                               MOVE MERGE-JOINED TO MERGE-LINE
                               PERFORM EMIT-MERGE-LINE
                           ELSE
                               MOVE "changed" TO MERGE-CONFLICT-WHAT
                               PERFORM SET-CONFLICT-KEY-FROM-LINE
                               PERFORM REPORT-MERGE-CONFLICT
                               PERFORM EMIT-MERGE-LINE
                           END-IF
                   END-EVALUATE
*> this session removed the row; that only stands if nobody else
*> has changed it since.
               WHEN MERGE-BASE-IX > 0
                   IF MERGE-DISK-LINE(MERGE-ROW)
                      NOT = MERGE-BASE-LINE(MERGE-BASE-IX)
                       MOVE "changed" TO MERGE-CONFLICT-WHAT
                       PERFORM SET-CONFLICT-KEY-FROM-LINE
                       PERFORM REPORT-MERGE-CONFLICT
                       PERFORM EMIT-MERGE-LINE
                   END-IF
*> both sessions added a row under the same key.
               WHEN MERGE-MINE-IX > 0
                   IF MERGE-MINE-LINE(MERGE-MINE-IX)
                      NOT = MERGE-DISK-LINE(MERGE-ROW)
                       MOVE "added" TO MERGE-CONFLICT-WHAT
                       PERFORM SET-CONFLICT-KEY-FROM-LINE
                       PERFORM REPORT-MERGE-CONFLICT
                   END-IF
                   PERFORM EMIT-MERGE-LINE
               WHEN OTHER
                   PERFORM EMIT-MERGE-LINE
           END-EVALUATE
           .

*> Both sessions changed the row. Column by column the same rule
*> applies as row by row; the row is only in conflict if some column
*> was changed differently by both, or the rows no longer have the
*> same number of columns. The merged row is left in MERGE-JOINED.
       MERGE-LINE-FIELDS.
           MOVE 0 TO MERGE-FIELD-CLASH
           MOVE MERGE-MINE-LINE(MERGE-MINE-IX) TO MERGE-SPLIT-LINE
           MOVE 1 TO MERGE-SET-IX
           PERFORM SPLIT-MERGE-FIELDS
           MOVE MERGE-BASE-LINE(MERGE-BASE-IX) TO MERGE-SPLIT-LINE
           MOVE 2 TO MERGE-SET-IX
           PERFORM SPLIT-MERGE-FIELDS
           MOVE MERGE-DISK-LINE(MERGE-ROW) TO MERGE-SPLIT-LINE
           MOVE 3 TO MERGE-SET-IX
           PERFORM SPLIT-MERGE-FIELDS
           IF MERGE-FIELD-COUNT(1) NOT = MERGE-FIELD-COUNT(3)
              OR MERGE-FIELD-COUNT(2) NOT = MERGE-FIELD-COUNT(3)
               MOVE 1 TO MERGE-FIELD-CLASH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MERGE-JOINED
           MOVE 1 TO MERGE-OUT-POS
           PERFORM VARYING MERGE-FIELD-NO FROM 1 BY 1
               UNTIL MERGE-FIELD-NO > MERGE-FIELD-COUNT(3)
                  OR MERGE-FIELD-CLASH = 1
               EVALUATE TRUE
                   WHEN MERGE-FIELD-TEXT(1, MERGE-FIELD-NO)
                        = MERGE-FIELD-TEXT(2, MERGE-FIELD-NO)
                       MOVE 3 TO MERGE-SET-IX
                   WHEN MERGE-FIELD-TEXT(3, MERGE-FIELD-NO)
                        = MERGE-FIELD-TEXT(2, MERGE-FIELD-NO)
                       MOVE 1 TO MERGE-SET-IX
                   WHEN MERGE-FIELD-TEXT(1, MERGE-FIELD-NO)
                        = MERGE-FIELD-TEXT(3, MERGE-FIELD-NO)
                       MOVE 3 TO MERGE-SET-IX
                   WHEN OTHER
                       MOVE 1 TO MERGE-FIELD-CLASH
               END-EVALUATE
               IF MERGE-FIELD-CLASH = 0
                   PERFORM JOIN-MERGE-FIELD
               END-IF
           END-PERFORM
           .

       SPLIT-MERGE-FIELDS.
           MOVE SPACES TO MERGE-FIELD-SET(MERGE-SET-IX)
           MOVE 0 TO MERGE-FIELD-COUNT(MERGE-SET-IX)
           UNSTRING MERGE-SPLIT-LINE DELIMITED BY "|"
               INTO MERGE-FIELD-TEXT(MERGE-SET-IX, 1)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 1)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 2)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 2)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 3)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 3)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 4)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 4)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 5)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 5)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 6)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 6)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 7)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 7)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 8)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 8)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 9)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 9)
                    MERGE-FIELD-TEXT(MERGE-SET-IX, 10)
                        COUNT IN MERGE-FIELD-LEN(MERGE-SET-IX, 10)
               TALLYING IN MERGE-FIELD-COUNT(MERGE-SET-IX)
           END-UNSTRING
           .

*> Appends column MERGE-FIELD-NO of set MERGE-SET-IX to MERGE-JOINED;
*> the last column runs on to the end of the line, so its length is
*> held to what the column can carry.
       JOIN-MERGE-FIELD.
           IF MERGE-FIELD-NO > 1
               STRING "|" DELIMITED BY SIZE
                   INTO MERGE-JOINED
                   WITH POINTER MERGE-OUT-POS
               END-STRING
           END-IF
           IF MERGE-FIELD-LEN(MERGE-SET-IX, MERGE-FIELD-NO) > 200
               MOVE 200 TO MERGE-FIELD-LEN(MERGE-SET-IX, MERGE-FIELD-NO)
           END-IF
           IF MERGE-FIELD-LEN(MERGE-SET-IX, MERGE-FIELD-NO) > 0
               STRING MERGE-FIELD-TEXT(MERGE-SET-IX, MERGE-FIELD-NO)
                          (1:MERGE-FIELD-LEN(MERGE-SET-IX, MERGE-FIELD-NO))
                   DELIMITED BY SIZE
                   INTO MERGE-JOINED
                   WITH POINTER MERGE-OUT-POS
               END-STRING
           END-IF
           .

*> A row of this session's with no counterpart on disk is new here,
*> or was removed by another session since the base was taken.
       MERGE-MINE-ROW.
           MOVE MERGE-ROW TO MERGE-MINE-IX
           MOVE MERGE-MINE-LINE(MERGE-ROW) TO MERGE-LINE
           MOVE MERGE-MINE-KEYLEN(MERGE-ROW) TO MERGE-POS
           PERFORM FIND-MERGE-BASE-ROW
           IF MERGE-BASE-IX = 0
               PERFORM EMIT-MERGE-LINE
               EXIT PARAGRAPH
           END-IF
           IF MERGE-LINE NOT = MERGE-BASE-LINE(MERGE-BASE-IX)
               MOVE "removed" TO MERGE-CONFLICT-WHAT
               PERFORM SET-CONFLICT-KEY-FROM-LINE
               PERFORM REPORT-MERGE-CONFLICT
           END-IF
           .

*> Both finders look for the first row not yet paired whose key
*> matches the first MERGE-POS bytes of MERGE-LINE.
       FIND-MERGE-MINE-ROW.
           MOVE 0 TO MERGE-MINE-IX
           PERFORM VARYING MERGE-SCAN FROM 1 BY 1
               UNTIL MERGE-SCAN > MERGE-MINE-COUNT OR MERGE-MINE-IX > 0
               IF MERGE-MINE-USED(MERGE-SCAN) = 0
                  AND MERGE-MINE-KEYLEN(MERGE-SCAN) = MERGE-POS
                   IF MERGE-MINE-LINE(MERGE-SCAN)(1:MERGE-POS)
                      = MERGE-LINE(1:MERGE-POS)
                       MOVE MERGE-SCAN TO MERGE-MINE-IX
                       MOVE 1 TO MERGE-MINE-USED(MERGE-SCAN)
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-MERGE-BASE-ROW.
           MOVE 0 TO MERGE-BASE-IX
           PERFORM VARYING MERGE-SCAN FROM 1 BY 1
               UNTIL MERGE-SCAN > MERGE-BASE-COUNT OR MERGE-BASE-IX > 0
               IF MERGE-BASE-USED(MERGE-SCAN) = 0
                  AND MERGE-BASE-KEYLEN(MERGE-SCAN) = MERGE-POS
                   IF MERGE-BASE-LINE(MERGE-SCAN)(1:MERGE-POS)
                      = MERGE-LINE(1:MERGE-POS)
                       MOVE MERGE-SCAN TO MERGE-BASE-IX
                       MOVE 1 TO MERGE-BASE-USED(MERGE-SCAN)
                   END-IF
               END-IF
           END-PERFORM
           .

*> MERGE-MINE-IX is this session's row the line stands for, or 0.
       EMIT-MERGE-LINE.
           IF MERGE-OUT-COUNT < 2000
               ADD 1 TO MERGE-OUT-COUNT
               MOVE MERGE-LINE TO MERGE-OUT-LINE(MERGE-OUT-COUNT)
               MOVE MERGE-MINE-IX TO MERGE-OUT-MINE(MERGE-OUT-COUNT)
           END-IF
           .

*> the key columns of MERGE-LINE, each quoted the way journal
*> details quote a username, with "/" between them.
       SET-CONFLICT-KEY-FROM-LINE.
           MOVE SPACES TO MERGE-CONFLICT-KEY
           MOVE 1 TO MERGE-KEY-POS
           MOVE 1 TO MERGE-OUT-POS
           PERFORM VARYING MERGE-FIELD-NO FROM 1 BY 1
               UNTIL MERGE-FIELD-NO > MERGE-KEY-FIELDS
               MOVE SPACES TO MERGE-SCRAP
               UNSTRING MERGE-LINE DELIMITED BY "|"
                   INTO MERGE-SCRAP
                   WITH POINTER MERGE-KEY-POS
               END-UNSTRING
               IF MERGE-FIELD-NO > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO MERGE-CONFLICT-KEY
                       WITH POINTER MERGE-OUT-POS
                   END-STRING
               END-IF
               STRING "'" FUNCTION TRIM(MERGE-SCRAP) "'"
                   DELIMITED BY SIZE
                   INTO MERGE-CONFLICT-KEY
                   WITH POINTER MERGE-OUT-POS
               END-STRING
           END-PERFORM
           .

*> Tells the student about one change of theirs that lost out to
*> another session's, and journals it as SAVE CONFLICT under the
*> person signed in. A caller may already have staged its own
*> event in the journal fields before saving, so those are kept
*> aside and restored.
       REPORT-MERGE-CONFLICT.
           ADD 1 TO MERGE-CONFLICTS
           MOVE SPACES TO WS-OUT
           STRING "Warning: " FUNCTION TRIM(MERGE-FILE-NAME)
                  " entry " FUNCTION TRIM(MERGE-CONFLICT-KEY) " was "
                  FUNCTION TRIM(MERGE-CONFLICT-WHAT)
                  " by another session while you were working; their version was kept."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE

           MOVE JRNL-ACTOR TO MERGE-SAVED-ACTOR
           MOVE JRNL-ACTION TO MERGE-SAVED-ACTION
           MOVE JRNL-DETAIL TO MERGE-SAVED-DETAIL
           MOVE JRNL-IMAGE TO MERGE-SAVED-IMAGE
           IF SESSION-ACTOR NOT = SPACES
               MOVE SESSION-ACTOR TO JRNL-ACTOR
           ELSE
               MOVE USERNAME TO JRNL-ACTOR
           END-IF
           MOVE "SAVE CONFLICT" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           STRING FUNCTION TRIM(MERGE-FILE-NAME)
                  " entry " FUNCTION TRIM(MERGE-CONFLICT-KEY) " "
                  FUNCTION TRIM(MERGE-CONFLICT-WHAT)
                  " by another session; their version kept"
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE SPACES TO JRNL-IMAGE
           PERFORM WRITE-JOURNAL-EVENT
           MOVE MERGE-SAVED-ACTOR TO JRNL-ACTOR
           MOVE MERGE-SAVED-ACTION TO JRNL-ACTION
           MOVE MERGE-SAVED-DETAIL TO JRNL-DETAIL
           MOVE MERGE-SAVED-IMAGE TO JRNL-IMAGE
           .

*> a save with a row in conflict writes nothing at all and leaves
*> its save flag 0, so the caller puts back its whole change and
*> journals none of it, exactly as for a failed write.
       ADVISE-MERGE-CONFLICTS.
           MOVE "Nothing was saved. Log out and back in to see the other session's changes, then try again."
               TO WS-OUT
           PERFORM PRINT-LINE
           .

*> ---------------------------------------------------------------
*> Login audit trail: one line appended per attempt, success or
*> not, with a run-local sequence marker and a timestamp so support

       MAIN-MENU.
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO SESSION-ACTOR
               MOVE "Welcome to InCollege!" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "1. Log In" TO WS-OUT
               ELSE
                   MOVE "student account" TO JRNL-DETAIL
               END-IF
               PERFORM SET-ACCOUNT-IMAGE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Account created successfully!" TO WS-OUT
           ELSE
                       PERFORM LOG-LOGIN-ATTEMPT

                       IF LOGIN-SUCCESS = 1
                           MOVE U-NAME(CURRENT-USER-ID) TO SESSION-ACTOR
                           PERFORM CLEAR-LOCKOUT-ON-SUCCESS
                           MOVE "You have successfully logged in." TO WS-OUT
                           PERFORM PRINT-LINE
               PERFORM CHECK-PENDING-CONNECTIONS
               PERFORM CHECK-UNREAD-MESSAGES
               PERFORM CHECK-APPLICATION-UPDATES
               PERFORM CHECK-INTERVIEW-INVITES
               PERFORM CHECK-SAVED-SEARCH-ALERTS
               PERFORM POST-LOGIN-MENU
           END-IF
           PERFORM SAVE-ACCOUNT-ROW

           IF SAVE-ACCOUNTS-OK = 1
*> as with the admin reset, the detail names the account only.
               MOVE U-NAME(WS-I) TO JRNL-ACTOR
               MOVE "PASSWORD RECOVERED" TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               STRING "account '" FUNCTION TRIM(U-NAME(WS-I))
                      "' via security question"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               PERFORM SET-ACCOUNT-IMAGE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Your password has been reset successfully." TO WS-OUT
           ELSE
               MOVE "Your password could not be reset, please try again." TO WS-OUT
              AND FUNCTION TRIM(WS-OUT) = FUNCTION TRIM(ADMIN-PASS)
              AND FUNCTION TRIM(ADMIN-NAME) NOT = SPACES
               MOVE 1 TO ADMIN-LOGIN-OK
               MOVE ADMIN-NAME TO SESSION-ACTOR
               MOVE "M" TO AUDIT-RESULT
               MOVE "ADMIN MAINTENANCE SESSION OPENED" TO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-EVENT
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               PERFORM SET-ACCOUNT-IMAGE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Account deactivated." TO WS-OUT
           ELSE
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               PERFORM SET-ACCOUNT-IMAGE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Account reactivated." TO WS-OUT
           ELSE
               PERFORM VARYING WS-I FROM LOCK-ROW BY 1
                   UNTIL WS-I >= USER-COUNT
                   MOVE USER-ENTRY(WS-I + 1) TO USER-ENTRY(WS-I)
                   MOVE USER-BASE-ENTRY(WS-I + 1) TO USER-BASE-ENTRY(WS-I)
               END-PERFORM
               MOVE USER-COUNT TO WS-I
               PERFORM CLEAR-USER-ROW
               MOVE SPACES TO USER-BASE-ENTRY(WS-I)
               SUBTRACT 1 FROM USER-COUNT
           END-IF
           IF SAVE-ACCOUNTS-OK = 1
               PERFORM PURGE-DELETED-APPLICATIONS
               PERFORM PURGE-DELETED-SAVED-SEARCHES
               PERFORM PURGE-DELETED-ENDORSEMENTS
               PERFORM PURGE-DELETED-INTERVIEWS
               PERFORM PURGE-DELETED-DIGEST-PREFS
               MOVE "M" TO AUDIT-RESULT
               MOVE "ACCOUNT DELETED BY ADMIN" TO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-EVENT
               MOVE "ACCOUNT DELETED" TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               STRING "account '" FUNCTION TRIM(DELETE-KEY-NAME)
                      "' removed with its connection, message, application, saved-search, endorsement, interview, and digest-preference rows"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "AD" TO JRNL-IMAGE-TYPE
               MOVE DELETE-KEY-NAME TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Account deleted." TO WS-OUT
           ELSE
           END-IF
           .

       PURGE-DELETED-INTERVIEWS.
           MOVE 0 TO IV-J
           PERFORM VARYING IV-I FROM 1 BY 1 UNTIL IV-I > IV-COUNT
               IF FUNCTION TRIM(IV-USER(IV-I)) NOT =
                      FUNCTION TRIM(DELETE-KEY-NAME)
                   ADD 1 TO IV-J
                   IF IV-J NOT = IV-I
                       MOVE IV-ENTRY(IV-I) TO IV-ENTRY(IV-J)
                   END-IF
               END-IF
           END-PERFORM
           IF IV-J NOT = IV-COUNT
               MOVE IV-J TO IV-COUNT
               PERFORM SAVE-INTERVIEWS
               IF SAVE-INTERVIEWS-OK = 0
                   MOVE "Warning: the deleted account's interview rows could not be saved; reload before retrying."
                       TO WS-OUT
                   PERFORM PRINT-LINE
               END-IF
           END-IF
           .

       PURGE-DELETED-DIGEST-PREFS.
           MOVE 0 TO DP-ROW
           PERFORM VARYING DP-I FROM 1 BY 1 UNTIL DP-I > DP-COUNT
               IF FUNCTION TRIM(DP-USER(DP-I)) NOT =
                      FUNCTION TRIM(DELETE-KEY-NAME)
                   ADD 1 TO DP-ROW
                   IF DP-ROW NOT = DP-I
                       MOVE DP-ENTRY(DP-I) TO DP-ENTRY(DP-ROW)
                   END-IF
               END-IF
           END-PERFORM
           IF DP-ROW NOT = DP-COUNT
               MOVE DP-ROW TO DP-COUNT
               PERFORM SAVE-DIGEST-PREFS
               IF SAVE-DIGEST-PREFS-OK = 0
                   MOVE "Warning: the deleted account's digest preference could not be saved; reload before retrying."
                       TO WS-OUT
                   PERFORM PRINT-LINE
               END-IF
           END-IF
           .

       PURGE-DELETED-SAVED-SEARCHES.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-K FROM 1 BY 1
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE "JD" TO JRNL-IMAGE-TYPE
           MOVE JOB-ENTRY(MATCH-PICK) TO JRNL-IMAGE-DATA

           PERFORM VARYING WS-K FROM MATCH-PICK BY 1
               UNTIL WS-K >= JOB-COUNT
           ELSE
               MOVE SPACES TO AUDIT-DETAIL
               MOVE SPACES TO JRNL-DETAIL
               MOVE SPACES TO JRNL-IMAGE
               MOVE "The posting could not be removed; reload before retrying."
                   TO WS-OUT
           END-IF
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "CR" TO JRNL-IMAGE-TYPE
               MOVE CONN-ENTRY(WS-K) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Pending request expired." TO WS-OUT
           ELSE
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               PERFORM SET-ACCOUNT-IMAGE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Password reset." TO WS-OUT
           ELSE
               PERFORM PRINT-LINE
               MOVE "3. Message an applicant" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "4. View candidate shortlist for a posting" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "5. Manage my postings" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "6. Logout" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUT
               PERFORM PRINT-LINE
                       PERFORM LIST-APPLICANTS-FOR-MY-POSTINGS
                   WHEN 3
                       PERFORM SEND-MESSAGE-TO-APPLICANT
                   WHEN 4
                       PERFORM VIEW-CANDIDATE-SHORTLIST
                   WHEN 5
                       PERFORM MANAGE-MY-POSTINGS
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               END-IF
           END-PERFORM

           IF FOUND = 0
               MOVE "You can only message someone who has applied to one of your postings."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SEND-RECRUITER-MESSAGE
           .

*> Writes one message from the signed-in recruiter to MSG-TO-NAME;
*> the caller has already decided the recipient is someone this
*> recruiter may contact.
       SEND-RECRUITER-MESSAGE.
           IF MSG-COUNT >= 1000
               MOVE "The message store is full, please try again later." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your message (max 200 chars):" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM READ-INPUT
           PERFORM REQUIRE-NONBLANK

           ADD 1 TO MSG-COUNT
           MOVE FUNCTION TRIM(U-NAME(CURRENT-USER-ID)) TO M-FROM(MSG-COUNT)
           MOVE FUNCTION TRIM(MSG-TO-NAME) TO M-TO(MSG-COUNT)
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW TO M-WHEN(MSG-COUNT)
           MOVE "N" TO M-READ(MSG-COUNT)
           MOVE WS-OUT(1:200) TO M-BODY(MSG-COUNT)
           PERFORM SAVE-MESSAGES

           IF SAVE-MESSAGES-OK = 1
               PERFORM JOURNAL-MESSAGE-SENT
               MOVE "Message sent!" TO WS-OUT
           ELSE
               MOVE "Your message could not be saved, please try again." TO WS-OUT
               SUBTRACT 1 FROM MSG-COUNT
           END-IF
           PERFORM PRINT-LINE
           .

*> ---------------------------------------------------------------
*> Candidate shortlist: the recruiter picks one of their own
*> postings, sees the students the nightly match ranked for it, and
*> may message one of them straight from the list. Being on the
*> shortlist for the recruiter's own posting is what entitles the
*> recruiter to write, the same way an application does.
*> ---------------------------------------------------------------
       VIEW-CANDIDATE-SHORTLIST.
           MOVE "--- Your Postings ---" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE 0 TO MATCH-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > JOB-COUNT
               IF FUNCTION TRIM(J-POSTER(WS-K)) =
                      FUNCTION TRIM(U-NAME(CURRENT-USER-ID))
                   ADD 1 TO MATCH-COUNT
                   MOVE WS-K TO MATCH-ENTRY(MATCH-COUNT)
                   MOVE MATCH-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO WS-OUT
                   STRING FUNCTION TRIM(WS-NUM-EDIT) ". "
                          FUNCTION TRIM(J-TITLE(WS-K)) " at "
                          FUNCTION TRIM(J-EMPLOYER(WS-K))
                       DELIMITED BY SIZE
                       INTO WS-OUT
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM

           IF MATCH-COUNT = 0
               MOVE "You have not posted any jobs yet." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the posting (0 to go back):" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-MATCH-PICK
           IF MATCH-PICK-OK = 0 OR MATCH-PICK = 0
              OR MATCH-PICK > MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MATCH-ENTRY(MATCH-PICK) TO SHORTLIST-JOB-ID

           PERFORM LIST-POSTING-SHORTLIST
           IF MATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Message one of these candidates? (1=Yes, 2=No):" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-CHOICE-1DIGIT
           IF CHOICE NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the candidate:" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-MATCH-PICK
           IF MATCH-PICK-OK = 0 OR MATCH-PICK = 0
              OR MATCH-PICK > MATCH-COUNT
               MOVE "Invalid candidate number." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MSG-TO-NAME
           MOVE U-NAME(MATCH-ENTRY(MATCH-PICK)) TO MSG-TO-NAME
           PERFORM SEND-RECRUITER-MESSAGE
           .

*> Lists the shortlist rows for SHORTLIST-JOB-ID and leaves the
*> listed candidates' account rows in MATCH-LIST. Anyone deactivated
*> or deleted since the nightly run is left off.
       LIST-POSTING-SHORTLIST.
           MOVE 0 TO MATCH-COUNT
           OPEN INPUT SHORTLIST-FILE
           IF SHORTLIST-STATUS NOT = "00"
               MOVE "No candidate shortlist has been built yet; it is refreshed every night."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "--- Candidate Shortlist: "
                  FUNCTION TRIM(J-TITLE(SHORTLIST-JOB-ID)) " at "
                  FUNCTION TRIM(J-EMPLOYER(SHORTLIST-JOB-ID)) " ---"
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE

           PERFORM UNTIL 1 = 2
               READ SHORTLIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO SL-EMPLOYER
                       MOVE SPACES TO SL-TITLE
                       MOVE SPACES TO SL-RANK-TXT
                       MOVE SPACES TO SL-USER
                       MOVE SPACES TO SL-SCORE-TXT
                       UNSTRING SHORTLIST-RECORD DELIMITED BY "|"
                           INTO SL-EMPLOYER
                                SL-TITLE
                                SL-RANK-TXT
                                SL-USER
                                SL-SCORE-TXT
                       END-UNSTRING
                       IF FUNCTION TRIM(SL-EMPLOYER) =
                              FUNCTION TRIM(J-EMPLOYER(SHORTLIST-JOB-ID))
                          AND FUNCTION TRIM(SL-TITLE) =
                              FUNCTION TRIM(J-TITLE(SHORTLIST-JOB-ID))
                          AND MATCH-COUNT < 500
                           PERFORM SHOW-SHORTLIST-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHORTLIST-FILE

           IF MATCH-COUNT = 0
               MOVE "No candidates are shortlisted for this posting yet." TO WS-OUT
               PERFORM PRINT-LINE
           END-IF
           .

       SHOW-SHORTLIST-CANDIDATE.
           MOVE 0 TO FOUND-USER-ID
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > USER-COUNT
               IF FUNCTION TRIM(U-NAME(WS-I)) = FUNCTION TRIM(SL-USER)
                   MOVE WS-I TO FOUND-USER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND-USER-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF ACCT-INACTIVE(FOUND-USER-ID)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MATCH-COUNT
           MOVE FOUND-USER-ID TO MATCH-ENTRY(MATCH-COUNT)
           MOVE MATCH-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NUM-EDIT) ". "
                  FUNCTION TRIM(U-FNAME(FOUND-USER-ID)) " "
                  FUNCTION TRIM(U-LNAME(FOUND-USER-ID)) " ("
                  FUNCTION TRIM(U-NAME(FOUND-USER-ID)) ") - "
                  FUNCTION TRIM(U-UNIV(FOUND-USER-ID)) ", "
                  FUNCTION TRIM(U-MAJOR(FOUND-USER-ID))
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           IF SL-SCORE-TXT IS NUMERIC
               MOVE SL-SCORE-TXT TO WS-NUM-EDIT
               MOVE SPACES TO WS-OUT
               STRING "   Match score: " FUNCTION TRIM(WS-NUM-EDIT)
                   DELIMITED BY SIZE
                   INTO WS-OUT
               END-STRING
               PERFORM PRINT-LINE
           END-IF
           .

*> ---------------------------------------------------------------
           PERFORM REQUIRE-NONBLANK
           MOVE WS-OUT(1:50) TO J-UNIV(WS-K)

           PERFORM GET-JOB-DEADLINE
           PERFORM GET-JOB-OPENINGS

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO J-POSTED(WS-K)
           MOVE WS-NOW(1:8) TO J-POSTED(WS-K)
           MOVE FUNCTION TRIM(U-NAME(CURRENT-USER-ID)) TO J-POSTER(WS-K)
           MOVE "O" TO J-STATE(WS-K)

           PERFORM SAVE-JOBS

                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "JR" TO JRNL-IMAGE-TYPE
               MOVE JOB-ENTRY(WS-K) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Job posting saved successfully!" TO WS-OUT
           ELSE
           PERFORM PRINT-LINE
           .

*> The deadline is the last day applications are taken; blank means
*> the posting stays open until it is closed or its openings fill.
       GET-JOB-DEADLINE.
           MOVE 0 TO FUTURE-DATE-OK
           PERFORM UNTIL FUTURE-DATE-OK = 1
               MOVE "Enter Application Deadline (YYYYMMDD, blank for none):"
                   TO WS-OUT
               PERFORM PRINT-LINE
               PERFORM READ-INPUT
               MOVE SPACES TO J-DEADLINE(WS-K)
               IF WS-OUT = SPACES
                   MOVE 1 TO FUTURE-DATE-OK
               ELSE
                   PERFORM VALIDATE-FUTURE-DATE
                   IF FUTURE-DATE-OK = 1
                       MOVE WS-OUT(1:8) TO J-DEADLINE(WS-K)
                   END-IF
               END-IF
           END-PERFORM
           .

*> Checks the YYYYMMDD in WS-OUT; on failure the complaint replaces
*> it, so callers take the date from WS-OUT only when FUTURE-DATE-OK.
       VALIDATE-FUTURE-DATE.
           MOVE 0 TO FUTURE-DATE-OK
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           IF WS-OUT(1:8) IS NUMERIC AND WS-OUT(9:1) = SPACE
               MOVE WS-OUT(5:2) TO FUTURE-DATE-MONTH
               MOVE WS-OUT(7:2) TO FUTURE-DATE-DAY
               IF FUTURE-DATE-MONTH >= 1 AND FUTURE-DATE-MONTH <= 12
                  AND FUTURE-DATE-DAY >= 1 AND FUTURE-DATE-DAY <= 31
                  AND WS-OUT(1:8) >= WS-NOW(1:8)
                   MOVE WS-OUT(1:8) TO FUTURE-DATE-NUM
                   IF FUNCTION INTEGER-OF-DATE(FUTURE-DATE-NUM) > 0
                       MOVE 1 TO FUTURE-DATE-OK
                   END-IF
               END-IF
           END-IF
           IF FUTURE-DATE-OK = 0
               MOVE "Invalid date; use a real date (YYYYMMDD) no earlier than today."
                   TO WS-OUT
               PERFORM PRINT-LINE
           END-IF
           .

       GET-JOB-OPENINGS.
           PERFORM UNTIL 1 = 2
               MOVE "Enter Number of Openings (1-999):" TO WS-OUT
               PERFORM PRINT-LINE
               PERFORM GET-MATCH-PICK
               IF MATCH-PICK-OK = 1 AND MATCH-PICK > 0
                   MOVE MATCH-PICK TO J-OPENINGS(WS-K)
                   EXIT PERFORM
               END-IF
               MOVE "Invalid input. Please try again." TO WS-OUT
               PERFORM PRINT-LINE
           END-PERFORM
           .

*> ---------------------------------------------------------------
*> "Manage my postings": the poster edits the description, location
*> or target university of one of their own postings, or closes it.
*> A closed posting takes no more applications, and everyone still
*> waiting on it at Submitted or Reviewed is marked Not selected and
*> told at their next login. A posting also closes itself once the
*> offers made against it reach its number of openings.
*> ---------------------------------------------------------------
       MANAGE-MY-POSTINGS.
           MOVE "--- Your Postings ---" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE 0 TO MATCH-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > JOB-COUNT
               IF FUNCTION TRIM(J-POSTER(WS-K)) =
                      FUNCTION TRIM(U-NAME(CURRENT-USER-ID))
                   ADD 1 TO MATCH-COUNT
                   MOVE WS-K TO MATCH-ENTRY(MATCH-COUNT)
                   MOVE MATCH-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO WS-OUT
                   IF JOB-CLOSED(WS-K)
                       STRING FUNCTION TRIM(WS-NUM-EDIT) ". "
                              FUNCTION TRIM(J-TITLE(WS-K)) " at "
                              FUNCTION TRIM(J-EMPLOYER(WS-K)) " (closed)"
                           DELIMITED BY SIZE
                           INTO WS-OUT
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-NUM-EDIT) ". "
                              FUNCTION TRIM(J-TITLE(WS-K)) " at "
                              FUNCTION TRIM(J-EMPLOYER(WS-K))
                           DELIMITED BY SIZE
                           INTO WS-OUT
                       END-STRING
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM

           IF MATCH-COUNT = 0
               MOVE "You have not posted any jobs yet." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the posting (0 to go back):" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-MATCH-PICK
           IF MATCH-PICK-OK = 0 OR MATCH-PICK = 0
              OR MATCH-PICK > MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MATCH-ENTRY(MATCH-PICK) TO JOB-EDIT-ID
           MOVE JOB-EDIT-ID TO WS-K
           PERFORM PRINT-JOB-ENTRY

           IF JOB-CLOSED(JOB-EDIT-ID)
               MOVE "This posting is closed and can no longer be changed."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Edit description" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE "2. Edit location" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE "3. Edit target university" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE "4. Close this posting" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE "5. Go back" TO WS-OUT
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-CHOICE-1DIGIT

           EVALUATE CHOICE
               WHEN 1
               WHEN 2
               WHEN 3
                   PERFORM EDIT-MY-POSTING
               WHEN 4
                   MOVE "Close this posting to new applications? (1=Yes, 2=No):"
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   PERFORM GET-CHOICE-1DIGIT
                   IF CHOICE = 1
                       MOVE "closed by the poster" TO JOB-CLOSE-REASON
                       PERFORM CLOSE-JOB-POSTING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> CHOICE says which field: 1 description, 2 location, 3 university.
*> Employer and title stay fixed - they are what applications and
*> the shortlist key on.
       EDIT-MY-POSTING.
           MOVE JOB-ENTRY(JOB-EDIT-ID) TO JOB-OLD-ENTRY
           EVALUATE CHOICE
               WHEN 1
                   MOVE "Enter the new Job Description:" TO WS-OUT
                   PERFORM PRINT-LINE
                   PERFORM READ-INPUT
                   PERFORM REQUIRE-NONBLANK
                   MOVE WS-OUT(1:200) TO J-DESC(JOB-EDIT-ID)
                   MOVE "description" TO JOB-FIELD-NAME
               WHEN 2
                   MOVE J-LOCATION(JOB-EDIT-ID) TO JRNL-OLD-VALUE
                   MOVE "Enter the new Location:" TO WS-OUT
                   PERFORM PRINT-LINE
                   PERFORM READ-INPUT
                   PERFORM REQUIRE-NONBLANK
                   MOVE WS-OUT(1:50) TO J-LOCATION(JOB-EDIT-ID)
                   MOVE "location" TO JOB-FIELD-NAME
               WHEN OTHER
                   MOVE J-UNIV(JOB-EDIT-ID) TO JRNL-OLD-VALUE
                   MOVE "Enter the new Target University (or ALL):" TO WS-OUT
                   PERFORM PRINT-LINE
                   PERFORM READ-INPUT
                   PERFORM REQUIRE-NONBLANK
                   MOVE WS-OUT(1:50) TO J-UNIV(JOB-EDIT-ID)
                   MOVE "university" TO JOB-FIELD-NAME
           END-EVALUATE

           PERFORM SAVE-JOBS
           IF SAVE-JOBS-OK = 0
               MOVE JOB-OLD-ENTRY TO JOB-ENTRY(JOB-EDIT-ID)
               MOVE "Your change could not be saved, please try again."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
           MOVE "JOB UPDATED" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           EVALUATE CHOICE
               WHEN 1
                   STRING "'" FUNCTION TRIM(J-TITLE(JOB-EDIT-ID))
                          "' at '" FUNCTION TRIM(J-EMPLOYER(JOB-EDIT-ID))
                          "': description updated"
                       DELIMITED BY SIZE
                       INTO JRNL-DETAIL
                   END-STRING
               WHEN 2
                   STRING "'" FUNCTION TRIM(J-TITLE(JOB-EDIT-ID))
                          "' at '" FUNCTION TRIM(J-EMPLOYER(JOB-EDIT-ID))
                          "': location '" FUNCTION TRIM(JRNL-OLD-VALUE)
                          "' -> '" FUNCTION TRIM(J-LOCATION(JOB-EDIT-ID)) "'"
                       DELIMITED BY SIZE
                       INTO JRNL-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "'" FUNCTION TRIM(J-TITLE(JOB-EDIT-ID))
                          "' at '" FUNCTION TRIM(J-EMPLOYER(JOB-EDIT-ID))
                          "': university '" FUNCTION TRIM(JRNL-OLD-VALUE)
                          "' -> '" FUNCTION TRIM(J-UNIV(JOB-EDIT-ID)) "'"
                       DELIMITED BY SIZE
                       INTO JRNL-DETAIL
                   END-STRING
           END-EVALUATE
           MOVE "JR" TO JRNL-IMAGE-TYPE
           MOVE JOB-ENTRY(JOB-EDIT-ID) TO JRNL-IMAGE-DATA
           PERFORM WRITE-JOURNAL-EVENT

           MOVE SPACES TO WS-OUT
           STRING "The posting's " FUNCTION TRIM(JOB-FIELD-NAME)
                  " has been updated."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           .

*> Closes JOB-EDIT-ID for the reason in JOB-CLOSE-REASON, then moves
*> its remaining Submitted/Reviewed applications to Not selected with
*> the notify flag up. WS-K is put back afterwards because SAVE-JOBS
*> walks the board with it and the applicant listing may be part way
*> through its own walk when an offer fills the last opening.
       CLOSE-JOB-POSTING.
           MOVE WS-K TO JOB-LIST-POS
           MOVE JOB-ENTRY(JOB-EDIT-ID) TO JOB-OLD-ENTRY
           MOVE "C" TO J-STATE(JOB-EDIT-ID)
           PERFORM SAVE-JOBS
           MOVE JOB-LIST-POS TO WS-K
           IF SAVE-JOBS-OK = 0
               MOVE JOB-OLD-ENTRY TO JOB-ENTRY(JOB-EDIT-ID)
               MOVE "The posting could not be closed, please try again."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
           MOVE "JOB CLOSED" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           STRING "'" FUNCTION TRIM(J-TITLE(JOB-EDIT-ID))
                  "' at '" FUNCTION TRIM(J-EMPLOYER(JOB-EDIT-ID))
                  "' " FUNCTION TRIM(JOB-CLOSE-REASON)
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE "JR" TO JRNL-IMAGE-TYPE
           MOVE JOB-ENTRY(JOB-EDIT-ID) TO JRNL-IMAGE-DATA
           PERFORM WRITE-JOURNAL-EVENT

           MOVE 0 TO JOB-CLOSE-COUNT
           PERFORM VARYING JOB-CLOSE-IX FROM 1 BY 1
               UNTIL JOB-CLOSE-IX > APPL-COUNT
               IF (APPL-SUBMITTED(JOB-CLOSE-IX) OR APPL-REVIEWED(JOB-CLOSE-IX))
                  AND FUNCTION TRIM(A-EMPLOYER(JOB-CLOSE-IX)) =
                      FUNCTION TRIM(J-EMPLOYER(JOB-EDIT-ID))
                  AND FUNCTION TRIM(A-TITLE(JOB-CLOSE-IX)) =
                      FUNCTION TRIM(J-TITLE(JOB-EDIT-ID))
                   ADD 1 TO JOB-CLOSE-COUNT
                   MOVE JOB-CLOSE-IX TO JC-APPL-ID(JOB-CLOSE-COUNT)
                   MOVE A-STATUS(JOB-CLOSE-IX) TO JC-OLD-STATUS(JOB-CLOSE-COUNT)
                   MOVE A-NOTIFY(JOB-CLOSE-IX) TO JC-OLD-NOTIFY(JOB-CLOSE-COUNT)
                   MOVE "N" TO A-STATUS(JOB-CLOSE-IX)
                   MOVE "Y" TO A-NOTIFY(JOB-CLOSE-IX)
               END-IF
           END-PERFORM

           IF JOB-CLOSE-COUNT = 0
               MOVE "The posting is now closed." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-APPLICATIONS
           IF SAVE-APPLICATIONS-OK = 0
               PERFORM VARYING JOB-CLOSE-IX FROM 1 BY 1
                   UNTIL JOB-CLOSE-IX > JOB-CLOSE-COUNT
                   MOVE JC-OLD-STATUS(JOB-CLOSE-IX)
                       TO A-STATUS(JC-APPL-ID(JOB-CLOSE-IX))
                   MOVE JC-OLD-NOTIFY(JOB-CLOSE-IX)
                       TO A-NOTIFY(JC-APPL-ID(JOB-CLOSE-IX))
               END-PERFORM
               MOVE "The posting is closed, but its remaining applicants could not be updated;"
                   TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "please mark them Not selected from View applicants."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING JOB-CLOSE-IX FROM 1 BY 1
               UNTIL JOB-CLOSE-IX > JOB-CLOSE-COUNT
               PERFORM JOURNAL-CLOSED-OUT-APPLICANT
           END-PERFORM

           MOVE SPACES TO WS-OUT
           MOVE JOB-CLOSE-COUNT TO WS-NUM-EDIT
           STRING "The posting is now closed; " FUNCTION TRIM(WS-NUM-EDIT)
                  " remaining applicant(s) marked Not selected will be told"
                  " at their next login."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           .

*> one APPLICATION STATUS CHANGED line per closed-out applicant, in
*> the same shape UPDATE-APPLICANT-STATUS writes, so the funnel report
*> and forward recovery treat it like any other decision.
       JOURNAL-CLOSED-OUT-APPLICANT.
           MOVE JC-APPL-ID(JOB-CLOSE-IX) TO APPL-EDIT-ID
           IF JC-OLD-STATUS(JOB-CLOSE-IX) = "S"
               MOVE "Submitted" TO JRNL-OLD-VALUE
           ELSE
               MOVE "Reviewed" TO JRNL-OLD-VALUE
           END-IF
           MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
           MOVE "APPLICATION STATUS CHANGED" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           STRING "'" FUNCTION TRIM(A-USER(APPL-EDIT-ID))
                  "' for '" FUNCTION TRIM(A-TITLE(APPL-EDIT-ID))
                  "' at '" FUNCTION TRIM(A-EMPLOYER(APPL-EDIT-ID))
                  "': " FUNCTION TRIM(JRNL-OLD-VALUE)
                  " -> Not selected"
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE "PR" TO JRNL-IMAGE-TYPE
           MOVE APPL-ENTRY(APPL-EDIT-ID) TO JRNL-IMAGE-DATA
           PERFORM WRITE-JOURNAL-EVENT
           .

*> After an offer is made, closes the posting once the offers made
*> against it reach its stated number of openings.
       CHECK-OPENINGS-FILLED.
           MOVE 0 TO JOB-EDIT-ID
           PERFORM VARYING JOB-CLOSE-IX FROM 1 BY 1
               UNTIL JOB-CLOSE-IX > JOB-COUNT
               IF JOB-EDIT-ID = 0
                  AND FUNCTION TRIM(J-EMPLOYER(JOB-CLOSE-IX)) =
                      FUNCTION TRIM(A-EMPLOYER(APPL-EDIT-ID))
                  AND FUNCTION TRIM(J-TITLE(JOB-CLOSE-IX)) =
                      FUNCTION TRIM(A-TITLE(APPL-EDIT-ID))
                   MOVE JOB-CLOSE-IX TO JOB-EDIT-ID
               END-IF
           END-PERFORM
           IF JOB-EDIT-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF J-OPENINGS(JOB-EDIT-ID) = 0 OR JOB-CLOSED(JOB-EDIT-ID)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO JOB-OFFER-COUNT
           PERFORM VARYING JOB-CLOSE-IX FROM 1 BY 1
               UNTIL JOB-CLOSE-IX > APPL-COUNT
               IF APPL-OFFER-MADE(JOB-CLOSE-IX)
                  AND FUNCTION TRIM(A-EMPLOYER(JOB-CLOSE-IX)) =
                      FUNCTION TRIM(J-EMPLOYER(JOB-EDIT-ID))
                  AND FUNCTION TRIM(A-TITLE(JOB-CLOSE-IX)) =
                      FUNCTION TRIM(J-TITLE(JOB-EDIT-ID))
                   ADD 1 TO JOB-OFFER-COUNT
               END-IF
           END-PERFORM
           IF JOB-OFFER-COUNT < J-OPENINGS(JOB-EDIT-ID)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT
           MOVE J-OPENINGS(JOB-EDIT-ID) TO WS-NUM-EDIT
           STRING "All " FUNCTION TRIM(WS-NUM-EDIT)
                  " opening(s) for this posting now have offers made."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           MOVE "closed, all openings filled" TO JOB-CLOSE-REASON
           PERFORM CLOSE-JOB-POSTING
           .

       SEARCH-JOBS-BY-KEYWORD.
           MOVE "Enter a keyword to search titles/descriptions/employers:"
               TO WS-OUT
           PERFORM SAVE-SAVED-SEARCHES

           IF SAVE-SEARCHES-OK = 1
               MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
               MOVE "SEARCH SAVED" TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               STRING "type '" SS-TYPE(SAVED-SEARCH-COUNT) "' text '"
                      FUNCTION TRIM(SS-TEXT(SAVED-SEARCH-COUNT)) "'"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "SR" TO JRNL-IMAGE-TYPE
               MOVE SS-ENTRY(SAVED-SEARCH-COUNT) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Search saved; new matching postings will greet you at login."
                   TO WS-OUT
           ELSE
           END-IF

           MOVE MATCH-ENTRY(MATCH-PICK) TO WS-J
*> the journal detail and image are taken before the rows slide.
           MOVE SPACES TO JRNL-DETAIL
           STRING "type '" SS-TYPE(WS-J) "' text '"
                  FUNCTION TRIM(SS-TEXT(WS-J)) "'"
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE "SD" TO JRNL-IMAGE-TYPE
           MOVE SS-ENTRY(WS-J) TO JRNL-IMAGE-DATA
           PERFORM VARYING WS-J FROM WS-J BY 1
               UNTIL WS-J >= SAVED-SEARCH-COUNT
               MOVE SS-ENTRY(WS-J + 1) TO SS-ENTRY(WS-J)
           SUBTRACT 1 FROM SAVED-SEARCH-COUNT
           PERFORM SAVE-SAVED-SEARCHES
           IF SAVE-SEARCHES-OK = 1
               MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
               MOVE "SEARCH REMOVED" TO JRNL-ACTION
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Saved search removed." TO WS-OUT
           ELSE
               MOVE SPACES TO JRNL-DETAIL
               MOVE SPACES TO JRNL-IMAGE
               MOVE "The search could not be removed; reload before retrying."
                   TO WS-OUT
           END-IF
       ALERT-ONE-SAVED-SEARCH.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > JOB-COUNT
               IF J-POSTED(WS-K) (1:8) >= SS-SINCE(SS-I)
                  AND JOB-OPEN(WS-K)
                   MOVE 0 TO FOUND
                   IF SS-BY-KEYWORD(SS-I)
                       MOVE SS-TEXT(SS-I) TO JOB-SEARCH-TEXT
           .

       APPLY-TO-JOB.
           IF JOB-CLOSED(WS-K)
               MOVE "This posting is closed and no longer taking applications."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           IF J-DEADLINE(WS-K) NOT = SPACES
              AND J-DEADLINE(WS-K) < WS-NOW(1:8)
               MOVE "The application deadline for this posting has passed."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FOUND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > APPL-COUNT
               IF FUNCTION TRIM(A-USER(WS-J)) = FUNCTION TRIM(U-NAME(CURRENT-USER-ID))
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "PR" TO JRNL-IMAGE-TYPE
               MOVE APPL-ENTRY(APPL-COUNT) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Application submitted!" TO WS-OUT
           ELSE
                       INTO WS-OUT
                   END-STRING
                   PERFORM PRINT-LINE
                   PERFORM LIST-APPLICANT-INTERVIEWS
               END-IF
           END-PERFORM
           IF APPL-MATCH-COUNT = 0
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "PR" TO JRNL-IMAGE-TYPE
               MOVE APPL-ENTRY(APPL-EDIT-ID) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE SPACES TO WS-OUT
               STRING "Status updated to "
               MOVE "The status change could not be saved, please try again."
                   TO WS-OUT
           END-IF
           PERFORM PRINT-LINE

           IF SAVE-APPLICATIONS-OK = 1
               IF APPL-INTERVIEW(APPL-EDIT-ID)
                   PERFORM OFFER-INTERVIEW-SLOTS
               ELSE
                   PERFORM CANCEL-INTERVIEW-SLOTS
               END-IF
           END-IF

           IF SAVE-APPLICATIONS-OK = 1 AND APPL-OFFER-MADE(APPL-EDIT-ID)
               PERFORM CHECK-OPENINGS-FILLED
           END-IF
           .

*> Greets the student with any status changes their applications
           END-IF
           .

*> ---------------------------------------------------------------
*> Interview scheduling. Moving an application to Interview lets the
*> poster offer up to three dated slots with a place or meeting
*> link; the student is asked at their next login to confirm one or
*> decline them, the way pending connection requests are put to
*> them, and the poster sees each slot's state in the applicant
*> list. Moving the application on from Interview cancels any slot
*> still proposed, and any confirmed one not yet past.
*> ---------------------------------------------------------------
       OFFER-INTERVIEW-SLOTS.
           MOVE "Offer interview time slots to the applicant? (1=Yes, 2=No):"
               TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-CHOICE-1DIGIT
           IF CHOICE NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IV-NEW-COUNT
           MOVE SPACES TO IV-NEW-SLOTS
           PERFORM UNTIL IV-NEW-COUNT >= 3
               MOVE SPACES TO WS-OUT
               COMPUTE WS-NUM-EDIT = IV-NEW-COUNT + 1
               STRING "Slot " FUNCTION TRIM(WS-NUM-EDIT)
                      " - enter the date (YYYYMMDD), or blank to finish:"
                   DELIMITED BY SIZE
                   INTO WS-OUT
               END-STRING
               PERFORM PRINT-LINE
               PERFORM READ-INPUT
               IF WS-OUT = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM VALIDATE-FUTURE-DATE
               IF FUTURE-DATE-OK = 1
                   ADD 1 TO IV-NEW-COUNT
                   MOVE WS-OUT(1:8) TO IV-NEW-DATE(IV-NEW-COUNT)
                   PERFORM GET-INTERVIEW-TIME
                   MOVE "Enter the location or meeting link:" TO WS-OUT
                   PERFORM PRINT-LINE
                   PERFORM READ-INPUT
                   PERFORM REQUIRE-NONBLANK
                   MOVE WS-OUT(1:80) TO IV-NEW-PLACE(IV-NEW-COUNT)
               END-IF
           END-PERFORM

           IF IV-NEW-COUNT = 0
               MOVE "No interview slots were offered." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF IV-COUNT + IV-NEW-COUNT > 1000
               MOVE "The interview table is full, please try again later."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

*> a fresh offer replaces whatever the student has not answered yet,
*> so they are only ever asked to pick from one set.
           MOVE 0 TO IV-CHG-COUNT
           PERFORM VARYING IV-I FROM 1 BY 1 UNTIL IV-I > IV-COUNT
               IF IV-PROPOSED(IV-I) AND IV-CHG-COUNT < 97
                  AND FUNCTION TRIM(IV-USER(IV-I)) =
                      FUNCTION TRIM(A-USER(APPL-EDIT-ID))
                  AND FUNCTION TRIM(IV-EMPLOYER(IV-I)) =
                      FUNCTION TRIM(A-EMPLOYER(APPL-EDIT-ID))
                  AND FUNCTION TRIM(IV-TITLE(IV-I)) =
                      FUNCTION TRIM(A-TITLE(APPL-EDIT-ID))
                   MOVE "X" TO IV-STATE(IV-I)
                   ADD 1 TO IV-CHG-COUNT
                   MOVE IV-I TO IV-CHG-ENTRY(IV-CHG-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING IV-J FROM 1 BY 1 UNTIL IV-J > IV-NEW-COUNT
               ADD 1 TO IV-COUNT
               MOVE SPACES TO IV-ENTRY(IV-COUNT)
               MOVE A-USER(APPL-EDIT-ID) TO IV-USER(IV-COUNT)
               MOVE A-EMPLOYER(APPL-EDIT-ID) TO IV-EMPLOYER(IV-COUNT)
               MOVE A-TITLE(APPL-EDIT-ID) TO IV-TITLE(IV-COUNT)
               MOVE IV-NEW-DATE(IV-J) TO IV-DATE(IV-COUNT)
               MOVE IV-NEW-TIME(IV-J) TO IV-TIME(IV-COUNT)
               MOVE IV-NEW-PLACE(IV-J) TO IV-PLACE(IV-COUNT)
               MOVE "P" TO IV-STATE(IV-COUNT)
               ADD 1 TO IV-CHG-COUNT
               MOVE IV-COUNT TO IV-CHG-ENTRY(IV-CHG-COUNT)
           END-PERFORM

           PERFORM SAVE-INTERVIEWS
           IF SAVE-INTERVIEWS-OK = 0
               PERFORM LOAD-INTERVIEWS
               MOVE "The interview slots could not be saved, please try again."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-INTERVIEW-CHANGES

           MOVE SPACES TO WS-OUT
           MOVE IV-NEW-COUNT TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT)
                  " interview slot(s) offered; the applicant will be asked to pick one at their next login."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           .

       GET-INTERVIEW-TIME.
           MOVE 0 TO IV-TIME-OK
           PERFORM UNTIL IV-TIME-OK = 1
               MOVE "Enter the time (HHMM, 24-hour):" TO WS-OUT
               PERFORM PRINT-LINE
               PERFORM READ-INPUT
               IF WS-OUT(1:4) IS NUMERIC AND WS-OUT(5:1) = SPACE
                   MOVE WS-OUT(1:2) TO IV-HOUR
                   MOVE WS-OUT(3:2) TO IV-MINUTE
                   IF IV-HOUR <= 23 AND IV-MINUTE <= 59
                       MOVE WS-OUT(1:4) TO IV-NEW-TIME(IV-NEW-COUNT)
                       MOVE 1 TO IV-TIME-OK
                   END-IF
               END-IF
               IF IV-TIME-OK = 0
                   MOVE "Invalid time. Please try again." TO WS-OUT
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           .

       CANCEL-INTERVIEW-SLOTS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE 0 TO IV-CHG-COUNT
           PERFORM VARYING IV-I FROM 1 BY 1 UNTIL IV-I > IV-COUNT
               IF (IV-PROPOSED(IV-I)
                   OR (IV-CONFIRMED(IV-I) AND IV-DATE(IV-I) >= WS-NOW(1:8)))
                  AND IV-CHG-COUNT < 100
                  AND FUNCTION TRIM(IV-USER(IV-I)) =
                      FUNCTION TRIM(A-USER(APPL-EDIT-ID))
                  AND FUNCTION TRIM(IV-EMPLOYER(IV-I)) =
                      FUNCTION TRIM(A-EMPLOYER(APPL-EDIT-ID))
                  AND FUNCTION TRIM(IV-TITLE(IV-I)) =
                      FUNCTION TRIM(A-TITLE(APPL-EDIT-ID))
                   MOVE "X" TO IV-STATE(IV-I)
                   ADD 1 TO IV-CHG-COUNT
                   MOVE IV-I TO IV-CHG-ENTRY(IV-CHG-COUNT)
               END-IF
           END-PERFORM
           IF IV-CHG-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-INTERVIEWS
           IF SAVE-INTERVIEWS-OK = 0
               PERFORM LOAD-INTERVIEWS
               MOVE "Warning: the applicant's open interview slots could not be cancelled."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-INTERVIEW-CHANGES

           MOVE SPACES TO WS-OUT
           MOVE IV-CHG-COUNT TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT)
                  " open interview slot(s) for this applicant were cancelled."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           .

*> one journal line per slot row a change touched, named for the
*> state the row was left in, with the row as its after-image.
       JOURNAL-INTERVIEW-CHANGES.
           PERFORM VARYING IV-J FROM 1 BY 1 UNTIL IV-J > IV-CHG-COUNT
               MOVE IV-CHG-ENTRY(IV-J) TO IV-I
               EVALUATE TRUE
                   WHEN IV-PROPOSED(IV-I)
                       MOVE "INTERVIEW PROPOSED" TO JRNL-ACTION
                   WHEN IV-CONFIRMED(IV-I)
                       MOVE "INTERVIEW CONFIRMED" TO JRNL-ACTION
                   WHEN IV-DECLINED(IV-I)
                       MOVE "INTERVIEW DECLINED" TO JRNL-ACTION
                   WHEN OTHER
                       MOVE "INTERVIEW CANCELLED" TO JRNL-ACTION
               END-EVALUATE
               MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
               MOVE SPACES TO JRNL-DETAIL
               STRING "'" FUNCTION TRIM(IV-USER(IV-I))
                      "' for '" FUNCTION TRIM(IV-TITLE(IV-I))
                      "' at '" FUNCTION TRIM(IV-EMPLOYER(IV-I))
                      "': " IV-DATE(IV-I) " " IV-TIME(IV-I)
                      " at '" FUNCTION TRIM(IV-PLACE(IV-I)) "'"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "IR" TO JRNL-IMAGE-TYPE
               MOVE IV-ENTRY(IV-I) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
           END-PERFORM
           .

*> Poster-side view: every slot on file for the application in
*> WS-J, with the state the student left it in.
       LIST-APPLICANT-INTERVIEWS.
           PERFORM VARYING IV-I FROM 1 BY 1 UNTIL IV-I > IV-COUNT
               IF NOT IV-CANCELLED(IV-I)
                  AND FUNCTION TRIM(IV-USER(IV-I)) =
                      FUNCTION TRIM(A-USER(WS-J))
                  AND FUNCTION TRIM(IV-EMPLOYER(IV-I)) =
                      FUNCTION TRIM(A-EMPLOYER(WS-J))
                  AND FUNCTION TRIM(IV-TITLE(IV-I)) =
                      FUNCTION TRIM(A-TITLE(WS-J))
                   PERFORM GET-INTERVIEW-STATE-TEXT
                   MOVE SPACES TO WS-OUT
                   STRING "     Interview " IV-DATE(IV-I)
                          " at " IV-TIME(IV-I)
                          " (" FUNCTION TRIM(IV-STATE-TEXT) ") - "
                          FUNCTION TRIM(IV-PLACE(IV-I))
                       DELIMITED BY SIZE
                       INTO WS-OUT
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           .

       GET-INTERVIEW-STATE-TEXT.
           EVALUATE TRUE
               WHEN IV-PROPOSED(IV-I)
                   MOVE "proposed" TO IV-STATE-TEXT
               WHEN IV-CONFIRMED(IV-I)
                   MOVE "confirmed" TO IV-STATE-TEXT
               WHEN IV-DECLINED(IV-I)
                   MOVE "declined" TO IV-STATE-TEXT
               WHEN OTHER
                   MOVE "cancelled" TO IV-STATE-TEXT
           END-EVALUATE
           .

*> Student-side login prompt: each application with slots still
*> proposed is put to the student once, the way pending connection
*> requests are. An answer outside the list leaves the slots as
*> they were, to be asked again next time.
       CHECK-INTERVIEW-INVITES.
           PERFORM VARYING IV-APPL-IX FROM 1 BY 1
               UNTIL IV-APPL-IX > APPL-COUNT
               IF FUNCTION TRIM(A-USER(IV-APPL-IX)) = FUNCTION TRIM(USERNAME)
                   PERFORM PROMPT-INTERVIEW-CHOICE
               END-IF
           END-PERFORM
           .

       PROMPT-INTERVIEW-CHOICE.
           MOVE 0 TO IV-PICK-COUNT
           PERFORM VARYING IV-I FROM 1 BY 1 UNTIL IV-I > IV-COUNT
               IF IV-PROPOSED(IV-I) AND IV-PICK-COUNT < 9
                  AND FUNCTION TRIM(IV-USER(IV-I)) =
                      FUNCTION TRIM(A-USER(IV-APPL-IX))
                  AND FUNCTION TRIM(IV-EMPLOYER(IV-I)) =
                      FUNCTION TRIM(A-EMPLOYER(IV-APPL-IX))
                  AND FUNCTION TRIM(IV-TITLE(IV-I)) =
                      FUNCTION TRIM(A-TITLE(IV-APPL-IX))
                   ADD 1 TO IV-PICK-COUNT
                   MOVE IV-I TO IV-PICK-ENTRY(IV-PICK-COUNT)
               END-IF
           END-PERFORM
           IF IV-PICK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "Interview invitation for " FUNCTION TRIM(A-TITLE(IV-APPL-IX))
                  " at " FUNCTION TRIM(A-EMPLOYER(IV-APPL-IX)) ":"
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           PERFORM VARYING IV-J FROM 1 BY 1 UNTIL IV-J > IV-PICK-COUNT
               MOVE IV-PICK-ENTRY(IV-J) TO IV-I
               MOVE IV-J TO WS-NUM-EDIT
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-NUM-EDIT) ". " IV-DATE(IV-I)
                      " at " IV-TIME(IV-I) " - "
                      FUNCTION TRIM(IV-PLACE(IV-I))
                   DELIMITED BY SIZE
                   INTO WS-OUT
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "Enter the number of the slot you will attend, or 0 to decline:"
               TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-MATCH-PICK
           IF MATCH-PICK-OK = 0 OR MATCH-PICK > IV-PICK-COUNT
               MOVE "Invalid selection; you will be asked again at your next login."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IV-CHG-COUNT
           PERFORM VARYING IV-J FROM 1 BY 1 UNTIL IV-J > IV-PICK-COUNT
               MOVE IV-PICK-ENTRY(IV-J) TO IV-I
               IF IV-J = MATCH-PICK
                   MOVE "C" TO IV-STATE(IV-I)
               ELSE
                   MOVE "D" TO IV-STATE(IV-I)
               END-IF
               ADD 1 TO IV-CHG-COUNT
               MOVE IV-I TO IV-CHG-ENTRY(IV-CHG-COUNT)
           END-PERFORM

           PERFORM SAVE-INTERVIEWS
           IF SAVE-INTERVIEWS-OK = 0
               PERFORM LOAD-INTERVIEWS
               MOVE "Your response could not be saved; you will be asked again at your next login."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-INTERVIEW-CHANGES

           IF MATCH-PICK = 0
               MOVE "You declined these interview slots." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IV-PICK-ENTRY(MATCH-PICK) TO IV-I
           MOVE SPACES TO WS-OUT
           STRING "Interview confirmed for " IV-DATE(IV-I)
                  " at " IV-TIME(IV-I) "."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE

           MOVE 0 TO IV-CLASH
           PERFORM VARYING IV-J FROM 1 BY 1 UNTIL IV-J > IV-COUNT
               IF IV-J NOT = IV-I AND IV-CONFIRMED(IV-J)
                  AND IV-DATE(IV-J) = IV-DATE(IV-I)
                  AND IV-TIME(IV-J) = IV-TIME(IV-I)
                  AND FUNCTION TRIM(IV-USER(IV-J)) =
                      FUNCTION TRIM(IV-USER(IV-I))
                   MOVE 1 TO IV-CLASH
               END-IF
           END-PERFORM
           IF IV-CLASH = 1
               MOVE "Note: you already have another interview confirmed at that same time."
                   TO WS-OUT
               PERFORM PRINT-LINE
           END-IF
           .

       PRINT-JOB-ENTRY.
           MOVE "----------------------------" TO WS-OUT
           PERFORM PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE

           IF J-DEADLINE(WS-K) NOT = SPACES
               MOVE SPACES TO WS-OUT
               STRING "Apply by: " J-DEADLINE(WS-K)
                   DELIMITED BY SIZE
                   INTO WS-OUT
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           IF J-OPENINGS(WS-K) > 0
               MOVE SPACES TO WS-OUT
               MOVE J-OPENINGS(WS-K) TO WS-NUM-EDIT
               STRING "Openings: " FUNCTION TRIM(WS-NUM-EDIT)
                   DELIMITED BY SIZE
                   INTO WS-OUT
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           IF JOB-CLOSED(WS-K)
               MOVE "Status: Closed" TO WS-OUT
               PERFORM PRINT-LINE
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "Description: " FUNCTION TRIM(J-DESC(WS-K))
               DELIMITED BY SIZE
               ADD 1 TO U-SKILL-COUNT(CURRENT-USER-ID)
               MOVE CURRENT-USER-ID TO SAVE-ROW-ID
               PERFORM SAVE-ACCOUNT-ROW
               IF SAVE-ACCOUNTS-OK = 1
                   MOVE CHOICE TO WS-J
                   PERFORM GET-SKILL-NAME
                   MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
                   MOVE "SKILL COMPLETED" TO JRNL-ACTION
                   MOVE SPACES TO JRNL-DETAIL
                   STRING "'" FUNCTION TRIM(WS-SKILL-NAME) "'"
                       DELIMITED BY SIZE
                       INTO JRNL-DETAIL
                   END-STRING
                   PERFORM SET-ACCOUNT-IMAGE
                   PERFORM WRITE-JOURNAL-EVENT
               END-IF
           END-IF
           .

               MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
               MOVE "PROFILE ENTERED IN FULL" TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               PERFORM SET-ACCOUNT-IMAGE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Profile saved successfully!" TO WS-OUT
           ELSE
               PERFORM PRINT-LINE
               MOVE "8. Re-enter entire profile" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "9. Nightly email digest on/off" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "10. Done" TO WS-OUT
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUT
               PERFORM PRINT-LINE

*> more than nine choices, so the menu reads a full number the way a
*> match pick does; anything unreadable comes back as 0 and ends it.
               PERFORM GET-MATCH-PICK

               EVALUATE MATCH-PICK
                   WHEN 1
                       PERFORM EDIT-NAME
                   WHEN 2
                       PERFORM EDIT-EDUCATION-MENU
                   WHEN 8
                       PERFORM CAPTURE-FULL-PROFILE
                   WHEN 9
                       PERFORM EDIT-DIGEST-PREFERENCE
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           .

*> The nightly digest tells the campus email gateway what is waiting
*> for the student; turning it off only stops the email, the prompts
*> at login are unchanged.
       EDIT-DIGEST-PREFERENCE.
           MOVE 0 TO DP-ROW
           PERFORM VARYING DP-I FROM 1 BY 1 UNTIL DP-I > DP-COUNT
               IF DP-USER(DP-I) = U-NAME(CURRENT-USER-ID)
                   MOVE DP-I TO DP-ROW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "on" TO DP-OLD-TEXT
           IF DP-ROW > 0
               IF DP-DIGEST-OFF(DP-ROW)
                   MOVE "off" TO DP-OLD-TEXT
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "Your nightly email digest is currently "
                  FUNCTION TRIM(DP-OLD-TEXT) "."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Send me the nightly email digest? (1=Yes, 2=No):" TO WS-OUT
           PERFORM PRINT-LINE
           PERFORM GET-CHOICE-1DIGIT
           EVALUATE CHOICE
               WHEN 1
                   MOVE "on" TO DP-NEW-TEXT
               WHEN 2
                   MOVE "off" TO DP-NEW-TEXT
               WHEN OTHER
                   MOVE "Invalid choice, your digest setting was not changed."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DP-NEW-TEXT = DP-OLD-TEXT
               MOVE "Your digest setting is unchanged." TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           IF DP-ROW = 0
               IF DP-COUNT >= 500
                   MOVE "The digest preferences file is full, please try again later."
                       TO WS-OUT
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DP-COUNT
               MOVE DP-COUNT TO DP-ROW
               MOVE SPACES TO DP-ENTRY(DP-ROW)
               MOVE U-NAME(CURRENT-USER-ID) TO DP-USER(DP-ROW)
           END-IF
           IF DP-NEW-TEXT = "on"
               MOVE "Y" TO DP-DIGEST(DP-ROW)
           ELSE
               MOVE "N" TO DP-DIGEST(DP-ROW)
           END-IF

           PERFORM SAVE-DIGEST-PREFS
           IF SAVE-DIGEST-PREFS-OK = 0
               PERFORM LOAD-DIGEST-PREFS
               MOVE "Error: your digest setting could not be saved, please try again."
                   TO WS-OUT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
           MOVE "DIGEST PREFERENCE CHANGED" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           STRING "'" FUNCTION TRIM(DP-OLD-TEXT) "' -> '"
                  FUNCTION TRIM(DP-NEW-TEXT) "'"
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE "NR" TO JRNL-IMAGE-TYPE
           MOVE DP-ENTRY(DP-ROW) TO JRNL-IMAGE-DATA
           PERFORM WRITE-JOURNAL-EVENT
           MOVE SPACES TO WS-OUT
           STRING "Your nightly email digest is now "
                  FUNCTION TRIM(DP-NEW-TEXT) "."
               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM PRINT-LINE
           .

*> Each edit paragraph loads JRNL-ACTION and a before/after
*> JRNL-DETAIL before performing this; the journal line is only
*> written once the save has actually landed.
               MOVE "Profile updated." TO WS-OUT
               IF JRNL-ACTION NOT = SPACES
                   MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
                   PERFORM SET-ACCOUNT-IMAGE
                   PERFORM WRITE-JOURNAL-EVENT
               END-IF
           ELSE
           IF SAVE-CONNECTIONS-OK = 0
               MOVE "Your response could not be saved, please try again." TO WS-OUT
               PERFORM PRINT-LINE
           ELSE
               MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
               IF CONN-ACCEPTED(WS-K)
                   MOVE "CONNECTION ACCEPTED" TO JRNL-ACTION
               ELSE
                   MOVE "CONNECTION DECLINED" TO JRNL-ACTION
               END-IF
               MOVE SPACES TO JRNL-DETAIL
               STRING "'" FUNCTION TRIM(C-USER-A(WS-K))
                      "' -> '" FUNCTION TRIM(C-USER-B(WS-K))
                      "' status 'P' -> '" C-STATUS(WS-K) "'"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "CR" TO JRNL-IMAGE-TYPE
               MOVE CONN-ENTRY(WS-K) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
           END-IF
           .

           PERFORM SAVE-CONNECTIONS

           IF SAVE-CONNECTIONS-OK = 1
               MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
               MOVE "CONNECTION REQUESTED" TO JRNL-ACTION
               MOVE SPACES TO JRNL-DETAIL
               STRING "'" FUNCTION TRIM(C-USER-A(CONN-COUNT))
                      "' -> '" FUNCTION TRIM(C-USER-B(CONN-COUNT)) "'"
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "CR" TO JRNL-IMAGE-TYPE
               MOVE CONN-ENTRY(CONN-COUNT) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Connection request sent!" TO WS-OUT
           ELSE
               MOVE "Connection request could not be saved, please try again."
           PERFORM SAVE-MESSAGES

           IF SAVE-MESSAGES-OK = 1
               PERFORM JOURNAL-MESSAGE-SENT
               MOVE "Message sent!" TO WS-OUT
           ELSE
               MOVE "Your message could not be saved, please try again." TO WS-OUT
           PERFORM PRINT-LINE
           .

*> The message just appended at MSG-COUNT goes on the journal with
*> its full row as the after-image; the detail names only the two
*> parties, never the body.
       JOURNAL-MESSAGE-SENT.
           MOVE U-NAME(CURRENT-USER-ID) TO JRNL-ACTOR
           MOVE "MESSAGE SENT" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           STRING "'" FUNCTION TRIM(M-FROM(MSG-COUNT))
                  "' -> '" FUNCTION TRIM(M-TO(MSG-COUNT)) "'"
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING
           MOVE "MR" TO JRNL-IMAGE-TYPE
           MOVE MSG-ENTRY(MSG-COUNT) TO JRNL-IMAGE-DATA
           PERFORM WRITE-JOURNAL-EVENT
           .

       CHECK-UNREAD-MESSAGES.
           MOVE 0 TO UNREAD-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > MSG-COUNT
                   DELIMITED BY SIZE
                   INTO JRNL-DETAIL
               END-STRING
               MOVE "ER" TO JRNL-IMAGE-TYPE
               MOVE ENDORSE-ENTRY(ENDORSE-COUNT) TO JRNL-IMAGE-DATA
               PERFORM WRITE-JOURNAL-EVENT
               MOVE "Endorsement recorded!" TO WS-OUT
           ELSE
