       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts_info.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-NAME
               FILE STATUS IS ACCOUNTS-STATUS.
           SELECT ADMIN-FILE ASSIGN TO "admin_credentials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADMIN-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "connections_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONN-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "messages_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-STATUS.
           SELECT ENDORSE-FILE ASSIGN TO "endorsements_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENDORSE-STATUS.
           SELECT SAVED-SEARCH-FILE ASSIGN TO "saved_searches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRCH-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-STATUS.
           SELECT DIGEST-PREF-FILE ASSIGN TO "digest_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "login_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "personal_data_export.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

*> Keyed account record, the byte image of one of the main
*> program's in-memory rows. The password digest and the security
*> answer are FILLER: they are never part of an export.
       FD ACCOUNTS-FILE.
       01 ACCT-REC.
           05 AX-NAME                      PIC X(15).
           05 FILLER                       PIC X(12).
           05 AX-FNAME                     PIC X(15).
           05 AX-LNAME                     PIC X(15).
           05 AX-UNIV                      PIC X(50).
           05 AX-MAJOR                     PIC X(50).
           05 AX-GRAD                      PIC X(4).
           05 AX-ABOUT                     PIC X(200).
           05 AX-SEC-QUESTION              PIC X(60).
           05 FILLER                       PIC X(50).
           05 AX-EXP-COUNT                 PIC 9.
           05 AX-EDU-COUNT                 PIC 9.
           05 AX-SKILL-COUNT               PIC 9.
           05 AX-SKILL-FLAGS               PIC X(5).
           05 AX-EXP-ENTRY OCCURS 3 TIMES.
               10 AX-EXP-TITLE             PIC X(50).
               10 AX-EXP-COMP              PIC X(50).
               10 AX-EXP-DATES             PIC X(50).
               10 AX-EXP-DESC              PIC X(100).
           05 AX-EDU-ENTRY OCCURS 3 TIMES.
               10 AX-EDU-DEGREE            PIC X(50).
               10 AX-EDU-UNIV              PIC X(50).
               10 AX-EDU-YEARS             PIC X(20).
           05 AX-FAIL-COUNT                PIC 999.
           05 AX-LOCK-UNTIL                PIC 9(12).
           05 AX-ACTIVE                    PIC X(1).
           05 AX-ROLE                      PIC X(1).
           05 AX-COMPANY                   PIC X(50).
           05 AX-CONTACT                   PIC X(50).

       FD ADMIN-FILE.
       01 ADMIN-RECORD                     PIC X(100).

       FD CONNECTIONS-FILE.
       01 CONN-RECORD                      PIC X(100).

       FD MESSAGES-FILE.
       01 MSG-RECORD                       PIC X(300).

       FD APPLICATIONS-FILE.
       01 APPL-RECORD                      PIC X(200).

       FD ENDORSE-FILE.
       01 ENDORSE-RECORD                   PIC X(100).

       FD SAVED-SEARCH-FILE.
       01 SRCH-RECORD                      PIC X(100).

       FD INTERVIEWS-FILE.
       01 IV-RECORD                        PIC X(300).

       FD DIGEST-PREF-FILE.
       01 DP-RECORD                        PIC X(50).

       FD JOBS-FILE.
       01 JOB-RECORD                       PIC X(500).

       FD AUDIT-FILE.
       01 AUDIT-RECORD                     PIC X(200).

*> Journal lines carry the after-image from column 302 on; only the
*> readable part (columns 1-300) is ever copied into an export.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                   PIC X(2010).

       FD EXPORT-FILE.
       01 EXPORT-RECORD                    PIC X(400).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-STATUS                  PIC XX VALUE "00".
       01 ADMIN-STATUS                     PIC XX VALUE "00".
       01 CONN-STATUS                      PIC XX VALUE "00".
       01 MSG-STATUS                       PIC XX VALUE "00".
       01 APPL-STATUS                      PIC XX VALUE "00".
       01 ENDORSE-STATUS                   PIC XX VALUE "00".
       01 SRCH-STATUS                      PIC XX VALUE "00".
       01 IV-STATUS                        PIC XX VALUE "00".
       01 DP-STATUS                        PIC XX VALUE "00".
       01 JOBS-STATUS                      PIC XX VALUE "00".
       01 AUDIT-STATUS                     PIC XX VALUE "00".
       01 JOURNAL-STATUS                   PIC XX VALUE "00".
       01 EXPORT-STATUS                    PIC XX VALUE "00".

       01 CMDLINE                          PIC X(100) VALUE SPACES.
       01 WS-I                             PIC 9999 VALUE 0.
       01 WS-J                             PIC 9999 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 WS-NUM-EDIT                      PIC Z(5)9.
       01 WS-SKILL-NAME                    PIC X(40) VALUE SPACES.

*> Whose records are pulled, and by whom. The admin signs in with
*> the same maintenance credentials the main program uses.
       01 SUBJECT-NAME                     PIC X(15) VALUE SPACES.
       01 SUBJECT-QUOTED                   PIC X(17) VALUE SPACES.
       01 SUBJECT-QUOTED-LEN               PIC 99 VALUE 0.
       01 ADMIN-NAME                       PIC X(15) VALUE SPACES.
       01 ADMIN-PASS                       PIC X(30) VALUE SPACES.
       01 ADMIN-NAME-IN                    PIC X(30) VALUE SPACES.
       01 ADMIN-PASS-IN                    PIC X(30) VALUE SPACES.
       01 ACCOUNT-FOUND                    PIC 9 VALUE 0.

       01 SECTION-COUNT                    PIC 9(6) VALUE 0.
       01 EXPORT-TOTAL                     PIC 9(6) VALUE 0.
       01 SUBJECT-HITS                     PIC 9999 VALUE 0.

*> One row of whichever file is being scanned, split on "|".
       01 ROW-FIELDS.
           05 ROW-F1                       PIC X(50).
           05 ROW-F2                       PIC X(50).
           05 ROW-F3                       PIC X(200).
           05 ROW-F4                       PIC X(50).
           05 ROW-F5                       PIC X(200).
           05 ROW-F6                       PIC X(50).
           05 ROW-F7                       PIC X(50).
           05 ROW-F8                       PIC X(50).
           05 ROW-F9                       PIC X(50).
           05 ROW-F10                      PIC X(50).
       01 ROW-TEXT                         PIC X(40) VALUE SPACES.

       01 AUDIT-SEQ                        PIC 9(6) VALUE 0.
       01 AUDIT-SEQ-TXT                    PIC X(6) VALUE SPACES.
       01 AUDIT-USER                       PIC X(15) VALUE SPACES.
       01 AUDIT-RESULT                     PIC X(1) VALUE SPACE.
       01 AUDIT-DETAIL                     PIC X(60) VALUE SPACES.

       01 JRNL-SEQ                         PIC 9(6) VALUE 0.
       01 JRNL-SEQ-TXT                     PIC X(6) VALUE SPACES.
       01 JRNL-WHEN                        PIC X(21) VALUE SPACES.
       01 JRNL-ACTOR                       PIC X(15) VALUE SPACES.
       01 JRNL-ACTION                      PIC X(30) VALUE SPACES.
       01 JRNL-DETAIL                      PIC X(220) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM GET-SUBJECT-NAME
           IF SUBJECT-NAME = SPACES
               DISPLAY "Usage: DATAEXP <username>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-ADMIN-CREDENTIALS
           IF AUDIT-RESULT NOT = "M"
               DISPLAY "Export refused: invalid admin credentials."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-STATUS NOT = "00"
               DISPLAY "Error: personal_data_export.txt could not be opened; nothing was exported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-EXPORT-HEADING
           PERFORM EXPORT-PROFILE
           PERFORM EXPORT-CONNECTIONS
           PERFORM EXPORT-MESSAGES-SENT
           PERFORM EXPORT-MESSAGES-RECEIVED
           PERFORM EXPORT-APPLICATIONS
           PERFORM EXPORT-ENDORSEMENTS-GIVEN
           PERFORM EXPORT-ENDORSEMENTS-RECEIVED
           PERFORM EXPORT-SAVED-SEARCHES
           PERFORM EXPORT-INTERVIEWS
           PERFORM EXPORT-DIGEST-PREFERENCE
           PERFORM EXPORT-POSTINGS
           PERFORM EXPORT-AUDIT-LINES
           PERFORM EXPORT-JOURNAL-LINES
           PERFORM WRITE-EXPORT-FOOTING
           CLOSE EXPORT-FILE

           PERFORM WRITE-AUDIT-EVENT
           PERFORM JOURNAL-EXPORT
           DISPLAY "Personal data for '" FUNCTION TRIM(SUBJECT-NAME)
                   "' written to personal_data_export.txt."
           STOP RUN
           .

       GET-SUBJECT-NAME.
           MOVE SPACES TO CMDLINE
           ACCEPT CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO SUBJECT-NAME
           MOVE FUNCTION TRIM(CMDLINE) TO SUBJECT-NAME
           MOVE SPACES TO SUBJECT-QUOTED
           STRING "'" FUNCTION TRIM(SUBJECT-NAME) "'"
               DELIMITED BY SIZE
               INTO SUBJECT-QUOTED
           END-STRING
           COMPUTE SUBJECT-QUOTED-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SUBJECT-NAME)) + 2
           .

*> Admin name and password come in on standard input, never on the
*> command line where they would show in the process list. Both the
*> refusal and the grant go to the login audit trail, as an admin
*> sign-in to the main program does.
       CHECK-ADMIN-CREDENTIALS.
           MOVE SPACES TO ADMIN-NAME
           MOVE SPACES TO ADMIN-PASS
           OPEN INPUT ADMIN-FILE
           IF ADMIN-STATUS = "00"
               READ ADMIN-FILE
                   NOT AT END
                       UNSTRING ADMIN-RECORD DELIMITED BY "|"
                           INTO ADMIN-NAME
                                ADMIN-PASS
                       END-UNSTRING
               END-READ
               CLOSE ADMIN-FILE
           END-IF

           DISPLAY "Enter admin username:"
           MOVE SPACES TO ADMIN-NAME-IN
           ACCEPT ADMIN-NAME-IN
           DISPLAY "Enter admin password:"
           MOVE SPACES TO ADMIN-PASS-IN
           ACCEPT ADMIN-PASS-IN

           MOVE SPACES TO AUDIT-USER
           MOVE FUNCTION TRIM(ADMIN-NAME-IN) TO AUDIT-USER
           IF FUNCTION TRIM(ADMIN-NAME-IN) = FUNCTION TRIM(ADMIN-NAME)
              AND FUNCTION TRIM(ADMIN-PASS-IN) = FUNCTION TRIM(ADMIN-PASS)
              AND FUNCTION TRIM(ADMIN-NAME) NOT = SPACES
               MOVE "M" TO AUDIT-RESULT
               MOVE SPACES TO AUDIT-DETAIL
               STRING "PERSONAL DATA EXPORT OF '"
                      FUNCTION TRIM(SUBJECT-NAME) "'"
                   DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               END-STRING
           ELSE
               MOVE "F" TO AUDIT-RESULT
               MOVE "ADMIN LOGIN REFUSED" TO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-EVENT
           END-IF
           .

       WRITE-EXPORT-HEADING.
           MOVE 0 TO EXPORT-TOTAL
           MOVE "InCollege personal data export" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "Username:     " FUNCTION TRIM(SUBJECT-NAME)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "Prepared by:  " FUNCTION TRIM(ADMIN-NAME)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "Prepared on:  "
                  WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           MOVE "Password digests and security answers are never included."
               TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           .

*> Every section opens with a title line and closes with a count,
*> so an empty section still shows the file was searched.
       START-SECTION.
           MOVE 0 TO SECTION-COUNT
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE ROW-TEXT TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE ALL "-" TO EXPORT-RECORD(1:60)
           WRITE EXPORT-RECORD
           .

       END-SECTION.
           MOVE SPACES TO EXPORT-RECORD
           IF SECTION-COUNT = 0
               MOVE "  (none on file)" TO EXPORT-RECORD
           ELSE
               MOVE SECTION-COUNT TO WS-NUM-EDIT
               STRING "  " FUNCTION TRIM(WS-NUM-EDIT) " record(s)"
                   DELIMITED BY SIZE
                   INTO EXPORT-RECORD
               END-STRING
           END-IF
           WRITE EXPORT-RECORD
           ADD SECTION-COUNT TO EXPORT-TOTAL
           .

       WRITE-FIELD-LINE.
           MOVE SPACES TO EXPORT-RECORD
           STRING "  " ROW-TEXT(1:24) FUNCTION TRIM(ROW-F5)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           .

       EXPORT-PROFILE.
           MOVE "PROFILE" TO ROW-TEXT
           PERFORM START-SECTION
           MOVE 0 TO ACCOUNT-FOUND
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-STATUS = "00"
               MOVE SUBJECT-NAME TO AX-NAME
               READ ACCOUNTS-FILE KEY IS AX-NAME
                   INVALID KEY
                       MOVE 0 TO ACCOUNT-FOUND
                   NOT INVALID KEY
                       MOVE 1 TO ACCOUNT-FOUND
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF
           IF ACCOUNT-FOUND = 0
               MOVE "  No account is on file under this username."
                   TO EXPORT-RECORD
               WRITE EXPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SECTION-COUNT
           ADD 1 TO EXPORT-TOTAL

           MOVE "Username:" TO ROW-TEXT
           MOVE AX-NAME TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "First name:" TO ROW-TEXT
           MOVE AX-FNAME TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "Last name:" TO ROW-TEXT
           MOVE AX-LNAME TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "Account type:" TO ROW-TEXT
           IF AX-ROLE = "R"
               MOVE "Recruiter" TO ROW-F5
           ELSE
               MOVE "Student" TO ROW-F5
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "Account status:" TO ROW-TEXT
           IF AX-ACTIVE = "I"
               MOVE "Deactivated" TO ROW-F5
           ELSE
               MOVE "Active" TO ROW-F5
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "University:" TO ROW-TEXT
           MOVE AX-UNIV TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "Major:" TO ROW-TEXT
           MOVE AX-MAJOR TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "Graduation year:" TO ROW-TEXT
           MOVE AX-GRAD TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "About me:" TO ROW-TEXT
           MOVE AX-ABOUT TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           IF AX-ROLE = "R"
               MOVE "Company:" TO ROW-TEXT
               MOVE AX-COMPANY TO ROW-F5
               PERFORM WRITE-FIELD-LINE
               MOVE "Contact:" TO ROW-TEXT
               MOVE AX-CONTACT TO ROW-F5
               PERFORM WRITE-FIELD-LINE
           END-IF
           MOVE "Security question:" TO ROW-TEXT
           MOVE AX-SEC-QUESTION TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "Failed sign-ins:" TO ROW-TEXT
           MOVE AX-FAIL-COUNT TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO ROW-F5
           PERFORM WRITE-FIELD-LINE
           MOVE "Locked until:" TO ROW-TEXT
           IF AX-LOCK-UNTIL = 0
               MOVE "not locked" TO ROW-F5
           ELSE
               MOVE SPACES TO ROW-F5
               STRING AX-LOCK-UNTIL(1:4) "-" AX-LOCK-UNTIL(5:2) "-"
                      AX-LOCK-UNTIL(7:2) " " AX-LOCK-UNTIL(9:2) ":"
                      AX-LOCK-UNTIL(11:2)
                   DELIMITED BY SIZE
                   INTO ROW-F5
               END-STRING
           END-IF
           PERFORM WRITE-FIELD-LINE

           IF AX-EXP-COUNT IS NOT NUMERIC
               MOVE 0 TO AX-EXP-COUNT
           END-IF
           IF AX-EDU-COUNT IS NOT NUMERIC
               MOVE 0 TO AX-EDU-COUNT
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > AX-EXP-COUNT OR WS-J > 3
               MOVE SPACES TO EXPORT-RECORD
               STRING "  Experience " WS-J(4:1) ":           "
                      FUNCTION TRIM(AX-EXP-TITLE(WS-J)) " at "
                      FUNCTION TRIM(AX-EXP-COMP(WS-J)) ", "
                      FUNCTION TRIM(AX-EXP-DATES(WS-J))
                   DELIMITED BY SIZE
                   INTO EXPORT-RECORD
               END-STRING
               WRITE EXPORT-RECORD
               IF AX-EXP-DESC(WS-J) NOT = SPACES
                   MOVE SPACES TO EXPORT-RECORD
                   STRING "                          "
                          FUNCTION TRIM(AX-EXP-DESC(WS-J))
                       DELIMITED BY SIZE
                       INTO EXPORT-RECORD
                   END-STRING
                   WRITE EXPORT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > AX-EDU-COUNT OR WS-J > 3
               MOVE SPACES TO EXPORT-RECORD
               STRING "  Education " WS-J(4:1) ":            "
                      FUNCTION TRIM(AX-EDU-DEGREE(WS-J)) ", "
                      FUNCTION TRIM(AX-EDU-UNIV(WS-J)) ", "
                      FUNCTION TRIM(AX-EDU-YEARS(WS-J))
                   DELIMITED BY SIZE
                   INTO EXPORT-RECORD
               END-STRING
               WRITE EXPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF AX-SKILL-FLAGS(WS-J:1) = "1"
                   PERFORM GET-SKILL-NAME
                   MOVE "Skill completed:" TO ROW-TEXT
                   MOVE WS-SKILL-NAME TO ROW-F5
                   PERFORM WRITE-FIELD-LINE
               END-IF
           END-PERFORM
           .

       GET-SKILL-NAME.
           EVALUATE WS-J
               WHEN 1
                   MOVE "Resume Writing Basics" TO WS-SKILL-NAME
               WHEN 2
                   MOVE "Networking Etiquette" TO WS-SKILL-NAME
               WHEN 3
                   MOVE "Acing the Interview" TO WS-SKILL-NAME
               WHEN 4
                   MOVE "Personal Branding on InCollege" TO WS-SKILL-NAME
               WHEN 5
                   MOVE "Time Management for Students" TO WS-SKILL-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-SKILL-NAME
           END-EVALUATE
           .

*> userA|userB|status; A sent the request, B received it.
       EXPORT-CONNECTIONS.
           MOVE "CONNECTIONS" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT CONNECTIONS-FILE
           IF CONN-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ CONNECTIONS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING CONN-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2 ROW-F3
                           END-UNSTRING
                           IF ROW-F1 = SUBJECT-NAME
                              OR ROW-F2 = SUBJECT-NAME
                               PERFORM WRITE-CONNECTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF
           PERFORM END-SECTION
           .

       WRITE-CONNECTION-LINE.
           ADD 1 TO SECTION-COUNT
           EVALUATE ROW-F3(1:1)
               WHEN "A"
                   MOVE "connected" TO ROW-TEXT
               WHEN "D"
                   MOVE "request declined" TO ROW-TEXT
               WHEN OTHER
                   MOVE "request pending" TO ROW-TEXT
           END-EVALUATE
           MOVE SPACES TO EXPORT-RECORD
           IF ROW-F1 = SUBJECT-NAME
               STRING "  Request sent to '" FUNCTION TRIM(ROW-F2)
                      "': " FUNCTION TRIM(ROW-TEXT)
                   DELIMITED BY SIZE
                   INTO EXPORT-RECORD
               END-STRING
           ELSE
               STRING "  Request received from '" FUNCTION TRIM(ROW-F1)
                      "': " FUNCTION TRIM(ROW-TEXT)
                   DELIMITED BY SIZE
                   INTO EXPORT-RECORD
               END-STRING
           END-IF
           WRITE EXPORT-RECORD
           .

*> from|to|when|read|body
       EXPORT-MESSAGES-SENT.
           MOVE "MESSAGES SENT" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT MESSAGES-FILE
           IF MSG-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ MESSAGES-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SPLIT-MESSAGE-ROW
                           IF ROW-F1 = SUBJECT-NAME
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  To '" FUNCTION TRIM(ROW-F2)
                                      "' on " FUNCTION TRIM(ROW-TEXT) ": "
                                      FUNCTION TRIM(ROW-F5)
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           PERFORM END-SECTION
           .

       EXPORT-MESSAGES-RECEIVED.
           MOVE "MESSAGES RECEIVED" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT MESSAGES-FILE
           IF MSG-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ MESSAGES-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SPLIT-MESSAGE-ROW
                           IF ROW-F2 = SUBJECT-NAME
                               IF ROW-F4(1:1) = "N"
                                   MOVE " (unread)" TO ROW-F6
                               END-IF
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  From '" FUNCTION TRIM(ROW-F1)
                                      "' on " FUNCTION TRIM(ROW-TEXT)
                                      ROW-F6(1:9) ": "
                                      FUNCTION TRIM(ROW-F5)
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           PERFORM END-SECTION
           .

*> Splits a message row and leaves the sent time, as YYYY-MM-DD
*> HH:MM, in ROW-TEXT.
       SPLIT-MESSAGE-ROW.
           MOVE SPACES TO ROW-FIELDS
           UNSTRING MSG-RECORD DELIMITED BY "|"
               INTO ROW-F1 ROW-F2 ROW-F3 ROW-F4 ROW-F5
           END-UNSTRING
           MOVE SPACES TO ROW-TEXT
           STRING ROW-F3(1:4) "-" ROW-F3(5:2) "-" ROW-F3(7:2) " "
                  ROW-F3(9:2) ":" ROW-F3(11:2)
               DELIMITED BY SIZE
               INTO ROW-TEXT
           END-STRING
           .

*> user|employer|title|date|status|notify
       EXPORT-APPLICATIONS.
           MOVE "JOB APPLICATIONS" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT APPLICATIONS-FILE
           IF APPL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ APPLICATIONS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING APPL-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2 ROW-F3 ROW-F4 ROW-F5
                           END-UNSTRING
                           IF ROW-F1 = SUBJECT-NAME
                               PERFORM WRITE-APPLICATION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF
           PERFORM END-SECTION
           .

       WRITE-APPLICATION-LINE.
           ADD 1 TO SECTION-COUNT
           EVALUATE ROW-F5(1:1)
               WHEN "R"
                   MOVE "Reviewed" TO ROW-TEXT
               WHEN "I"
                   MOVE "Interview" TO ROW-TEXT
               WHEN "O"
                   MOVE "Offer made" TO ROW-TEXT
               WHEN "N"
                   MOVE "Not selected" TO ROW-TEXT
               WHEN OTHER
                   MOVE "Submitted" TO ROW-TEXT
           END-EVALUATE
           MOVE SPACES TO EXPORT-RECORD
           STRING "  '" FUNCTION TRIM(ROW-F3) "' at '"
                  FUNCTION TRIM(ROW-F2) "', applied "
                  ROW-F4(1:4) "-" ROW-F4(5:2) "-" ROW-F4(7:2)
                  ", status: " FUNCTION TRIM(ROW-TEXT)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           .

*> from|to|skill
       EXPORT-ENDORSEMENTS-GIVEN.
           MOVE "ENDORSEMENTS GIVEN" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT ENDORSE-FILE
           IF ENDORSE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ENDORSE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SPLIT-ENDORSE-ROW
                           IF ROW-F1 = SUBJECT-NAME
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  To '" FUNCTION TRIM(ROW-F2)
                                      "' for " FUNCTION TRIM(WS-SKILL-NAME)
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDORSE-FILE
           END-IF
           PERFORM END-SECTION
           .

       EXPORT-ENDORSEMENTS-RECEIVED.
           MOVE "ENDORSEMENTS RECEIVED" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT ENDORSE-FILE
           IF ENDORSE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ENDORSE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SPLIT-ENDORSE-ROW
                           IF ROW-F2 = SUBJECT-NAME
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  From '" FUNCTION TRIM(ROW-F1)
                                      "' for " FUNCTION TRIM(WS-SKILL-NAME)
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDORSE-FILE
           END-IF
           PERFORM END-SECTION
           .

       SPLIT-ENDORSE-ROW.
           MOVE SPACES TO ROW-FIELDS
           UNSTRING ENDORSE-RECORD DELIMITED BY "|"
               INTO ROW-F1 ROW-F2 ROW-F3
           END-UNSTRING
           MOVE 0 TO WS-J
           IF ROW-F3(1:1) >= "1" AND ROW-F3(1:1) <= "5"
               MOVE ROW-F3(1:1) TO WS-J(4:1)
           END-IF
           PERFORM GET-SKILL-NAME
           .

*> user|type|text|since
       EXPORT-SAVED-SEARCHES.
           MOVE "SAVED SEARCHES" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT SAVED-SEARCH-FILE
           IF SRCH-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ SAVED-SEARCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING SRCH-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2 ROW-F3 ROW-F4
                           END-UNSTRING
                           IF ROW-F1 = SUBJECT-NAME
                               IF ROW-F2(1:1) = "K"
                                   MOVE "Keyword" TO ROW-TEXT
                               ELSE
                                   MOVE "University" TO ROW-TEXT
                               END-IF
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  " FUNCTION TRIM(ROW-TEXT) " '"
                                      FUNCTION TRIM(ROW-F3)
                                      "', alerts from "
                                      ROW-F4(1:4) "-" ROW-F4(5:2) "-"
                                      ROW-F4(7:2)
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAVED-SEARCH-FILE
           END-IF
           PERFORM END-SECTION
           .

*> user|employer|title|date|time|place|state
       EXPORT-INTERVIEWS.
           MOVE "INTERVIEW SLOTS" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT INTERVIEWS-FILE
           IF IV-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ INTERVIEWS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING IV-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2 ROW-F3 ROW-F4 ROW-F6
                                    ROW-F5 ROW-F7
                           END-UNSTRING
                           IF ROW-F1 = SUBJECT-NAME
                               PERFORM WRITE-INTERVIEW-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERVIEWS-FILE
           END-IF
           PERFORM END-SECTION
           .

       WRITE-INTERVIEW-LINE.
           ADD 1 TO SECTION-COUNT
           EVALUATE ROW-F7(1:1)
               WHEN "C"
                   MOVE "confirmed" TO ROW-TEXT
               WHEN "D"
                   MOVE "declined" TO ROW-TEXT
               WHEN "X"
                   MOVE "cancelled" TO ROW-TEXT
               WHEN OTHER
                   MOVE "proposed" TO ROW-TEXT
           END-EVALUATE
           MOVE SPACES TO EXPORT-RECORD
           STRING "  '" FUNCTION TRIM(ROW-F3) "' at '"
                  FUNCTION TRIM(ROW-F2) "': "
                  ROW-F4(1:4) "-" ROW-F4(5:2) "-" ROW-F4(7:2) " "
                  FUNCTION TRIM(ROW-F6) " at '" FUNCTION TRIM(ROW-F5)
                  "', " FUNCTION TRIM(ROW-TEXT)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           .

*> user|Y/N; no row means the nightly digest is on.
       EXPORT-DIGEST-PREFERENCE.
           MOVE "EMAIL DIGEST PREFERENCE" TO ROW-TEXT
           PERFORM START-SECTION
           MOVE "on (no preference recorded)" TO ROW-TEXT
           OPEN INPUT DIGEST-PREF-FILE
           IF DP-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ DIGEST-PREF-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING DP-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2
                           END-UNSTRING
                           IF ROW-F1 = SUBJECT-NAME
                               ADD 1 TO SECTION-COUNT
                               IF ROW-F2(1:1) = "N"
                                   MOVE "off" TO ROW-TEXT
                               ELSE
                                   MOVE "on" TO ROW-TEXT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIGEST-PREF-FILE
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           STRING "  Nightly email digest: " FUNCTION TRIM(ROW-TEXT)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           PERFORM END-SECTION
           .

*> employer|title|desc|location|univ|posted|poster|deadline|openings|state
       EXPORT-POSTINGS.
           MOVE "JOB POSTINGS CREATED" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT JOBS-FILE
           IF JOBS-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING JOB-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2 ROW-F3 ROW-F4 ROW-F5
                                    ROW-F6 ROW-F7 ROW-F8 ROW-F9 ROW-F10
                           END-UNSTRING
                           IF ROW-F7 = SUBJECT-NAME
                               PERFORM WRITE-POSTING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF
           PERFORM END-SECTION
           .

       WRITE-POSTING-LINE.
           ADD 1 TO SECTION-COUNT
           IF ROW-F10(1:1) = "C"
               MOVE "closed" TO ROW-TEXT
           ELSE
               MOVE "open" TO ROW-TEXT
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           STRING "  '" FUNCTION TRIM(ROW-F2) "' at '"
                  FUNCTION TRIM(ROW-F1) "', "
                  FUNCTION TRIM(ROW-F4) ", posted "
                  ROW-F6(1:4) "-" ROW-F6(5:2) "-" ROW-F6(7:2) ", "
                  FUNCTION TRIM(ROW-TEXT)
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           .

*> seq|username|result|when[|detail], copied as it stands.
       EXPORT-AUDIT-LINES.
           MOVE "LOGIN AUDIT TRAIL (login_audit.dat)" TO ROW-TEXT
           PERFORM START-SECTION
           MOVE 0 TO AUDIT-SEQ
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ AUDIT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO ROW-FIELDS
                           UNSTRING AUDIT-RECORD DELIMITED BY "|"
                               INTO ROW-F1 ROW-F2
                           END-UNSTRING
                           IF ROW-F2 = SUBJECT-NAME
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  " FUNCTION TRIM(AUDIT-RECORD)
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM END-SECTION
           .

*> A journal line is the subject's when they are its actor, or when
*> they are named in its detail (details quote every username they
*> mention, so the quoted name is what is searched for). Only the
*> readable columns are copied; the after-image is left behind.
       EXPORT-JOURNAL-LINES.
           MOVE "CHANGE JOURNAL (change_journal.dat)" TO ROW-TEXT
           PERFORM START-SECTION
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ JOURNAL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO JRNL-ACTOR
                           MOVE SPACES TO JRNL-DETAIL
                           UNSTRING JOURNAL-RECORD(1:300) DELIMITED BY "|"
                               INTO JRNL-SEQ-TXT
                                    JRNL-WHEN
                                    JRNL-ACTOR
                                    JRNL-ACTION
                                    JRNL-DETAIL
                           END-UNSTRING
                           MOVE 0 TO SUBJECT-HITS
                           INSPECT JRNL-DETAIL TALLYING SUBJECT-HITS
                               FOR ALL SUBJECT-QUOTED(1:SUBJECT-QUOTED-LEN)
                           IF JRNL-ACTOR = SUBJECT-NAME
                              OR SUBJECT-HITS > 0
                               MOVE SPACES TO EXPORT-RECORD
                               STRING "  "
                                      FUNCTION TRIM(JOURNAL-RECORD(1:300))
                                   DELIMITED BY SIZE
                                   INTO EXPORT-RECORD
                               END-STRING
                               WRITE EXPORT-RECORD
                               ADD 1 TO SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM END-SECTION
           .

       WRITE-EXPORT-FOOTING.
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           MOVE EXPORT-TOTAL TO WS-NUM-EDIT
           STRING "End of export: " FUNCTION TRIM(WS-NUM-EDIT)
                  " record(s) for '" FUNCTION TRIM(SUBJECT-NAME) "'."
               DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           .

*> Same line the main program appends for its own sign-ins,
*> continuing from the highest sequence number on disk.
       WRITE-AUDIT-EVENT.
           MOVE 0 TO AUDIT-SEQ
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ AUDIT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO AUDIT-SEQ-TXT
                           UNSTRING AUDIT-RECORD DELIMITED BY "|"
                               INTO AUDIT-SEQ-TXT
                           END-UNSTRING
                           IF AUDIT-SEQ-TXT IS NUMERIC
                               IF FUNCTION NUMVAL(AUDIT-SEQ-TXT) > AUDIT-SEQ
                                   MOVE FUNCTION NUMVAL(AUDIT-SEQ-TXT)
                                       TO AUDIT-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           ADD 1 TO AUDIT-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: this sign-in could not be recorded to the audit file."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           STRING
               AUDIT-SEQ "|"
               FUNCTION TRIM(AUDIT-USER) "|"
               AUDIT-RESULT "|"
               WS-NOW "|"
               FUNCTION TRIM(AUDIT-DETAIL)
               DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           .

*> The export itself goes on the record under the admin who pulled
*> it. There is nothing to replay, so the line has no after-image.
       JOURNAL-EXPORT.
           PERFORM SEED-JOURNAL-SEQ
           ADD 1 TO JRNL-SEQ
           MOVE ADMIN-NAME TO JRNL-ACTOR
           MOVE "PERSONAL DATA EXPORTED" TO JRNL-ACTION
           MOVE SPACES TO JRNL-DETAIL
           MOVE EXPORT-TOTAL TO WS-NUM-EDIT
           STRING "records for '" FUNCTION TRIM(SUBJECT-NAME)
                  "' (" FUNCTION TRIM(WS-NUM-EDIT)
                  ") written to personal_data_export.txt"
               DELIMITED BY SIZE
               INTO JRNL-DETAIL
           END-STRING

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "WARNING: change_journal.dat could not be opened; this export is not journaled."
               EXIT PARAGRAPH
           END-IF
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
           WRITE JOURNAL-RECORD
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "WARNING: the PERSONAL DATA EXPORTED entry could not be written to change_journal.dat."
           END-IF
           CLOSE JOURNAL-FILE
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
