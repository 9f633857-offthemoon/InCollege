       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts_info.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-NAME
               FILE STATUS IS ACCOUNTS-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "messages_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "connections_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONN-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-STATUS.
           SELECT SAVED-SEARCH-FILE ASSIGN TO "saved_searches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRCH-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT DIGEST-PREF-FILE ASSIGN TO "digest_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DP-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "notification_digest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.

*> Keyed account record, the byte image of one of the main
*> program's in-memory rows. Only the name, university and status
*> bytes are needed for the digest; everything else is FILLER.
       FD ACCOUNTS-FILE.
       01 ACCT-REC.
           05 AX-NAME                      PIC X(15).
           05 FILLER                       PIC X(12).
           05 AX-FNAME                     PIC X(15).
           05 AX-LNAME                     PIC X(15).
           05 AX-UNIV                      PIC X(50).
           05 FILLER                       PIC X(1497).
           05 AX-ACTIVE                    PIC X(1).
           05 AX-ROLE                      PIC X(1).
           05 FILLER                       PIC X(100).

       FD MESSAGES-FILE.
       01 MSG-RECORD                       PIC X(300).

       FD CONNECTIONS-FILE.
       01 CONN-RECORD                      PIC X(100).

       FD APPLICATIONS-FILE.
       01 APPL-RECORD                      PIC X(200).

       FD INTERVIEWS-FILE.
       01 IV-RECORD                        PIC X(300).

       FD SAVED-SEARCH-FILE.
       01 SRCH-RECORD                      PIC X(100).

       FD JOBS-FILE.
       01 JOB-RECORD                       PIC X(500).

       FD DIGEST-PREF-FILE.
       01 DP-RECORD                        PIC X(50).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD                   PIC X(200).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-STATUS                  PIC XX VALUE "00".
       01 MSG-STATUS                       PIC XX VALUE "00".
       01 CONN-STATUS                      PIC XX VALUE "00".
       01 APPL-STATUS                      PIC XX VALUE "00".
       01 IV-STATUS                        PIC XX VALUE "00".
       01 SRCH-STATUS                      PIC XX VALUE "00".
       01 JOBS-STATUS                      PIC XX VALUE "00".
       01 DP-STATUS                        PIC XX VALUE "00".
       01 EXTRACT-STATUS                   PIC XX VALUE "00".

       01 WS-I                             PIC 9999 VALUE 0.
       01 WS-J                             PIC 9999 VALUE 0.
       01 WS-K                             PIC 9999 VALUE 0.
       01 WS-LEN                           PIC 999 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 FOUND                            PIC 9 VALUE 0.

*> ---------------------------------------------------------------
*> The same tables the login prompts read, loaded read-only. This
*> program never writes any of them back: the read flags, notify
*> flags and saved-search since-dates are left exactly as they are,
*> so the prompts still fire when the student next logs in.
*> ---------------------------------------------------------------
       01 MSG-COUNT                        PIC 9999 VALUE 0.
       01 MESSAGES.
           05 MSG-ENTRY OCCURS 1000 TIMES.
               10 M-TO                     PIC X(15).
               10 M-READ                   PIC X(1).
                  88 MSG-UNREAD VALUE "N".
       01 MSG-FROM-TXT                     PIC X(15) VALUE SPACES.
       01 MSG-WHEN-TXT                     PIC X(21) VALUE SPACES.

       01 CONN-COUNT                       PIC 9999 VALUE 0.
       01 CONNECTIONS.
           05 CONN-ENTRY OCCURS 1000 TIMES.
               10 C-USER-A                 PIC X(15).
               10 C-USER-B                 PIC X(15).
               10 C-STATUS                 PIC X(1).
                  88 CONN-PENDING VALUE "P".

       01 APPL-COUNT                       PIC 9999 VALUE 0.
       01 APPLICATIONS.
           05 APPL-ENTRY OCCURS 500 TIMES.
               10 A-USER                   PIC X(15).
               10 A-NOTIFY                 PIC X(1).
                  88 APPL-NOTIFY-DUE VALUE "Y".
       01 APPL-SKIP-TXT                    PIC X(50) VALUE SPACES.
       01 APPL-STATUS-TXT                  PIC X(1) VALUE SPACES.

       01 IV-COUNT                         PIC 9999 VALUE 0.
       01 INTERVIEWS.
           05 IV-ENTRY OCCURS 1000 TIMES.
               10 IV-USER                  PIC X(15).
               10 IV-STATE                 PIC X(1).
                  88 IV-PROPOSED VALUE "P".
       01 IV-SKIP-TXT                      PIC X(80) VALUE SPACES.

       01 SAVED-SEARCH-COUNT               PIC 999 VALUE 0.
       01 SAVED-SEARCHES.
           05 SS-ENTRY OCCURS 200 TIMES.
               10 SS-USER                  PIC X(15).
               10 SS-TYPE                  PIC X(1).
                  88 SS-BY-KEYWORD VALUE "K".
               10 SS-TEXT                  PIC X(50).
               10 SS-SINCE                 PIC X(8).

*> Postings carry only what a saved-search alert looks at. A row
*> with no state yet is a legacy open posting, as InCollege loads it.
       01 JOB-COUNT                        PIC 999 VALUE 0.
       01 JOBS.
           05 JOB-ENTRY OCCURS 200 TIMES.
               10 J-EMPLOYER               PIC X(50).
               10 J-TITLE                  PIC X(50).
               10 J-DESC                   PIC X(200).
               10 J-UNIV                   PIC X(50).
               10 J-POSTED                 PIC X(10).
               10 J-STATE                  PIC X(1).
                  88 JOB-OPEN   VALUE "O".
                  88 JOB-CLOSED VALUE "C".
       01 JOB-SKIP-TXT                     PIC X(50) VALUE SPACES.
       01 JOB-SEARCH-TEXT                  PIC X(50) VALUE SPACES.

*> Profile opt-outs; a user with no row gets the digest.
       01 DP-COUNT                         PIC 999 VALUE 0.
       01 DIGEST-PREFS.
           05 DP-ENTRY OCCURS 500 TIMES.
               10 DP-USER                  PIC X(15).
               10 DP-DIGEST                PIC X(1).
                  88 DP-DIGEST-OFF VALUE "N".
       01 OPTED-OUT                        PIC 9 VALUE 0.

       01 DIGEST-COUNT                     PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT                   PIC 9(5) VALUE 0.
       01 OPT-OUT-COUNT                    PIC 9(5) VALUE 0.

*> ---------------------------------------------------------------
*> Fixed-layout interchange records for the campus email gateway:
*> one "01" per user with anything waiting, then the "99" control
*> trailer so the gateway can verify the transfer arrived complete.
*> ---------------------------------------------------------------
       01 DIG-USER-REC.
           05 DIG-U-TYPE                   PIC X(2)  VALUE "01".
           05 DIG-U-USER                   PIC X(15) VALUE SPACES.
           05 DIG-U-FNAME                  PIC X(15) VALUE SPACES.
           05 DIG-U-LNAME                  PIC X(15) VALUE SPACES.
           05 DIG-U-UNIV                   PIC X(50) VALUE SPACES.
           05 DIG-U-UNREAD                 PIC 9(4)  VALUE 0.
           05 DIG-U-PENDING                PIC 9(4)  VALUE 0.
           05 DIG-U-APPL-UPDATES           PIC 9(4)  VALUE 0.
           05 DIG-U-INTERVIEWS             PIC 9(4)  VALUE 0.
           05 DIG-U-SEARCH-HITS            PIC 9(4)  VALUE 0.

       01 DIG-TRAILER-REC.
           05 DIG-T-TYPE                   PIC X(2)  VALUE "99".
           05 DIG-T-RUN-DATE               PIC X(8)  VALUE SPACES.
           05 DIG-T-USERS                  PIC 9(5)  VALUE 0.
           05 DIG-T-UNREAD                 PIC 9(6)  VALUE 0.
           05 DIG-T-PENDING                PIC 9(6)  VALUE 0.
           05 DIG-T-APPL-UPDATES           PIC 9(6)  VALUE 0.
           05 DIG-T-INTERVIEWS             PIC 9(6)  VALUE 0.
           05 DIG-T-SEARCH-HITS            PIC 9(6)  VALUE 0.
           05 DIG-T-INACTIVE               PIC 9(5)  VALUE 0.
           05 DIG-T-OPTED-OUT              PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT EXTRACT-FILE
           PERFORM LOAD-MESSAGES
           PERFORM LOAD-CONNECTIONS
           PERFORM LOAD-APPLICATIONS
           PERFORM LOAD-INTERVIEWS
           PERFORM LOAD-SAVED-SEARCHES
           PERFORM LOAD-JOBS
           PERFORM LOAD-DIGEST-PREFS
           PERFORM SCAN-ACCOUNTS-FILE
           PERFORM WRITE-TRAILER
           CLOSE EXTRACT-FILE
           STOP RUN
           .

       LOAD-MESSAGES.
           MOVE 0 TO MSG-COUNT
           OPEN INPUT MESSAGES-FILE
           IF MSG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ MESSAGES-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MSG-COUNT < 1000
                           ADD 1 TO MSG-COUNT
                           MOVE SPACES TO MSG-ENTRY(MSG-COUNT)
                           UNSTRING MSG-RECORD DELIMITED BY "|"
                               INTO MSG-FROM-TXT
                                    M-TO(MSG-COUNT)
                                    MSG-WHEN-TXT
                                    M-READ(MSG-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           .

       LOAD-CONNECTIONS.
           MOVE 0 TO CONN-COUNT
           OPEN INPUT CONNECTIONS-FILE
           IF CONN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CONNECTIONS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CONN-COUNT < 1000
                           ADD 1 TO CONN-COUNT
                           MOVE SPACES TO CONN-ENTRY(CONN-COUNT)
                           UNSTRING CONN-RECORD DELIMITED BY "|"
                               INTO C-USER-A(CONN-COUNT)
                                    C-USER-B(CONN-COUNT)
                                    C-STATUS(CONN-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           .

       LOAD-APPLICATIONS.
           MOVE 0 TO APPL-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF APPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ APPLICATIONS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APPL-COUNT < 500
                           ADD 1 TO APPL-COUNT
                           MOVE SPACES TO APPL-ENTRY(APPL-COUNT)
                           UNSTRING APPL-RECORD DELIMITED BY "|"
                               INTO A-USER(APPL-COUNT)
                                    APPL-SKIP-TXT
                                    APPL-SKIP-TXT
                                    APPL-SKIP-TXT
                                    APPL-STATUS-TXT
                                    A-NOTIFY(APPL-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

       LOAD-INTERVIEWS.
           MOVE 0 TO IV-COUNT
           OPEN INPUT INTERVIEWS-FILE
           IF IV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ INTERVIEWS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IV-COUNT < 1000
                           ADD 1 TO IV-COUNT
                           MOVE SPACES TO IV-ENTRY(IV-COUNT)
                           UNSTRING IV-RECORD DELIMITED BY "|"
                               INTO IV-USER(IV-COUNT)
                                    IV-SKIP-TXT
                                    IV-SKIP-TXT
                                    IV-SKIP-TXT
                                    IV-SKIP-TXT
                                    IV-SKIP-TXT
                                    IV-STATE(IV-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           .

       LOAD-SAVED-SEARCHES.
           MOVE 0 TO SAVED-SEARCH-COUNT
           OPEN INPUT SAVED-SEARCH-FILE
           IF SRCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SAVED-SEARCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SAVED-SEARCH-COUNT < 200
                           ADD 1 TO SAVED-SEARCH-COUNT
                           MOVE SPACES TO SS-ENTRY(SAVED-SEARCH-COUNT)
                           UNSTRING SRCH-RECORD DELIMITED BY "|"
                               INTO SS-USER(SAVED-SEARCH-COUNT)
                                    SS-TYPE(SAVED-SEARCH-COUNT)
                                    SS-TEXT(SAVED-SEARCH-COUNT)
                                    SS-SINCE(SAVED-SEARCH-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-SEARCH-FILE
           .

       LOAD-JOBS.
           MOVE 0 TO JOB-COUNT
           OPEN INPUT JOBS-FILE
           IF JOBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JOB-COUNT < 200
                           ADD 1 TO JOB-COUNT
                           MOVE SPACES TO JOB-ENTRY(JOB-COUNT)
                           UNSTRING JOB-RECORD DELIMITED BY "|"
                               INTO J-EMPLOYER(JOB-COUNT)
                                    J-TITLE(JOB-COUNT)
                                    J-DESC(JOB-COUNT)
                                    JOB-SKIP-TXT
                                    J-UNIV(JOB-COUNT)
                                    J-POSTED(JOB-COUNT)
                                    JOB-SKIP-TXT
                                    JOB-SKIP-TXT
                                    JOB-SKIP-TXT
                                    J-STATE(JOB-COUNT)
                           END-UNSTRING
                           IF NOT JOB-CLOSED(JOB-COUNT)
                               MOVE "O" TO J-STATE(JOB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           .

       LOAD-DIGEST-PREFS.
           MOVE 0 TO DP-COUNT
           OPEN INPUT DIGEST-PREF-FILE
           IF DP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ DIGEST-PREF-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF DP-COUNT < 500
                           ADD 1 TO DP-COUNT
                           MOVE SPACES TO DP-ENTRY(DP-COUNT)
                           UNSTRING DP-RECORD DELIMITED BY "|"
                               INTO DP-USER(DP-COUNT)
                                    DP-DIGEST(DP-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGEST-PREF-FILE
           .

       SCAN-ACCOUNTS-FILE.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
*> a deactivated account asked to be out of the system, so nothing
*> is mailed to it however much is still waiting.
                       IF FUNCTION TRIM(AX-NAME) NOT = SPACES
                           IF AX-ACTIVE = "I"
                               ADD 1 TO INACTIVE-COUNT
                           ELSE
                               PERFORM BUILD-USER-DIGEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

       BUILD-USER-DIGEST.
           MOVE 0 TO OPTED-OUT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > DP-COUNT
               IF DP-USER(WS-I) = AX-NAME
                   IF DP-DIGEST-OFF(WS-I)
                       MOVE 1 TO OPTED-OUT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OPTED-OUT = 1
               ADD 1 TO OPT-OUT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DIG-U-USER
           MOVE SPACES TO DIG-U-FNAME
           MOVE SPACES TO DIG-U-LNAME
           MOVE SPACES TO DIG-U-UNIV
           MOVE 0 TO DIG-U-UNREAD
           MOVE 0 TO DIG-U-PENDING
           MOVE 0 TO DIG-U-APPL-UPDATES
           MOVE 0 TO DIG-U-INTERVIEWS
           MOVE 0 TO DIG-U-SEARCH-HITS

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > MSG-COUNT
               IF MSG-UNREAD(WS-I) AND M-TO(WS-I) = AX-NAME
                   ADD 1 TO DIG-U-UNREAD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CONN-COUNT
               IF CONN-PENDING(WS-I) AND C-USER-B(WS-I) = AX-NAME
                   ADD 1 TO DIG-U-PENDING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > APPL-COUNT
               IF APPL-NOTIFY-DUE(WS-I) AND A-USER(WS-I) = AX-NAME
                   ADD 1 TO DIG-U-APPL-UPDATES
               END-IF
           END-PERFORM
*> slots the recruiter offered that the student has not yet
*> confirmed or declined; these are the invitations that go stale.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > IV-COUNT
               IF IV-PROPOSED(WS-I) AND IV-USER(WS-I) = AX-NAME
                   ADD 1 TO DIG-U-INTERVIEWS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > SAVED-SEARCH-COUNT
               IF SS-USER(WS-I) = AX-NAME
                   PERFORM COUNT-SAVED-SEARCH-HITS
               END-IF
           END-PERFORM

           IF DIG-U-UNREAD = 0 AND DIG-U-PENDING = 0
              AND DIG-U-APPL-UPDATES = 0 AND DIG-U-INTERVIEWS = 0
              AND DIG-U-SEARCH-HITS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE AX-NAME TO DIG-U-USER
           MOVE AX-FNAME TO DIG-U-FNAME
           MOVE AX-LNAME TO DIG-U-LNAME
           MOVE AX-UNIV TO DIG-U-UNIV
           MOVE DIG-USER-REC TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO DIGEST-COUNT
           ADD DIG-U-UNREAD TO DIG-T-UNREAD
           ADD DIG-U-PENDING TO DIG-T-PENDING
           ADD DIG-U-APPL-UPDATES TO DIG-T-APPL-UPDATES
           ADD DIG-U-INTERVIEWS TO DIG-T-INTERVIEWS
           ADD DIG-U-SEARCH-HITS TO DIG-T-SEARCH-HITS
           .

*> Same test the login alert makes: an open posting put up on or
*> after the search was last shown, matched by keyword in employer,
*> title or description, or by university (postings open to ALL
*> match every university).
       COUNT-SAVED-SEARCH-HITS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > JOB-COUNT
               IF J-POSTED(WS-K) (1:8) >= SS-SINCE(WS-I)
                  AND JOB-OPEN(WS-K)
                   MOVE 0 TO FOUND
                   IF SS-BY-KEYWORD(WS-I)
                       MOVE SS-TEXT(WS-I) TO JOB-SEARCH-TEXT
                       PERFORM CHECK-JOB-KEYWORD-MATCH
                   ELSE
                       IF FUNCTION TRIM(J-UNIV(WS-K)) =
                              FUNCTION TRIM(SS-TEXT(WS-I))
                          OR FUNCTION TRIM(J-UNIV(WS-K)) = "ALL"
                           MOVE 1 TO FOUND
                       END-IF
                   END-IF
                   IF FOUND = 1
                       ADD 1 TO DIG-U-SEARCH-HITS
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-JOB-KEYWORD-MATCH.
           MOVE 0 TO FOUND
           COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(JOB-SEARCH-TEXT))
           IF JOB-SEARCH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > (51 - WS-LEN)
               IF J-EMPLOYER(WS-K) (WS-J : WS-LEN) = JOB-SEARCH-TEXT (1 : WS-LEN)
                   MOVE 1 TO FOUND
               END-IF
               IF J-TITLE(WS-K) (WS-J : WS-LEN) = JOB-SEARCH-TEXT (1 : WS-LEN)
                   MOVE 1 TO FOUND
               END-IF
           END-PERFORM

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > (201 - WS-LEN)
               IF J-DESC(WS-K) (WS-J : WS-LEN) = JOB-SEARCH-TEXT (1 : WS-LEN)
                   MOVE 1 TO FOUND
               END-IF
           END-PERFORM
           .

       WRITE-TRAILER.
           MOVE WS-NOW(1:8) TO DIG-T-RUN-DATE
           MOVE DIGEST-COUNT TO DIG-T-USERS
           MOVE INACTIVE-COUNT TO DIG-T-INACTIVE
           MOVE OPT-OUT-COUNT TO DIG-T-OPTED-OUT
           MOVE DIG-TRAILER-REC TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           .
