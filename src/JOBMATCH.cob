       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts_info.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-NAME
               FILE STATUS IS ACCOUNTS-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-STATUS.
           SELECT ENDORSE-FILE ASSIGN TO "endorsements_info.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENDORSE-STATUS.
           SELECT SHORTLIST-TEMP-FILE ASSIGN TO "job_shortlist.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHORTLIST-TEMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "job_shortlist_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

*> Keyed account record, the byte image of one of the main
*> program's in-memory rows. Only the fields the scoring reads are
*> named; the password and security answer stay FILLER.
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
           05 FILLER                       PIC X(60).
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
           05 FILLER                       PIC X(100).

       FD JOBS-FILE.
       01 JOB-RECORD                       PIC X(500).

       FD APPLICATIONS-FILE.
       01 APPL-RECORD                      PIC X(200).

       FD ENDORSE-FILE.
       01 ENDORSE-RECORD                   PIC X(50).

*> One row per shortlisted candidate: employer|title|rank|user|
*> score, ranks running 01.. within each posting. The recruiter
*> menu reads it by employer/title pair, the same key applications
*> use for a posting.
       FD SHORTLIST-TEMP-FILE.
       01 SHORTLIST-TEMP-RECORD            PIC X(200).

       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-STATUS                  PIC XX VALUE "00".
       01 JOBS-STATUS                      PIC XX VALUE "00".
       01 APPL-STATUS                      PIC XX VALUE "00".
       01 ENDORSE-STATUS                   PIC XX VALUE "00".
       01 SHORTLIST-TEMP-STATUS            PIC XX VALUE "00".
       01 REPORT-STATUS                    PIC XX VALUE "00".

       01 WS-I                             PIC 999 VALUE 0.
       01 WS-J                             PIC 999 VALUE 0.
       01 WS-K                             PIC 999 VALUE 0.
       01 WS-W                             PIC 99 VALUE 0.
       01 WS-NOW                           PIC X(21) VALUE SPACES.
       01 FOUND                            PIC 9 VALUE 0.
       01 CMDLINE                          PIC X(120) VALUE SPACES.
       01 SIZE-TXT                         PIC X(4) VALUE SPACES.
       01 SIZE-ARG-OK                      PIC 9 VALUE 0.
       01 SIZE-ARG-NUM                     PIC 9(4) VALUE 0.

*> Candidates kept per posting; defaults to 10 and can be overridden
*> on the command line, the same way JOBARCH takes its cutoff.
       01 SHORTLIST-SIZE                   PIC 99 VALUE 10.
       01 SHORTLIST-MAX                    PIC 99 VALUE 20.

*> ---------------------------------------------------------------
*> Scoring weights. A candidate only makes a shortlist on real
*> relevance - the posting targets their university, or a word of
*> their major or an experience title turns up in the posting's
*> title/description. Completed skills and endorsements then lift
*> the relevant candidates against one another; on their own they
*> never put anyone on a list.
*> ---------------------------------------------------------------
       01 UNIV-POINTS                      PIC 99 VALUE 30.
       01 OPEN-UNIV-POINTS                 PIC 99 VALUE 10.
       01 MAJOR-WORD-POINTS                PIC 99 VALUE 15.
       01 EXP-WORD-POINTS                  PIC 99 VALUE 10.
       01 SKILL-POINTS                     PIC 99 VALUE 5.
       01 ENDORSE-POINTS                   PIC 99 VALUE 2.
       01 ENDORSE-CAP                      PIC 99 VALUE 10.

*> Active students only, with just the fields the score reads.
       01 CAND-COUNT                       PIC 999 VALUE 0.
       01 CANDIDATES.
           05 CAND-ENTRY OCCURS 500 TIMES.
               10 CAND-NAME                PIC X(15).
               10 CAND-UNIV                PIC X(50).
               10 CAND-MAJOR               PIC X(50).
               10 CAND-EXP-TITLE OCCURS 3 TIMES
                                           PIC X(50).
               10 CAND-SKILL-FLAGS         PIC X(5).
               10 CAND-ENDORSE-CT          PIC 9(4).

       01 JOB-COUNT                        PIC 999 VALUE 0.
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
                  88 JOB-CLOSED VALUE "C".

*> Someone who already applied is on the recruiter's applicant list;
*> only the applicant/posting key is needed to leave them off here.
       01 APPL-COUNT                       PIC 999 VALUE 0.
       01 APPLICATIONS.
           05 APPL-ENTRY OCCURS 500 TIMES.
               10 A-USER                   PIC X(15).
               10 A-EMPLOYER               PIC X(50).
               10 A-TITLE                  PIC X(50).

       01 ENDORSE-COUNT                    PIC 9999 VALUE 0.
       01 ENDORSEMENTS.
           05 ENDORSE-ENTRY OCCURS 1000 TIMES.
               10 E-FROM                   PIC X(15).
               10 E-TO                     PIC X(15).
               10 E-SKILL                  PIC 9.
       01 END-I                            PIC 9999 VALUE 0.
       01 E-SKILL-TXT                      PIC X(1) VALUE SPACE.

*> Word matching scratch: the posting's title and description are
*> folded to upper case once per posting, and each profile field is
*> split into words that are looked for in that text.
       01 MATCH-TEXT                       PIC X(251) VALUE SPACES.
       01 WORD-SOURCE                      PIC X(50) VALUE SPACES.
       01 WORD-TAB.
           05 WORD-ENTRY OCCURS 8 TIMES    PIC X(50).
       01 WORD-LEN                         PIC 99 VALUE 0.
       01 WORD-TALLY                       PIC 9(4) VALUE 0.
       01 WORD-HITS                        PIC 9(4) VALUE 0.

       01 CAND-SCORE                       PIC 9(4) VALUE 0.
       01 CAND-RELEVANCE                   PIC 9(4) VALUE 0.
       01 ENDORSE-SCORED                   PIC 9(4) VALUE 0.

*> Every relevant candidate for the posting in hand; the shortlist
*> is drawn from it highest score first.
       01 SCORED-COUNT                     PIC 999 VALUE 0.
       01 SCORED-TAB.
           05 SCORED-ENTRY OCCURS 500 TIMES.
               10 SC-ROW                   PIC 999.
               10 SC-SCORE                 PIC 9(4).
               10 SC-TAKEN                 PIC 9.
       01 BEST-ROW                         PIC 999 VALUE 0.
       01 BEST-SCORE                       PIC 9(4) VALUE 0.
       01 SHORTLIST-RANK                   PIC 99 VALUE 0.

       01 WS-RENAME-STATUS                 PIC S9(9) COMP-5 VALUE 0.
       01 SHORTLIST-WRITE-OK               PIC 9 VALUE 0.
       01 POSTINGS-LISTED                  PIC 9(5) VALUE 0.
       01 ROWS-WRITTEN                     PIC 9(5) VALUE 0.

*> Zero-suppressing de-editing fields, same convention ACCTRPT uses.
       01 WS-NUM-EDIT                      PIC Z(4)9.
       01 WS-NUM-EDIT-2                    PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-SHORTLIST-SIZE
           OPEN OUTPUT REPORT-FILE
           MOVE "--- Candidate Shortlist Run Report ---" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO REPORT-RECORD
           MOVE SHORTLIST-SIZE TO WS-NUM-EDIT
           STRING "Run date: " WS-NOW(1:8)
                  "  candidates per posting: " FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           PERFORM LOAD-ENDORSEMENTS
           PERFORM LOAD-APPLICATIONS
           PERFORM LOAD-CANDIDATES
           IF ACCOUNTS-STATUS NOT = "00"
               MOVE "No accounts_info.idx file could be opened; the previous shortlist is left in place."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-JOBS
           PERFORM WRITE-SHORTLISTS
           PERFORM PRINT-TOTALS

           CLOSE REPORT-FILE
           STOP RUN
           .

*> The size arrives in a 120-byte command-line buffer, so it is
*> validated digit by digit the way JOBARCH validates its cutoff;
*> anything unreadable or out of range keeps the default.
       GET-SHORTLIST-SIZE.
           MOVE SPACES TO CMDLINE
           ACCEPT CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO SIZE-TXT
           MOVE FUNCTION TRIM(CMDLINE) TO SIZE-TXT
           IF SIZE-TXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO SIZE-ARG-OK
           IF SIZE-TXT(1:1) < "0" OR SIZE-TXT(1:1) > "9"
               MOVE 0 TO SIZE-ARG-OK
           END-IF
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 4
               IF SIZE-TXT(WS-I:1) NOT = SPACE AND
                  (SIZE-TXT(WS-I:1) < "0" OR SIZE-TXT(WS-I:1) > "9")
                   MOVE 0 TO SIZE-ARG-OK
               END-IF
           END-PERFORM

           IF SIZE-ARG-OK = 1
               COMPUTE SIZE-ARG-NUM = FUNCTION NUMVAL(SIZE-TXT)
               IF SIZE-ARG-NUM >= 1 AND SIZE-ARG-NUM <= SHORTLIST-MAX
                   MOVE SIZE-ARG-NUM TO SHORTLIST-SIZE
               END-IF
           END-IF
           .

       LOAD-ENDORSEMENTS.
           MOVE 0 TO ENDORSE-COUNT
           OPEN INPUT ENDORSE-FILE
           IF ENDORSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ENDORSE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ENDORSE-COUNT < 1000
                           ADD 1 TO ENDORSE-COUNT
                           MOVE SPACE TO E-SKILL-TXT
                           UNSTRING ENDORSE-RECORD DELIMITED BY "|"
                               INTO E-FROM(ENDORSE-COUNT)
                                    E-TO(ENDORSE-COUNT)
                                    E-SKILL-TXT
                           END-UNSTRING
                           IF E-SKILL-TXT >= "1" AND E-SKILL-TXT <= "5"
                               MOVE E-SKILL-TXT TO E-SKILL(ENDORSE-COUNT)
                           ELSE
                               SUBTRACT 1 FROM ENDORSE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE
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
                           UNSTRING APPL-RECORD DELIMITED BY "|"
                               INTO A-USER(APPL-COUNT)
                                    A-EMPLOYER(APPL-COUNT)
                                    A-TITLE(APPL-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

       LOAD-CANDIDATES.
           MOVE 0 TO CAND-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
*> deactivated students are out of the system and recruiters are
*> not candidates, the same two rules the career-services feed
*> applies.
                       IF FUNCTION TRIM(AX-NAME) NOT = SPACES
                          AND AX-ACTIVE NOT = "I"
                          AND AX-ROLE NOT = "R"
                          AND CAND-COUNT < 500
                           PERFORM ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE "00" TO ACCOUNTS-STATUS
           .

       ADD-CANDIDATE.
           ADD 1 TO CAND-COUNT
           MOVE AX-NAME TO CAND-NAME(CAND-COUNT)
           MOVE AX-UNIV TO CAND-UNIV(CAND-COUNT)
           MOVE AX-MAJOR TO CAND-MAJOR(CAND-COUNT)
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               MOVE SPACES TO CAND-EXP-TITLE(CAND-COUNT, WS-J)
           END-PERFORM
           IF AX-EXP-COUNT IS NUMERIC AND AX-EXP-COUNT <= 3
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > AX-EXP-COUNT
                   MOVE AX-EXP-TITLE(WS-J)
                       TO CAND-EXP-TITLE(CAND-COUNT, WS-J)
               END-PERFORM
           END-IF
           MOVE "00000" TO CAND-SKILL-FLAGS(CAND-COUNT)
           IF AX-SKILL-FLAGS IS NUMERIC
               MOVE AX-SKILL-FLAGS TO CAND-SKILL-FLAGS(CAND-COUNT)
           END-IF
           MOVE 0 TO CAND-ENDORSE-CT(CAND-COUNT)
           PERFORM VARYING END-I FROM 1 BY 1 UNTIL END-I > ENDORSE-COUNT
               IF E-TO(END-I) = AX-NAME
                   ADD 1 TO CAND-ENDORSE-CT(CAND-COUNT)
               END-IF
           END-PERFORM
           .

       LOAD-JOBS.
           MOVE 0 TO JOB-COUNT
           OPEN INPUT JOBS-FILE
           IF JOBS-STATUS NOT = "00"
               MOVE "No jobs_info.dat file was found; the shortlist is empty."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
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
*> a closed posting, or one whose deadline has gone by, takes no
*> more applications, so there is no one left to shortlist for it.
                           IF JOB-CLOSED(WS-K)
                              OR (J-DEADLINE(WS-K) NOT = SPACES
                                  AND J-DEADLINE(WS-K) < WS-NOW(1:8))
                               SUBTRACT 1 FROM JOB-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           .

*> The whole shortlist is rebuilt into a temp file and renamed over
*> the old one, so a recruiter reading it mid-run sees last night's
*> lists or tonight's, never half of each.
       WRITE-SHORTLISTS.
           MOVE 0 TO SHORTLIST-WRITE-OK
           OPEN OUTPUT SHORTLIST-TEMP-FILE
           IF SHORTLIST-TEMP-STATUS NOT = "00"
               MOVE "ERROR: could not open job_shortlist.dat.tmp; the previous shortlist is left in place."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO SHORTLIST-WRITE-OK
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > JOB-COUNT OR SHORTLIST-WRITE-OK = 0
               PERFORM SCORE-ONE-POSTING
               PERFORM WRITE-ONE-SHORTLIST
           END-PERFORM

           CLOSE SHORTLIST-TEMP-FILE
           IF SHORTLIST-WRITE-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF SHORTLIST-TEMP-STATUS NOT = "00"
               MOVE 0 TO SHORTLIST-WRITE-OK
               MOVE "ERROR: could not close job_shortlist.dat.tmp; the previous shortlist is left in place."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_RENAME_FILE" USING
               "job_shortlist.dat.tmp" "job_shortlist.dat"
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               MOVE 0 TO SHORTLIST-WRITE-OK
               MOVE "ERROR: could not replace job_shortlist.dat; tonight's lists are in job_shortlist.dat.tmp."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       SCORE-ONE-POSTING.
           MOVE SPACES TO MATCH-TEXT
           STRING FUNCTION UPPER-CASE(J-TITLE(WS-K)) " "
                  FUNCTION UPPER-CASE(J-DESC(WS-K))
               DELIMITED BY SIZE
               INTO MATCH-TEXT
           END-STRING

           MOVE 0 TO SCORED-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CAND-COUNT
               PERFORM CHECK-ALREADY-APPLIED
               IF FOUND = 0
                   PERFORM SCORE-ONE-CANDIDATE
                   IF CAND-RELEVANCE > 0
                       ADD 1 TO SCORED-COUNT
                       MOVE WS-I TO SC-ROW(SCORED-COUNT)
                       MOVE CAND-SCORE TO SC-SCORE(SCORED-COUNT)
                       MOVE 0 TO SC-TAKEN(SCORED-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-ALREADY-APPLIED.
           MOVE 0 TO FOUND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > APPL-COUNT
               IF A-USER(WS-J) = CAND-NAME(WS-I)
                  AND A-EMPLOYER(WS-J) = J-EMPLOYER(WS-K)
                  AND A-TITLE(WS-J) = J-TITLE(WS-K)
                   MOVE 1 TO FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       SCORE-ONE-CANDIDATE.
           MOVE 0 TO CAND-SCORE
           MOVE 0 TO CAND-RELEVANCE

           IF FUNCTION TRIM(CAND-UNIV(WS-I)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(J-UNIV(WS-K))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(CAND-UNIV(WS-I)))
               ADD UNIV-POINTS TO CAND-SCORE
               ADD 1 TO CAND-RELEVANCE
           ELSE
               IF FUNCTION TRIM(J-UNIV(WS-K)) = "ALL"
                   ADD OPEN-UNIV-POINTS TO CAND-SCORE
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CAND-MAJOR(WS-I)))
               TO WORD-SOURCE
           PERFORM COUNT-WORD-HITS
           COMPUTE CAND-SCORE = CAND-SCORE + WORD-HITS * MAJOR-WORD-POINTS
           ADD WORD-HITS TO CAND-RELEVANCE

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CAND-EXP-TITLE(WS-I, WS-J)))
                   TO WORD-SOURCE
               PERFORM COUNT-WORD-HITS
               COMPUTE CAND-SCORE =
                   CAND-SCORE + WORD-HITS * EXP-WORD-POINTS
               ADD WORD-HITS TO CAND-RELEVANCE
           END-PERFORM

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF CAND-SKILL-FLAGS(WS-I) (WS-J:1) = "1"
                   ADD SKILL-POINTS TO CAND-SCORE
               END-IF
           END-PERFORM

*> endorsements are capped so a popular student can't outrank a
*> better-fitting one on head count alone.
           MOVE CAND-ENDORSE-CT(WS-I) TO ENDORSE-SCORED
           IF ENDORSE-SCORED > ENDORSE-CAP
               MOVE ENDORSE-CAP TO ENDORSE-SCORED
           END-IF
           COMPUTE CAND-SCORE = CAND-SCORE + ENDORSE-SCORED * ENDORSE-POINTS
           .

*> Counts how many distinct words of WORD-SOURCE (already upper
*> case) appear in MATCH-TEXT. Words under three letters and the
*> usual filler words are ignored so "of" or "and" in a major never
*> matches every posting on the board.
       COUNT-WORD-HITS.
           MOVE 0 TO WORD-HITS
           IF WORD-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORD-TAB
           UNSTRING WORD-SOURCE DELIMITED BY ALL SPACE OR "," OR "/"
               OR "-" OR "&"
               INTO WORD-ENTRY(1) WORD-ENTRY(2) WORD-ENTRY(3)
                    WORD-ENTRY(4) WORD-ENTRY(5) WORD-ENTRY(6)
                    WORD-ENTRY(7) WORD-ENTRY(8)
           END-UNSTRING
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 8
               IF WORD-ENTRY(WS-W) NOT = SPACES
                  AND WORD-ENTRY(WS-W) NOT = "AND"
                  AND WORD-ENTRY(WS-W) NOT = "THE"
                  AND WORD-ENTRY(WS-W) NOT = "FOR"
                  AND WORD-ENTRY(WS-W) NOT = "WITH"
                   COMPUTE WORD-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WORD-ENTRY(WS-W)))
                   IF WORD-LEN >= 3
                       MOVE 0 TO WORD-TALLY
                       INSPECT MATCH-TEXT TALLYING WORD-TALLY
                           FOR ALL WORD-ENTRY(WS-W) (1:WORD-LEN)
                       IF WORD-TALLY > 0
                           ADD 1 TO WORD-HITS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

*> Draws the top SHORTLIST-SIZE candidates from the scored table,
*> highest score first; ties keep account-file order.
       WRITE-ONE-SHORTLIST.
           MOVE 0 TO SHORTLIST-RANK
           PERFORM UNTIL SHORTLIST-RANK >= SHORTLIST-SIZE
                      OR SHORTLIST-RANK >= SCORED-COUNT
               MOVE 0 TO BEST-ROW
               MOVE 0 TO BEST-SCORE
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > SCORED-COUNT
                   IF SC-TAKEN(WS-J) = 0
                      AND (BEST-ROW = 0 OR SC-SCORE(WS-J) > BEST-SCORE)
                       MOVE WS-J TO BEST-ROW
                       MOVE SC-SCORE(WS-J) TO BEST-SCORE
                   END-IF
               END-PERFORM
               MOVE 1 TO SC-TAKEN(BEST-ROW)
               ADD 1 TO SHORTLIST-RANK
               MOVE SC-ROW(BEST-ROW) TO WS-I

               MOVE SPACES TO SHORTLIST-TEMP-RECORD
               STRING
                   FUNCTION TRIM(J-EMPLOYER(WS-K)) "|"
                   FUNCTION TRIM(J-TITLE(WS-K)) "|"
                   SHORTLIST-RANK "|"
                   FUNCTION TRIM(CAND-NAME(WS-I)) "|"
                   BEST-SCORE
                   DELIMITED BY SIZE
                   INTO SHORTLIST-TEMP-RECORD
               END-STRING
               WRITE SHORTLIST-TEMP-RECORD
               IF SHORTLIST-TEMP-STATUS NOT = "00"
                   MOVE 0 TO SHORTLIST-WRITE-OK
                   MOVE "ERROR: could not write job_shortlist.dat.tmp; the previous shortlist is left in place."
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ROWS-WRITTEN
           END-PERFORM

           IF SHORTLIST-RANK > 0
               ADD 1 TO POSTINGS-LISTED
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE SHORTLIST-RANK TO WS-NUM-EDIT
           MOVE SCORED-COUNT TO WS-NUM-EDIT-2
           STRING "'" FUNCTION TRIM(J-TITLE(WS-K))
                  "' at '" FUNCTION TRIM(J-EMPLOYER(WS-K))
                  "': " FUNCTION TRIM(WS-NUM-EDIT)
                  " shortlisted of " FUNCTION TRIM(WS-NUM-EDIT-2)
                  " matching candidates"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           MOVE JOB-COUNT TO WS-NUM-EDIT
           MOVE POSTINGS-LISTED TO WS-NUM-EDIT-2
           STRING "Postings scored: " FUNCTION TRIM(WS-NUM-EDIT)
                  "  with a shortlist: " FUNCTION TRIM(WS-NUM-EDIT-2)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE CAND-COUNT TO WS-NUM-EDIT
           MOVE ROWS-WRITTEN TO WS-NUM-EDIT-2
           STRING "Active students considered: " FUNCTION TRIM(WS-NUM-EDIT)
                  "  shortlist rows written: " FUNCTION TRIM(WS-NUM-EDIT-2)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF SHORTLIST-WRITE-OK = 0
               MOVE "The shortlist was NOT replaced this run; recruiters still see the previous lists."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
