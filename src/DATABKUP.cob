           SELECT REPORT-FILE ASSIGN TO "backup_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT MAINT-LOCK-FILE ASSIGN TO "maintenance.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

*> wide enough for a change-journal line with its after-image.
       FD SRC-LINE-FILE.
       01 SRC-LINE-RECORD                  PIC X(2010).

       FD DST-LINE-FILE.
       01 DST-LINE-RECORD                  PIC X(2010).

*> Keyed account record, moved as one opaque image: a backup copy
*> must be byte-for-byte whatever layout the store carries.
       FD REPORT-FILE.
       01 REPORT-RECORD                    PIC X(300).

*> System-wide maintenance lock: holder|since (YYYYMMDDHHMMSS)|purpose.
       FD MAINT-LOCK-FILE.
       01 MAINT-LOCK-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01 SRC-LINE-STATUS                  PIC XX VALUE "00".
       01 RUN-MODE                         PIC X(10) VALUE SPACES.
       01 ARG-DATE                         PIC X(8) VALUE SPACES.
       01 GEN-DATE                         PIC X(8) VALUE SPACES.
       01 GEN-TIME                         PIC X(8) VALUE SPACES.
       01 WS-NOW                           PIC X(21) VALUE SPACES.

       01 WS-F                             PIC 99 VALUE 0.
*> the generation's control record, and a restore refuses to touch
*> any live file until every backup copy matches those counts.
*> ---------------------------------------------------------------
       01 FILE-TOTAL                       PIC 99 VALUE 12.
       01 FILE-TABLE.
           05 FILE-ENTRY OCCURS 12 TIMES.
               10 BF-NAME                  PIC X(40).
               10 BF-TYPE                  PIC X(1).
               10 BF-COUNT                 PIC 9(6).
       01 ROW-COUNT                        PIC 9(6) VALUE 0.

*> Control table: one generation per line of backup_control.dat,
*> date plus the per-file row counts and the time of day the backup
*> started, oldest first. Only the last GEN-KEEP generations are
*> retained; pruning deletes the oldest generation's backup files
*> along with its control row. A row written before the start time
*> was carried reads as midnight, so forward recovery replays that
*> whole day rather than miss anything. Files added to the set later
*> go after the start time on the row; GC-FILES is how many of the
*> set a generation actually holds, so an older generation restores
*> the files it has and leaves the newer ones as they are.
       01 GEN-KEEP                         PIC 99 VALUE 5.
       01 GEN-COUNT                        PIC 99 VALUE 0.
       01 GEN-TABLE.
           05 GEN-ENTRY OCCURS 12 TIMES.
               10 GC-DATE                  PIC X(8).
               10 GC-COUNT OCCURS 12 TIMES PIC 9(6).
               10 GC-TIME                  PIC X(8).
               10 GC-FILES                 PIC 99.
       01 GEN-IDX                          PIC 99 VALUE 0.
       01 GC-COUNT-TXT                     PIC X(6) VALUE SPACES.
       01 GC-FIELDS.
           05 GC-FIELD OCCURS 12 TIMES    PIC X(6).
       01 GC-TIME-TXT                      PIC X(8) VALUE SPACES.

       01 WS-RENAME-STATUS                 PIC S9(9) COMP-5 VALUE 0.
       01 WS-DELETE-STATUS                 PIC S9(9) COMP-5 VALUE 0.
       01 WS-NUM-EDIT                      PIC Z(5)9.
       01 WS-NUM-EDIT-2                    PIC Z(5)9.

*> The change journal is the one file a restore leaves in place
*> when a live copy exists: it is append-only, so the live file is
*> always the newer history, and forward recovery needs every line
*> written since the generation was taken.
       01 JOURNAL-FILE-NO                  PIC 99 VALUE 10.
       01 JOURNAL-KEPT                     PIC 9 VALUE 0.
       01 RESTORE-OK                       PIC 9 VALUE 0.

*> ---------------------------------------------------------------
*> Forward recovery. The restored tables are loaded in the same
*> fixed row layouts the main program keeps in memory, so a
*> journal after-image (the row as it stood after the change) can
*> be compared with and moved over a table row directly. Numeric
*> bytes are carried as text here; the rows are only copied, never
*> computed on. A table is rewritten only if replay changed it.
*> ---------------------------------------------------------------
       01 RECOVER-FROM                     PIC X(16) VALUE SPACES.
       01 RX                               PIC 9999 VALUE 0.
       01 RY                               PIC 9999 VALUE 0.
       01 ROW-HIT                          PIC 9999 VALUE 0.
       01 TABLE-CHANGED-FLAGS.
           05 TABLE-CHANGED OCCURS 12 TIMES PIC 9.
       01 TABLE-OVER-FLAGS.
           05 TABLE-OVER OCCURS 12 TIMES   PIC 9.
       01 ACCOUNTS-OPEN                    PIC 9 VALUE 0.
       01 ENTRY-APPLIED                    PIC 9 VALUE 0.
       01 SKIP-REASON                      PIC X(60) VALUE SPACES.

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

       01 APPL-COUNT                       PIC 999 VALUE 0.
       01 APPLICATIONS.
           05 APPL-ENTRY OCCURS 500 TIMES.
               10 A-USER                   PIC X(15).
               10 A-EMPLOYER               PIC X(50).
               10 A-TITLE                  PIC X(50).
               10 A-DATE                   PIC X(10).
               10 A-STATUS                 PIC X(1).
               10 A-NOTIFY                 PIC X(1).

       01 CONN-COUNT                       PIC 9999 VALUE 0.
       01 CONNECTIONS.
           05 CONN-ENTRY OCCURS 1000 TIMES.
               10 C-USER-A                 PIC X(15).
               10 C-USER-B                 PIC X(15).
               10 C-STATUS                 PIC X(1).

       01 MSG-COUNT                        PIC 9999 VALUE 0.
       01 MESSAGES.
           05 MSG-ENTRY OCCURS 1000 TIMES.
               10 M-FROM                   PIC X(15).
               10 M-TO                     PIC X(15).
               10 M-WHEN                   PIC X(21).
               10 M-READ                   PIC X(1).
               10 M-BODY                   PIC X(200).

       01 SAVED-SEARCH-COUNT               PIC 999 VALUE 0.
       01 SAVED-SEARCHES.
           05 SS-ENTRY OCCURS 200 TIMES.
               10 SS-USER                  PIC X(15).
               10 SS-TYPE                  PIC X(1).
               10 SS-TEXT                  PIC X(50).
               10 SS-SINCE                 PIC X(8).

       01 ENDORSE-COUNT                    PIC 9999 VALUE 0.
       01 ENDORSEMENTS.
           05 ENDORSE-ENTRY OCCURS 1000 TIMES.
               10 E-FROM                   PIC X(15).
               10 E-TO                     PIC X(15).
               10 E-SKILL                  PIC X(1).

       01 IV-COUNT                         PIC 9999 VALUE 0.
       01 INTERVIEWS.
           05 IV-ENTRY OCCURS 1000 TIMES.
               10 IV-USER                  PIC X(15).
               10 IV-EMPLOYER              PIC X(50).
               10 IV-TITLE                 PIC X(50).
               10 IV-DATE                  PIC X(8).
               10 IV-TIME                  PIC X(4).
               10 IV-PLACE                 PIC X(80).
               10 IV-STATE                 PIC X(1).

       01 DP-COUNT                         PIC 999 VALUE 0.
       01 DIGEST-PREFS.
           05 DP-ENTRY OCCURS 500 TIMES.
               10 DP-USER                  PIC X(15).
               10 DP-DIGEST                PIC X(1).

*> One journal line taken apart: the readable event in the first
*> 300 columns, and the after-image from column 302 when column 301
*> carries its "|" marker. The image is viewed through the row
*> layout its type names.
       01 JOURNAL-SEQ-TXT                  PIC X(6) VALUE SPACES.
       01 JOURNAL-STAMP                    PIC X(21) VALUE SPACES.
       01 JOURNAL-ACTOR                    PIC X(15) VALUE SPACES.
       01 JOURNAL-ACTION                   PIC X(30) VALUE SPACES.
       01 JOURNAL-SEQ                      PIC 9(6) VALUE 0.
       01 JOURNAL-TOP-SEQ                  PIC 9(6) VALUE 0.
       01 LAST-SEQ-RECOVERED               PIC 9(6) VALUE 0.
       01 IMAGE-TYPE                       PIC X(2) VALUE SPACES.
       01 IMAGE-DATA                       PIC X(1706) VALUE SPACES.
       01 ACCOUNT-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-ACCT-NAME                PIC X(15).
           05 FILLER                       PIC X(1691).
       01 JOB-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-JOB-ROW.
               10 IMG-J-EMPLOYER           PIC X(50).
               10 IMG-J-TITLE              PIC X(50).
               10 FILLER                   PIC X(337).
           05 FILLER                       PIC X(1269).
       01 APPL-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-APPL-ROW.
               10 IMG-A-USER               PIC X(15).
               10 IMG-A-EMPLOYER           PIC X(50).
               10 IMG-A-TITLE              PIC X(50).
               10 FILLER                   PIC X(12).
           05 FILLER                       PIC X(1579).
       01 CONN-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-CONN-ROW.
               10 IMG-C-USER-A             PIC X(15).
               10 IMG-C-USER-B             PIC X(15).
               10 FILLER                   PIC X(1).
           05 FILLER                       PIC X(1675).
       01 MSG-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-MSG-ROW.
               10 IMG-M-FROM               PIC X(15).
               10 IMG-M-TO                 PIC X(15).
               10 IMG-M-WHEN               PIC X(21).
               10 FILLER                   PIC X(201).
           05 FILLER                       PIC X(1454).
       01 SEARCH-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-SS-ROW.
               10 IMG-SS-USER              PIC X(15).
               10 IMG-SS-TYPE              PIC X(1).
               10 IMG-SS-TEXT              PIC X(50).
               10 FILLER                   PIC X(8).
           05 FILLER                       PIC X(1632).
       01 ENDORSE-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-ENDORSE-ROW              PIC X(31).
           05 FILLER                       PIC X(1675).
       01 INTERVIEW-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-IV-ROW.
               10 IMG-IV-USER              PIC X(15).
               10 IMG-IV-EMPLOYER          PIC X(50).
               10 IMG-IV-TITLE             PIC X(50).
               10 IMG-IV-DATE              PIC X(8).
               10 IMG-IV-TIME              PIC X(4).
               10 FILLER                   PIC X(81).
           05 FILLER                       PIC X(1498).
       01 PREF-IMAGE REDEFINES IMAGE-DATA.
           05 IMG-DP-ROW.
               10 IMG-DP-USER              PIC X(15).
               10 FILLER                   PIC X(1).
           05 FILLER                       PIC X(1690).

       01 RECOVER-COUNTS.
           05 RC-BEFORE                    PIC 9(6) VALUE 0.
           05 RC-APPLIED                   PIC 9(6) VALUE 0.
           05 RC-SKIPPED                   PIC 9(6) VALUE 0.

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
           PERFORM GET-RUN-MODE
           PERFORM LOAD-CONTROL-TABLE

           IF RUN-MODE = "RESTORE" OR RUN-MODE = "RECOVER"
               IF RUN-MODE = "RESTORE"
                   MOVE "Data directory restore" TO MAINT-PURPOSE
               ELSE
                   MOVE "Data directory restore and forward recovery"
                       TO MAINT-PURPOSE
               END-IF
               PERFORM TAKE-MAINTENANCE-LOCK
               IF MAINT-LOCK-REFUSED = 1
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE RUN-MODE
               WHEN "BACKUP"
                   PERFORM RUN-BACKUP
               WHEN "RESTORE"
                   PERFORM RUN-RESTORE
               WHEN "RECOVER"
                   PERFORM RUN-RECOVER
               WHEN OTHER
                   MOVE "Usage: pass BACKUP, or RESTORE or RECOVER with an optional YYYYMMDD generation date."
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE
           PERFORM RELEASE-MAINTENANCE-LOCK

           CLOSE REPORT-FILE
           STOP RUN
           MOVE "L" TO BF-TYPE(9)
           MOVE "change_journal.dat" TO BF-NAME(10)
           MOVE "L" TO BF-TYPE(10)
           MOVE "interviews_info.dat" TO BF-NAME(11)
           MOVE "L" TO BF-TYPE(11)
           MOVE "digest_prefs.dat" TO BF-NAME(12)
           MOVE "L" TO BF-TYPE(12)
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > FILE-TOTAL
               MOVE 0 TO BF-COUNT(WS-F)
           END-PERFORM
           .

       PARSE-CONTROL-ROW.
           MOVE SPACES TO GC-FIELDS
           MOVE SPACES TO GC-TIME-TXT
           UNSTRING CONTROL-RECORD DELIMITED BY "|"
               INTO GC-DATE(GEN-COUNT)
                    GC-FIELD(1)
                    GC-FIELD(8)
                    GC-FIELD(9)
                    GC-FIELD(10)
                    GC-TIME-TXT
                    GC-FIELD(11)
                    GC-FIELD(12)
           END-UNSTRING
           MOVE 10 TO GC-FILES(GEN-COUNT)
           IF GC-FIELD(11) NOT = SPACES
               MOVE 11 TO GC-FILES(GEN-COUNT)
           END-IF
           IF GC-FIELD(12) NOT = SPACES
               MOVE 12 TO GC-FILES(GEN-COUNT)
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               IF GC-FIELD(WS-I) IS NUMERIC
                   MOVE GC-FIELD(WS-I) TO GC-COUNT(GEN-COUNT, WS-I)
               ELSE
                   MOVE 0 TO GC-COUNT(GEN-COUNT, WS-I)
               END-IF
           END-PERFORM
           IF GC-TIME-TXT IS NUMERIC
               MOVE GC-TIME-TXT TO GC-TIME(GEN-COUNT)
           ELSE
               MOVE "00000000" TO GC-TIME(GEN-COUNT)
           END-IF
           .

       SAVE-CONTROL-TABLE.
                      GC-COUNT(WS-G, 7) "|"
                      GC-COUNT(WS-G, 8) "|"
                      GC-COUNT(WS-G, 9) "|"
                      GC-COUNT(WS-G, 10) "|"
                      GC-TIME(WS-G)
                   DELIMITED BY SIZE
                   INTO CONTROL-TEMP-RECORD
               END-STRING
               IF GC-FILES(WS-G) > 10
                   MOVE SPACES TO CONTROL-RECORD
                   STRING FUNCTION TRIM(CONTROL-TEMP-RECORD) "|"
                          GC-COUNT(WS-G, 11)
                       DELIMITED BY SIZE
                       INTO CONTROL-RECORD
                   END-STRING
                   MOVE CONTROL-RECORD TO CONTROL-TEMP-RECORD
               END-IF
               IF GC-FILES(WS-G) > 11
                   MOVE SPACES TO CONTROL-RECORD
                   STRING FUNCTION TRIM(CONTROL-TEMP-RECORD) "|"
                          GC-COUNT(WS-G, 12)
                       DELIMITED BY SIZE
                       INTO CONTROL-RECORD
                   END-STRING
                   MOVE CONTROL-RECORD TO CONTROL-TEMP-RECORD
               END-IF
               WRITE CONTROL-TEMP-RECORD
           END-PERFORM
           CLOSE CONTROL-TEMP-FILE
       RUN-BACKUP.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO GEN-DATE
           MOVE WS-NOW(9:8) TO GEN-TIME

           MOVE SPACES TO REPORT-RECORD
           STRING "Backup generation " GEN-DATE ":"
               MOVE GEN-COUNT TO GEN-IDX
               MOVE GEN-DATE TO GC-DATE(GEN-IDX)
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FILE-TOTAL
               MOVE BF-COUNT(WS-I) TO GC-COUNT(GEN-IDX, WS-I)
           END-PERFORM
           MOVE GEN-TIME TO GC-TIME(GEN-IDX)
           MOVE FILE-TOTAL TO GC-FILES(GEN-IDX)
           .

       PRUNE-OLD-GENERATIONS.
*> backup copy's row count against the control record, and only
*> then lay the copies down over the live files - through the same
*> temp-then-rename the live saves use, so a failed restore never
*> leaves a half-written live file. The live change journal is kept
*> unless it is missing or unreadable (see JOURNAL-FILE-NO).
*> ---------------------------------------------------------------
       RUN-RESTORE.
           MOVE 0 TO RESTORE-OK
           IF GEN-COUNT = 0
               MOVE "No backup generations are on the control file; nothing to restore."
                   TO REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > GC-FILES(GEN-IDX)
               MOVE 0 TO JOURNAL-KEPT
               IF WS-F = JOURNAL-FILE-NO
                   PERFORM CHECK-LIVE-JOURNAL
               END-IF
               IF JOURNAL-KEPT = 0
                   PERFORM RESTORE-ONE-FILE
                   IF COPY-OK = 0
                       MOVE "ERROR: the restore did not complete; reconcile the live files by hand."
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-F FROM GC-FILES(GEN-IDX) BY 1
               UNTIL WS-F >= FILE-TOTAL
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(BF-NAME(WS-F + 1))
                      " is not in this generation; the live copy was left as it is"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE "Restore complete." TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO RESTORE-OK
           .

       CHECK-LIVE-JOURNAL.
           MOVE SPACES TO SRC-NAME
           MOVE BF-NAME(WS-F) TO SRC-NAME
           OPEN INPUT SRC-LINE-FILE
           IF SRC-LINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE SRC-LINE-FILE
           MOVE 1 TO JOURNAL-KEPT
           MOVE SPACES TO REPORT-RECORD
           STRING "  kept the live " FUNCTION TRIM(BF-NAME(WS-F))
                  "; it already holds the generation's history and"
                  " everything since, for RECOVER to replay"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> Every backup copy is counted against the control record before
*> fail loudly here, not halfway through laying files down.
       VERIFY-GENERATION.
           MOVE 1 TO VERIFY-OK
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > GC-FILES(GEN-IDX)
               PERFORM BUILD-BACKUP-NAME
               MOVE DST-NAME TO SRC-NAME
               IF BF-TYPE(WS-F) = "I"
           WRITE REPORT-RECORD
           .

*> ---------------------------------------------------------------
*> Forward recovery: restore the generation exactly as RESTORE
*> does, then read the live change journal and re-apply, in
*> sequence order, every entry stamped at or after the time that
*> generation's backup started. Each entry carries the row as it
*> stood after the change, so re-applying is a matter of laying
*> that row down (or taking it away) - an entry already reflected
*> in the restored files is simply reported as skipped, and the run
*> can be repeated safely.
*> ---------------------------------------------------------------
       RUN-RECOVER.
           PERFORM RUN-RESTORE
           IF RESTORE-OK = 0
               MOVE "Forward recovery not attempted; the restore did not complete."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RECOVER-FROM
           STRING GC-DATE(GEN-IDX) GC-TIME(GEN-IDX)
               DELIMITED BY SIZE
               INTO RECOVER-FROM
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "Forward recovery from change_journal.dat, entries stamped from "
                  RECOVER-FROM(1:8) " " RECOVER-FROM(9:6) " on:"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE 0 TO RC-BEFORE
           MOVE 0 TO RC-APPLIED
           MOVE 0 TO RC-SKIPPED
           MOVE 0 TO JOURNAL-TOP-SEQ
           MOVE 0 TO LAST-SEQ-RECOVERED
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > FILE-TOTAL
               MOVE 0 TO TABLE-CHANGED(WS-F)
               MOVE 0 TO TABLE-OVER(WS-F)
           END-PERFORM

           PERFORM LOAD-RECOVERY-TABLES
           PERFORM OPEN-RECOVERY-ACCOUNTS
           PERFORM REPLAY-JOURNAL
           IF ACCOUNTS-OPEN = 1
               CLOSE DST-IDX-FILE
           END-IF
           PERFORM VARYING WS-F FROM 2 BY 1 UNTIL WS-F > FILE-TOTAL
               IF TABLE-CHANGED(WS-F) = 1
                   PERFORM SAVE-RECOVERY-TABLE
               END-IF
           END-PERFORM
           PERFORM PRINT-RECOVERY-TOTALS
           PERFORM JOURNAL-RECOVERY-RUN
           .

*> The eight "|"-delimited tables the journal can touch are loaded
*> from the files the restore just laid down. A table holding more
*> rows than its ceiling is marked over and left untouched, since
*> rewriting it from a truncated copy would lose rows.
       LOAD-RECOVERY-TABLES.
           MOVE 0 TO JOB-COUNT
           MOVE 0 TO APPL-COUNT
           MOVE 0 TO CONN-COUNT
           MOVE 0 TO MSG-COUNT
           MOVE 0 TO SAVED-SEARCH-COUNT
           MOVE 0 TO ENDORSE-COUNT
           MOVE 0 TO IV-COUNT
           MOVE 0 TO DP-COUNT
           PERFORM VARYING WS-F FROM 2 BY 1 UNTIL WS-F > FILE-TOTAL
               IF WS-F NOT = 6 AND WS-F NOT = 7
                  AND WS-F NOT = JOURNAL-FILE-NO
                   PERFORM LOAD-ONE-RECOVERY-TABLE
               END-IF
           END-PERFORM
           .

       LOAD-ONE-RECOVERY-TABLE.
           MOVE SPACES TO SRC-NAME
           MOVE BF-NAME(WS-F) TO SRC-NAME
           OPEN INPUT SRC-LINE-FILE
           IF SRC-LINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SRC-LINE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-RECOVERY-ROW
               END-READ
           END-PERFORM
           CLOSE SRC-LINE-FILE
           IF TABLE-OVER(WS-F) = 1
               MOVE SPACES TO REPORT-RECORD
               STRING "  WARNING: " FUNCTION TRIM(BF-NAME(WS-F))
                      " holds more rows than its table allows;"
                      " it will not be rewritten"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       PARSE-RECOVERY-ROW.
           EVALUATE WS-F
               WHEN 2
                   IF JOB-COUNT >= 200
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO JOB-COUNT
                       MOVE SPACES TO JOB-ENTRY(JOB-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO J-EMPLOYER(JOB-COUNT)
                                J-TITLE(JOB-COUNT)
                                J-DESC(JOB-COUNT)
                                J-LOCATION(JOB-COUNT)
                                J-UNIV(JOB-COUNT)
                                J-POSTED(JOB-COUNT)
                                J-POSTER(JOB-COUNT)
                                J-DEADLINE(JOB-COUNT)
                                J-OPENINGS(JOB-COUNT)
                                J-STATE(JOB-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 3
                   IF APPL-COUNT >= 500
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO APPL-COUNT
                       MOVE SPACES TO APPL-ENTRY(APPL-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO A-USER(APPL-COUNT)
                                A-EMPLOYER(APPL-COUNT)
                                A-TITLE(APPL-COUNT)
                                A-DATE(APPL-COUNT)
                                A-STATUS(APPL-COUNT)
                                A-NOTIFY(APPL-COUNT)
                       END-UNSTRING
                       IF A-NOTIFY(APPL-COUNT) NOT = "Y"
                           MOVE "N" TO A-NOTIFY(APPL-COUNT)
                       END-IF
                   END-IF
               WHEN 4
                   IF CONN-COUNT >= 1000
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO CONN-COUNT
                       MOVE SPACES TO CONN-ENTRY(CONN-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO C-USER-A(CONN-COUNT)
                                C-USER-B(CONN-COUNT)
                                C-STATUS(CONN-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 5
                   IF MSG-COUNT >= 1000
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO MSG-COUNT
                       MOVE SPACES TO MSG-ENTRY(MSG-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO M-FROM(MSG-COUNT)
                                M-TO(MSG-COUNT)
                                M-WHEN(MSG-COUNT)
                                M-READ(MSG-COUNT)
                                M-BODY(MSG-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 8
                   IF SAVED-SEARCH-COUNT >= 200
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO SAVED-SEARCH-COUNT
                       MOVE SPACES TO SS-ENTRY(SAVED-SEARCH-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO SS-USER(SAVED-SEARCH-COUNT)
                                SS-TYPE(SAVED-SEARCH-COUNT)
                                SS-TEXT(SAVED-SEARCH-COUNT)
                                SS-SINCE(SAVED-SEARCH-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 9
                   IF ENDORSE-COUNT >= 1000
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO ENDORSE-COUNT
                       MOVE SPACES TO ENDORSE-ENTRY(ENDORSE-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO E-FROM(ENDORSE-COUNT)
                                E-TO(ENDORSE-COUNT)
                                E-SKILL(ENDORSE-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 11
                   IF IV-COUNT >= 1000
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO IV-COUNT
                       MOVE SPACES TO IV-ENTRY(IV-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO IV-USER(IV-COUNT)
                                IV-EMPLOYER(IV-COUNT)
                                IV-TITLE(IV-COUNT)
                                IV-DATE(IV-COUNT)
                                IV-TIME(IV-COUNT)
                                IV-PLACE(IV-COUNT)
                                IV-STATE(IV-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 12
                   IF DP-COUNT >= 500
                       MOVE 1 TO TABLE-OVER(WS-F)
                   ELSE
                       ADD 1 TO DP-COUNT
                       MOVE SPACES TO DP-ENTRY(DP-COUNT)
                       UNSTRING SRC-LINE-RECORD DELIMITED BY "|"
                           INTO DP-USER(DP-COUNT)
                                DP-DIGEST(DP-COUNT)
                       END-UNSTRING
                   END-IF
           END-EVALUATE
           .

*> Account images go straight to the keyed store the restore just
*> laid down, opened for update through the generic keyed pair.
       OPEN-RECOVERY-ACCOUNTS.
           MOVE 0 TO ACCOUNTS-OPEN
           MOVE SPACES TO DST-NAME
           MOVE BF-NAME(1) TO DST-NAME
           OPEN I-O DST-IDX-FILE
           IF DST-IDX-STATUS = "00"
               MOVE 1 TO ACCOUNTS-OPEN
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "  WARNING: " FUNCTION TRIM(BF-NAME(1))
                      " could not be opened for update (status "
                      DST-IDX-STATUS "); account entries will be skipped"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       REPLAY-JOURNAL.
           MOVE SPACES TO SRC-NAME
           MOVE BF-NAME(JOURNAL-FILE-NO) TO SRC-NAME
           OPEN INPUT SRC-LINE-FILE
           IF SRC-LINE-STATUS NOT = "00"
               MOVE "  No change journal on file; nothing to roll forward."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SRC-LINE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM REPLAY-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE SRC-LINE-FILE
           .

       REPLAY-ONE-ENTRY.
           MOVE SPACES TO JOURNAL-SEQ-TXT
           MOVE SPACES TO JOURNAL-STAMP
           MOVE SPACES TO JOURNAL-ACTOR
           MOVE SPACES TO JOURNAL-ACTION
           UNSTRING SRC-LINE-RECORD(1:300) DELIMITED BY "|"
               INTO JOURNAL-SEQ-TXT
                    JOURNAL-STAMP
                    JOURNAL-ACTOR
                    JOURNAL-ACTION
           END-UNSTRING
           IF JOURNAL-SEQ-TXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-SEQ-TXT TO JOURNAL-SEQ
           IF JOURNAL-SEQ > JOURNAL-TOP-SEQ
               MOVE JOURNAL-SEQ TO JOURNAL-TOP-SEQ
           END-IF
           IF JOURNAL-STAMP(1:16) < RECOVER-FROM
               ADD 1 TO RC-BEFORE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ENTRY-APPLIED
           MOVE SPACES TO SKIP-REASON
           MOVE SPACES TO IMAGE-TYPE
           MOVE SPACES TO IMAGE-DATA
           IF SRC-LINE-RECORD(301:1) = "|"
               MOVE SRC-LINE-RECORD(302:2) TO IMAGE-TYPE
               MOVE SRC-LINE-RECORD(304:1706) TO IMAGE-DATA
           END-IF

           EVALUATE IMAGE-TYPE
               WHEN SPACES
                   MOVE "no after-image on the entry" TO SKIP-REASON
               WHEN "AR"
                   PERFORM REPLAY-ACCOUNT-ROW
               WHEN "AD"
                   PERFORM REPLAY-ACCOUNT-DELETE
               WHEN "JR"
                   PERFORM REPLAY-JOB-ROW
               WHEN "JD"
                   PERFORM REPLAY-JOB-DELETE
               WHEN "PR"
                   PERFORM REPLAY-APPL-ROW
               WHEN "CR"
                   PERFORM REPLAY-CONN-ROW
               WHEN "MR"
                   PERFORM REPLAY-MSG-ROW
               WHEN "SR"
                   PERFORM REPLAY-SEARCH-ROW
               WHEN "SD"
                   PERFORM REPLAY-SEARCH-DELETE
               WHEN "ER"
                   PERFORM REPLAY-ENDORSE-ROW
               WHEN "IR"
                   PERFORM REPLAY-INTERVIEW-ROW
               WHEN "NR"
                   PERFORM REPLAY-PREF-ROW
               WHEN OTHER
                   MOVE "after-image type not recognised" TO SKIP-REASON
           END-EVALUATE

           MOVE JOURNAL-SEQ TO LAST-SEQ-RECOVERED
           MOVE SPACES TO REPORT-RECORD
           IF ENTRY-APPLIED = 1
               ADD 1 TO RC-APPLIED
               STRING "  " JOURNAL-SEQ-TXT " re-applied  "
                      FUNCTION TRIM(JOURNAL-ACTION)
                      " by " FUNCTION TRIM(JOURNAL-ACTOR)
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               ADD 1 TO RC-SKIPPED
               STRING "  " JOURNAL-SEQ-TXT " skipped     "
                      FUNCTION TRIM(JOURNAL-ACTION)
                      " by " FUNCTION TRIM(JOURNAL-ACTOR)
                      " - " FUNCTION TRIM(SKIP-REASON)
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .

*> A table over its ceiling on load is never changed.
       CHECK-TABLE-OVER.
           IF TABLE-OVER(WS-F) = 1
               MOVE "table was over capacity on load; left untouched"
                   TO SKIP-REASON
           END-IF
           .

       REPLAY-ACCOUNT-ROW.
           IF ACCOUNTS-OPEN = 0
               MOVE "account store not available" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE IMG-ACCT-NAME TO DX-NAME
           READ DST-IDX-FILE
               INVALID KEY
                   MOVE IMAGE-DATA TO DST-IDX-REC
                   WRITE DST-IDX-REC
                       INVALID KEY
                           MOVE "account store write failed" TO SKIP-REASON
                           EXIT PARAGRAPH
                   END-WRITE
                   MOVE 1 TO ENTRY-APPLIED
                   EXIT PARAGRAPH
           END-READ
           IF DST-IDX-REC = IMAGE-DATA
               MOVE "account row already current" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE IMAGE-DATA TO DST-IDX-REC
           REWRITE DST-IDX-REC
               INVALID KEY
                   MOVE "account store write failed" TO SKIP-REASON
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 1 TO ENTRY-APPLIED
           .

*> Mirrors the admin delete: the account goes, and with it every
*> connection, message, application, saved search and endorsement
*> naming it, so a later owner of the freed name inherits nothing.
       REPLAY-ACCOUNT-DELETE.
           IF ACCOUNTS-OPEN = 0
               MOVE "account store not available" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE IMG-ACCT-NAME TO DX-NAME
           READ DST-IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE DST-IDX-FILE RECORD
                       INVALID KEY
                           MOVE "account store delete failed" TO SKIP-REASON
                           EXIT PARAGRAPH
                   END-DELETE
                   MOVE 1 TO ENTRY-APPLIED
           END-READ
           PERFORM PURGE-RECOVERED-ROWS
           IF ENTRY-APPLIED = 0
               MOVE "account and its rows already absent" TO SKIP-REASON
           END-IF
           .

       PURGE-RECOVERED-ROWS.
           IF TABLE-OVER(4) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > CONN-COUNT
                   IF C-USER-A(RX) = IMG-ACCT-NAME
                      OR C-USER-B(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(4)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE CONN-ENTRY(RX) TO CONN-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO CONN-COUNT
           END-IF
           IF TABLE-OVER(5) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > MSG-COUNT
                   IF M-FROM(RX) = IMG-ACCT-NAME
                      OR M-TO(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(5)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE MSG-ENTRY(RX) TO MSG-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO MSG-COUNT
           END-IF
           IF TABLE-OVER(3) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > APPL-COUNT
                   IF A-USER(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(3)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE APPL-ENTRY(RX) TO APPL-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO APPL-COUNT
           END-IF
           IF TABLE-OVER(8) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1
                   UNTIL RX > SAVED-SEARCH-COUNT
                   IF SS-USER(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(8)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE SS-ENTRY(RX) TO SS-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO SAVED-SEARCH-COUNT
           END-IF
           IF TABLE-OVER(9) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ENDORSE-COUNT
                   IF E-FROM(RX) = IMG-ACCT-NAME
                      OR E-TO(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(9)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE ENDORSE-ENTRY(RX) TO ENDORSE-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO ENDORSE-COUNT
           END-IF
           IF TABLE-OVER(11) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > IV-COUNT
                   IF IV-USER(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(11)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE IV-ENTRY(RX) TO IV-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO IV-COUNT
           END-IF
           IF TABLE-OVER(12) = 0
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > DP-COUNT
                   IF DP-USER(RX) = IMG-ACCT-NAME
                       MOVE 1 TO TABLE-CHANGED(12)
                       MOVE 1 TO ENTRY-APPLIED
                   ELSE
                       ADD 1 TO RY
                       MOVE DP-ENTRY(RX) TO DP-ENTRY(RY)
                   END-IF
               END-PERFORM
               MOVE RY TO DP-COUNT
           END-IF
           .

*> Postings are keyed on employer and title, the same pair every
*> application and shortlist row carries.
       REPLAY-JOB-ROW.
           MOVE 2 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > JOB-COUNT
               IF J-EMPLOYER(RX) = IMG-J-EMPLOYER
                  AND J-TITLE(RX) = IMG-J-TITLE
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT > 0
               IF JOB-ENTRY(ROW-HIT) = IMG-JOB-ROW
                   MOVE "posting already on file" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF JOB-COUNT >= 200
                   MOVE "job board is full" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO JOB-COUNT
               MOVE JOB-COUNT TO ROW-HIT
           END-IF
           MOVE IMG-JOB-ROW TO JOB-ENTRY(ROW-HIT)
           MOVE 1 TO TABLE-CHANGED(2)
           MOVE 1 TO ENTRY-APPLIED
           .

       REPLAY-JOB-DELETE.
           MOVE 2 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > JOB-COUNT
               IF J-EMPLOYER(RX) = IMG-J-EMPLOYER
                  AND J-TITLE(RX) = IMG-J-TITLE
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT = 0
               MOVE "posting already off the board" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM ROW-HIT BY 1 UNTIL RX >= JOB-COUNT
               MOVE JOB-ENTRY(RX + 1) TO JOB-ENTRY(RX)
           END-PERFORM
           MOVE SPACES TO JOB-ENTRY(JOB-COUNT)
           SUBTRACT 1 FROM JOB-COUNT
           MOVE 1 TO TABLE-CHANGED(2)
           MOVE 1 TO ENTRY-APPLIED
           .

*> One application per student per posting.
       REPLAY-APPL-ROW.
           MOVE 3 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > APPL-COUNT
               IF A-USER(RX) = IMG-A-USER
                  AND A-EMPLOYER(RX) = IMG-A-EMPLOYER
                  AND A-TITLE(RX) = IMG-A-TITLE
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT > 0
               IF APPL-ENTRY(ROW-HIT) = IMG-APPL-ROW
                   MOVE "application already current" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF APPL-COUNT >= 500
                   MOVE "applications table is full" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO APPL-COUNT
               MOVE APPL-COUNT TO ROW-HIT
           END-IF
           MOVE IMG-APPL-ROW TO APPL-ENTRY(ROW-HIT)
           MOVE 1 TO TABLE-CHANGED(3)
           MOVE 1 TO ENTRY-APPLIED
           .

*> One row per requester/recipient pair; the status moves on it.
       REPLAY-CONN-ROW.
           MOVE 4 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > CONN-COUNT
               IF C-USER-A(RX) = IMG-C-USER-A
                  AND C-USER-B(RX) = IMG-C-USER-B
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT > 0
               IF CONN-ENTRY(ROW-HIT) = IMG-CONN-ROW
                   MOVE "connection already current" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CONN-COUNT >= 1000
                   MOVE "connections table is full" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONN-COUNT
               MOVE CONN-COUNT TO ROW-HIT
           END-IF
           MOVE IMG-CONN-ROW TO CONN-ENTRY(ROW-HIT)
           MOVE 1 TO TABLE-CHANGED(4)
           MOVE 1 TO ENTRY-APPLIED
           .

*> A message is identified by sender, recipient and the timestamp
*> it was sent at; its read flag is the recipient's own later
*> business and is not carried back.
       REPLAY-MSG-ROW.
           MOVE 5 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > MSG-COUNT
               IF M-FROM(RX) = IMG-M-FROM
                  AND M-TO(RX) = IMG-M-TO
                  AND M-WHEN(RX) = IMG-M-WHEN
                   MOVE "message already on file" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF MSG-COUNT >= 1000
               MOVE "message store is full" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MSG-COUNT
           MOVE IMG-MSG-ROW TO MSG-ENTRY(MSG-COUNT)
           MOVE 1 TO TABLE-CHANGED(5)
           MOVE 1 TO ENTRY-APPLIED
           .

       REPLAY-SEARCH-ROW.
           MOVE 8 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > SAVED-SEARCH-COUNT
               IF SS-USER(RX) = IMG-SS-USER
                  AND SS-TYPE(RX) = IMG-SS-TYPE
                  AND SS-TEXT(RX) = IMG-SS-TEXT
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT > 0
               MOVE "saved search already on file" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           IF SAVED-SEARCH-COUNT >= 200
               MOVE "saved-searches table is full" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SAVED-SEARCH-COUNT
           MOVE IMG-SS-ROW TO SS-ENTRY(SAVED-SEARCH-COUNT)
           MOVE 1 TO TABLE-CHANGED(8)
           MOVE 1 TO ENTRY-APPLIED
           .

       REPLAY-SEARCH-DELETE.
           MOVE 8 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > SAVED-SEARCH-COUNT
               IF SS-USER(RX) = IMG-SS-USER
                  AND SS-TYPE(RX) = IMG-SS-TYPE
                  AND SS-TEXT(RX) = IMG-SS-TEXT
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT = 0
               MOVE "saved search already removed" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM ROW-HIT BY 1
               UNTIL RX >= SAVED-SEARCH-COUNT
               MOVE SS-ENTRY(RX + 1) TO SS-ENTRY(RX)
           END-PERFORM
           MOVE SPACES TO SS-ENTRY(SAVED-SEARCH-COUNT)
           SUBTRACT 1 FROM SAVED-SEARCH-COUNT
           MOVE 1 TO TABLE-CHANGED(8)
           MOVE 1 TO ENTRY-APPLIED
           .

       REPLAY-ENDORSE-ROW.
           MOVE 9 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ENDORSE-COUNT
               IF ENDORSE-ENTRY(RX) = IMG-ENDORSE-ROW
                   MOVE "endorsement already on file" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF ENDORSE-COUNT >= 1000
               MOVE "endorsements table is full" TO SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENDORSE-COUNT
           MOVE IMG-ENDORSE-ROW TO ENDORSE-ENTRY(ENDORSE-COUNT)
           MOVE 1 TO TABLE-CHANGED(9)
           MOVE 1 TO ENTRY-APPLIED
           .

*> One row per offered slot, keyed on the student, the posting and
*> the slot's date and time; its state moves on it.
       REPLAY-INTERVIEW-ROW.
           MOVE 11 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > IV-COUNT
               IF IV-USER(RX) = IMG-IV-USER
                  AND IV-EMPLOYER(RX) = IMG-IV-EMPLOYER
                  AND IV-TITLE(RX) = IMG-IV-TITLE
                  AND IV-DATE(RX) = IMG-IV-DATE
                  AND IV-TIME(RX) = IMG-IV-TIME
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT > 0
               IF IV-ENTRY(ROW-HIT) = IMG-IV-ROW
                   MOVE "interview slot already current" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF IV-COUNT >= 1000
                   MOVE "interviews table is full" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO IV-COUNT
               MOVE IV-COUNT TO ROW-HIT
           END-IF
           MOVE IMG-IV-ROW TO IV-ENTRY(ROW-HIT)
           MOVE 1 TO TABLE-CHANGED(11)
           MOVE 1 TO ENTRY-APPLIED
           .

*> One digest preference per user; the image is the whole row.
       REPLAY-PREF-ROW.
           MOVE 12 TO WS-F
           PERFORM CHECK-TABLE-OVER
           IF SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-HIT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > DP-COUNT
               IF DP-USER(RX) = IMG-DP-USER
                   MOVE RX TO ROW-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-HIT > 0
               IF DP-ENTRY(ROW-HIT) = IMG-DP-ROW
                   MOVE "digest preference already current" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF DP-COUNT >= 500
                   MOVE "digest preferences table is full" TO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DP-COUNT
               MOVE DP-COUNT TO ROW-HIT
           END-IF
           MOVE IMG-DP-ROW TO DP-ENTRY(ROW-HIT)
           MOVE 1 TO TABLE-CHANGED(12)
           MOVE 1 TO ENTRY-APPLIED
           .

*> Rewrites table WS-F in the main program's own row format, through
*> the same temp-then-rename as every other save.
       SAVE-RECOVERY-TABLE.
           MOVE SPACES TO DST-NAME
           STRING FUNCTION TRIM(BF-NAME(WS-F)) ".tmp"
               DELIMITED BY SIZE
               INTO DST-NAME
           END-STRING
           OPEN OUTPUT DST-LINE-FILE
           IF DST-LINE-STATUS NOT = "00"
               PERFORM REPORT-RECOVERY-SAVE-FAILED
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-F
               WHEN 2
                   MOVE JOB-COUNT TO ROW-COUNT
               WHEN 3
                   MOVE APPL-COUNT TO ROW-COUNT
               WHEN 4
                   MOVE CONN-COUNT TO ROW-COUNT
               WHEN 5
                   MOVE MSG-COUNT TO ROW-COUNT
               WHEN 8
                   MOVE SAVED-SEARCH-COUNT TO ROW-COUNT
               WHEN 9
                   MOVE ENDORSE-COUNT TO ROW-COUNT
               WHEN 11
                   MOVE IV-COUNT TO ROW-COUNT
               WHEN 12
                   MOVE DP-COUNT TO ROW-COUNT
           END-EVALUATE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               PERFORM FORMAT-RECOVERY-ROW
               WRITE DST-LINE-RECORD
               IF DST-LINE-STATUS NOT = "00"
                   CLOSE DST-LINE-FILE
                   PERFORM REPORT-RECOVERY-SAVE-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           CLOSE DST-LINE-FILE
           CALL "CBL_RENAME_FILE" USING
               DST-NAME BF-NAME(WS-F)
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               PERFORM REPORT-RECOVERY-SAVE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE ROW-COUNT TO WS-NUM-EDIT
           STRING "  rewrote " FUNCTION TRIM(BF-NAME(WS-F))
                  " (" FUNCTION TRIM(WS-NUM-EDIT) " rows)"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       REPORT-RECOVERY-SAVE-FAILED.
           MOVE SPACES TO REPORT-RECORD
           STRING "  ERROR: could not rewrite " FUNCTION TRIM(BF-NAME(WS-F))
                  "; the entries re-applied to it above are not on disk"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       FORMAT-RECOVERY-ROW.
           MOVE SPACES TO DST-LINE-RECORD
           EVALUATE WS-F
               WHEN 2
                   STRING
                       FUNCTION TRIM(J-EMPLOYER(RX)) "|"
                       FUNCTION TRIM(J-TITLE(RX)) "|"
                       FUNCTION TRIM(J-DESC(RX)) "|"
                       FUNCTION TRIM(J-LOCATION(RX)) "|"
                       FUNCTION TRIM(J-UNIV(RX)) "|"
                       FUNCTION TRIM(J-POSTED(RX)) "|"
                       FUNCTION TRIM(J-POSTER(RX)) "|"
                       FUNCTION TRIM(J-DEADLINE(RX)) "|"
                       FUNCTION TRIM(J-OPENINGS(RX)) "|"
                       FUNCTION TRIM(J-STATE(RX))
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 3
                   STRING
                       FUNCTION TRIM(A-USER(RX)) "|"
                       FUNCTION TRIM(A-EMPLOYER(RX)) "|"
                       FUNCTION TRIM(A-TITLE(RX)) "|"
                       FUNCTION TRIM(A-DATE(RX)) "|"
                       A-STATUS(RX) "|"
                       A-NOTIFY(RX)
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 4
                   STRING
                       FUNCTION TRIM(C-USER-A(RX)) "|"
                       FUNCTION TRIM(C-USER-B(RX)) "|"
                       C-STATUS(RX)
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 5
                   STRING
                       FUNCTION TRIM(M-FROM(RX)) "|"
                       FUNCTION TRIM(M-TO(RX)) "|"
                       FUNCTION TRIM(M-WHEN(RX)) "|"
                       M-READ(RX) "|"
                       FUNCTION TRIM(M-BODY(RX))
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 8
                   STRING
                       FUNCTION TRIM(SS-USER(RX)) "|"
                       SS-TYPE(RX) "|"
                       FUNCTION TRIM(SS-TEXT(RX)) "|"
                       SS-SINCE(RX)
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 9
                   STRING
                       FUNCTION TRIM(E-FROM(RX)) "|"
                       FUNCTION TRIM(E-TO(RX)) "|"
                       E-SKILL(RX)
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 11
                   STRING
                       FUNCTION TRIM(IV-USER(RX)) "|"
                       FUNCTION TRIM(IV-EMPLOYER(RX)) "|"
                       FUNCTION TRIM(IV-TITLE(RX)) "|"
                       IV-DATE(RX) "|"
                       IV-TIME(RX) "|"
                       FUNCTION TRIM(IV-PLACE(RX)) "|"
                       IV-STATE(RX)
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
               WHEN 12
                   STRING
                       FUNCTION TRIM(DP-USER(RX)) "|"
                       DP-DIGEST(RX)
                       DELIMITED BY SIZE
                       INTO DST-LINE-RECORD
                   END-STRING
           END-EVALUATE
           .

       PRINT-RECOVERY-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           MOVE RC-BEFORE TO WS-NUM-EDIT
           STRING "  entries older than the backup (already in it): "
                  FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE RC-APPLIED TO WS-NUM-EDIT
           MOVE RC-SKIPPED TO WS-NUM-EDIT-2
           STRING "  entries re-applied: " FUNCTION TRIM(WS-NUM-EDIT)
                  ", skipped: " FUNCTION TRIM(WS-NUM-EDIT-2)
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF LAST-SEQ-RECOVERED = 0
               MOVE "Forward recovery complete; no journal entries followed the backup."
                   TO REPORT-RECORD
           ELSE
               STRING "Forward recovery complete through journal sequence "
                      LAST-SEQ-RECOVERED "."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .

*> The recovery run itself goes on the journal, after the highest
*> sequence already there, so the history shows where the data
*> directory was rolled back and forward. It carries no image, so a
*> later recovery reports it as skipped.
       JOURNAL-RECOVERY-RUN.
           MOVE SPACES TO DST-NAME
           MOVE BF-NAME(JOURNAL-FILE-NO) TO DST-NAME
           OPEN EXTEND DST-LINE-FILE
           IF DST-LINE-STATUS NOT = "00"
               MOVE "  WARNING: the recovery run could not be recorded on the change journal."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JOURNAL-TOP-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE RC-APPLIED TO WS-NUM-EDIT
           MOVE RC-SKIPPED TO WS-NUM-EDIT-2
           MOVE SPACES TO DST-LINE-RECORD
           STRING JOURNAL-TOP-SEQ "|"
                  WS-NOW "|"
                  "DATABKUP|"
                  "FORWARD RECOVERY|"
                  "generation " GEN-DATE " restored and rolled forward: "
                  FUNCTION TRIM(WS-NUM-EDIT) " re-applied, "
                  FUNCTION TRIM(WS-NUM-EDIT-2) " skipped, through sequence "
                  LAST-SEQ-RECOVERED
               DELIMITED BY SIZE
               INTO DST-LINE-RECORD
           END-STRING
           WRITE DST-LINE-RECORD
           IF DST-LINE-STATUS NOT = "00"
               MOVE "  WARNING: the recovery run could not be recorded on the change journal."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE DST-LINE-FILE
           .

*> ---------------------------------------------------------------
*> Copy and count primitives. Only a source that is genuinely not
*> there (status 35) is copied as an empty file with a zero count -
           END-PERFORM
           CLOSE SRC-IDX-FILE
           .

*> ---------------------------------------------------------------
*> System-wide maintenance lock. While maintenance.lock exists the
*> main program turns new sessions away and refuses to save from
*> sessions already signed in, so nothing held in their memory is
*> written over the tables this run is changing. RESTORE and
*> RECOVER hold it while they lay down and roll forward the live
*> files; BACKUP only reads them and does not take it.
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
           STRING "DATABKUP|" MAINT-NOW(1:14) "|"
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
