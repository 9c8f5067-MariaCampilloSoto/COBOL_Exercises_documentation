           SELECT PAIRS-FILE ASSIGN TO WS-PAIRS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PAIRS-STATUS.
      *// how deep each source may legally nest -- a
      *// balanced but 40-deep record still breaks the downstream
      *// parser. Source code and limit per record; source '*'
      *// covers any source not listed, and no entry means no limit.
           SELECT DEPTH-LIMIT-FILE ASSIGN TO WS-DEPTH-LIMIT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DEPTH-LIMIT-STATUS.
      *// one line per source per run with its depth
      *// histogram, so the feed owners can see their structures
      *// change over time.
           SELECT DEPTH-HISTORY-FILE ASSIGN TO WS-DEPTH-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DEPTH-HISTORY-STATUS.
      *// bad records stop riding along with the feed: a
      *// FAIL is held in the quarantine file (source, where it sat
      *// in the feed, where it failed, the suggested repair), only
      *// passing records reach the clean file for the downstream
      *// load, the feed owners' corrected records come back on the
      *// resubmission file keyed by quarantine id and are released
      *// once they check clean, and an ageing report by source
      *// shows how long bad records have been held.
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-QUARANTINE-STATUS.
           SELECT QUARANTINE-BAK-FILE ASSIGN TO WS-QUARANTINE-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CLEAN-FILE ASSIGN TO WS-CLEAN-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RESUBMIT-FILE ASSIGN TO WS-RESUBMIT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RESUBMIT-STATUS.
           SELECT AGEING-FILE ASSIGN TO WS-AGEING-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
        01 PAIRS-REC.
         02 PR-OPEN-IN  PIC X.
         02 PR-CLOSE-IN PIC X.
       FD DEPTH-LIMIT-FILE.
        01 DEPTH-LIMIT-REC.
         02 DL-SOURCE      PIC X(4).
         02 DL-LIMIT       PIC 9(3).
       FD DEPTH-HISTORY-FILE.
        01 DEPTH-HISTORY-REC.
         02 DH-RUN-DATE    PIC X(8).
         02 DH-SOURCE      PIC X(4).
         02 DH-RECORDS     PIC 9(6).
         02 DH-BUCKET      PIC 9(6) OCCURS 8 TIMES.
         02 DH-MAX-DEPTH   PIC 9(3).
         02 DH-LIMIT       PIC 9(3).
         02 DH-DEPTH-FAIL  PIC 9(6).
       FD QUARANTINE-FILE.
        01 QUARANTINE-REC.
         02 QR-ID          PIC X(15).
         02 QR-STATUS      PIC X(8).
         02 QR-SOURCE      PIC X(4).
         02 QR-HELD-DATE   PIC X(8).
         02 QR-FEED-LINE   PIC 9(6).
         02 QR-FEED-REC    PIC 9(6).
         02 QR-FAIL-LINE   PIC 99.
         02 QR-FAIL-COL    PIC 9(3).
         02 QR-VERDICT     PIC X(12).
         02 QR-ATTEMPTS    PIC 99.
         02 QR-RELEASED    PIC X(8).
         02 QR-CONTENT     PIC X(500).
         02 QR-REPAIR      PIC X(500).
       FD QUARANTINE-BAK-FILE.
        01 QUARANTINE-BAK-REC PIC X(1074).
       FD CLEAN-FILE.
        01 CLEAN-REC.
         02 CL-SOURCE      PIC X(4).
         02 CL-CONTENT     PIC X(500).
       FD RESUBMIT-FILE.
        01 RESUBMIT-REC.
         02 RS-QUAR-ID     PIC X(15).
         02 RS-CONTENT     PIC X(500).
       FD AGEING-FILE.
        01 AGEING-REC PIC X(100).
       FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-REC.
         02 RCTL-KEYWORD PIC X(12).
         02 JH-WRITTEN  PIC 9(6).
         02 JH-REJECTS  PIC 9(6).
         02 JH-STATUS   PIC X(8).
      *// when the run started, and when it ended -- a
      *// STARTED record carries the start only.
         02 FILLER      PIC X(36).
         02 JH-START-DATE PIC X(8).
         02 JH-START-TIME PIC X(6).
         02 JH-END-DATE   PIC X(8).
         02 JH-END-TIME   PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-INPUT                 PIC X(500).
       01 WS-RESULT                PIC 9.
      *// what went wrong there: E a closer with nothing
      *// open, M a closer not matching the open on top of the
      *// stack, U openers left unclosed at the end.
      *// D is a balanced record nested deeper than its
      *// source's limit.
       01 WS-FAIL-KIND             PIC X VALUE SPACE.
       01 WS-FAIL-OPEN             PIC X.
      *// NESTING DEPTH -- the deepest the stack went in the
      *// record and the position of the opener that took it there.
       01 WS-MAX-DEPTH             PIC 9(3) VALUE 0.
       01 WS-MAX-DEPTH-POS         PIC 9(3) VALUE 0.
       01 WS-DEPTH-LIMIT           PIC 9(3) VALUE 0.
       01 WS-DEPTH-LIMIT-PATH      PIC X(100)
                                VALUE 'brackets-depth-limits.dat'.
       01 WS-DEPTH-LIMIT-STATUS    PIC XX.
       01 WS-DEPTH-HISTORY-PATH    PIC X(100)
                                VALUE 'brackets-depth-history.dat'.
       01 WS-DEPTH-HISTORY-STATUS  PIC XX.
       01 WS-DL-TABLE.
         05 WS-DL-ENTRY OCCURS 20 TIMES.
           10 DLE-SOURCE   PIC X(4).
           10 DLE-LIMIT    PIC 9(3).
       01 WS-DL-COUNT              PIC 99 VALUE 0.
       01 WS-DL-IND                PIC 99.
       01 WS-DL-DEFAULT            PIC 9(3) VALUE 0.
      *// histogram buckets: depth 0 to 5 one each, then
      *// 6-10 and over 10.
       01 WS-DEPTH-BUCKET          PIC 9.
       01 WS-DEPTH-EDIT            PIC Z(5)9 OCCURS 8 TIMES.
       01 WS-DEPTH-MAX-EDIT        PIC ZZ9.
       01 WS-DEPTH-LIMIT-EDIT      PIC ZZ9.
      *// REPAIR SUGGESTIONS
       01 WS-REPAIR-PATH           PIC X(100)
                                    VALUE 'brackets-repairs.dat'.
           10 SRC-PASS     PIC 9(6).
           10 SRC-FAIL     PIC 9(6).
           10 SRC-OVERFLOW PIC 9(6).
           10 SRC-DEPTH    PIC 9(6) OCCURS 8 TIMES.
           10 SRC-MAX-DEPTH PIC 9(3).
           10 SRC-DEPTH-FAIL PIC 9(6).
       01 WS-SRC-COUNT             PIC 99 VALUE 0.
       01 WS-SRC-IND               PIC 99.
       01 WS-SRC-CUR               PIC 99 VALUE 0.
       01 WS-CTL-EDIT              PIC Z(5)9.
       01 WS-CTL-EDIT2             PIC Z(5)9.
       01 WS-CTL-EDIT3             PIC Z(5)9.
      *// QUARANTINE AND RESUBMISSION
       01 WS-QUARANTINE-PATH       PIC X(100)
                                    VALUE 'brackets-quarantine.dat'.
       01 WS-QUARANTINE-STATUS     PIC XX.
       01 WS-QUARANTINE-BAK-PATH   PIC X(100).
       01 WS-CLEAN-PATH            PIC X(100)
                                    VALUE 'brackets-clean.dat'.
       01 WS-RESUBMIT-PATH         PIC X(100)
                                    VALUE 'brackets-resubmit.dat'.
       01 WS-RESUBMIT-STATUS       PIC XX.
       01 WS-AGEING-PATH           PIC X(100)
                                VALUE 'brackets-quarantine-age.rpt'.
       01 WS-RUN-DATE              PIC X(8).
      *// released entries stay on the quarantine file this
      *// many days as the audit trail, then drop off at rewrite.
       01 WS-RELEASE-KEEP          PIC 9(3) VALUE 30.
       01 WS-QR-TABLE.
         02 WS-QR-ENTRY OCCURS 300 TIMES.
            03 QRE-ID        PIC X(15).
            03 QRE-STATUS    PIC X(8).
            03 QRE-SOURCE    PIC X(4).
            03 QRE-HELD-DATE PIC X(8).
            03 QRE-FEED-LINE PIC 9(6).
            03 QRE-FEED-REC  PIC 9(6).
            03 QRE-FAIL-LINE PIC 99.
            03 QRE-FAIL-COL  PIC 9(3).
            03 QRE-VERDICT   PIC X(12).
            03 QRE-ATTEMPTS  PIC 99.
            03 QRE-RELEASED  PIC X(8).
            03 QRE-CONTENT   PIC X(500).
            03 QRE-REPAIR    PIC X(500).
       01 WS-QR-COUNT              PIC 9(4) VALUE 0.
       01 WS-QR-IND                PIC 9(4).
       01 WS-QR-CUR                PIC 9(4).
       01 WS-QR-OVERFLOW           PIC 9(4) VALUE 0.
       01 WS-EOF-QUARANTINE        PIC X VALUE 'N'.
         88 END-OF-QUARANTINE      VALUE 'Y'.
       01 WS-EOF-RESUBMIT          PIC X VALUE 'N'.
         88 END-OF-RESUBMIT        VALUE 'Y'.
      *// quarantine ids: Q, the date held, and a sequence
      *// within the day.
       01 WS-QR-ID-BUILD.
         02 WS-QR-ID-PREFIX        PIC X VALUE 'Q'.
         02 WS-QR-ID-DATE          PIC X(8).
         02 WS-QR-ID-SEQ           PIC 9(6).
       01 WS-QR-SEQ                PIC 9(6) VALUE 0.
       01 WS-QR-HELD-NEW           PIC 9(6) VALUE 0.
       01 WS-QR-NOT-HELD           PIC 9(6) VALUE 0.
       01 WS-QR-RELEASED-NOW       PIC 9(6) VALUE 0.
       01 WS-QR-RESUB-FAILED       PIC 9(6) VALUE 0.
       01 WS-QR-RESUB-UNMATCHED    PIC 9(6) VALUE 0.
       01 WS-QR-HELD-TOTAL         PIC 9(6) VALUE 0.
       01 WS-QR-CLEAN-COUNT        PIC 9(6) VALUE 0.
       01 WS-FEED-LINE-NO          PIC 9(6) VALUE 0.
       01 WS-LOGICAL-START-LINE    PIC 9(6) VALUE 0.
       01 WS-QR-DAYS               PIC 9(5).
       01 WS-QR-DAYS-EDIT          PIC Z(4)9.
       01 WS-QR-KEEP-INT           PIC 9(8).
      *// ageing buckets per source: 0-2, 3-7, 8-30 and
      *// over 30 days held.
       01 WS-QA-TABLE.
         02 WS-QA-ENTRY OCCURS 20 TIMES.
            03 QAE-SOURCE  PIC X(4).
            03 QAE-HELD    PIC 9(6).
            03 QAE-BUCKET  PIC 9(6) OCCURS 4 TIMES.
            03 QAE-OLDEST  PIC 9(5).
       01 WS-QA-COUNT              PIC 99 VALUE 0.
       01 WS-QA-IND                PIC 99.
       01 WS-QA-CUR                PIC 99.
       01 WS-QA-BUCKET-IND         PIC 9.
       01 WS-QA-EDIT               PIC Z(5)9 OCCURS 5 TIMES.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'brackets-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
      *// new dispatcher entry point. Single-record
                 MOVE RCTL-VALUE TO WS-OVERFLOW-PATH
              WHEN 'REPAIRS'
                 MOVE RCTL-VALUE TO WS-REPAIR-PATH
              WHEN 'QUARANTINE'
                 MOVE RCTL-VALUE TO WS-QUARANTINE-PATH
              WHEN 'CLEAN'
                 MOVE RCTL-VALUE TO WS-CLEAN-PATH
              WHEN 'RESUBMIT'
                 MOVE RCTL-VALUE TO WS-RESUBMIT-PATH
              WHEN 'AGEING'
                 MOVE RCTL-VALUE TO WS-AGEING-PATH
              WHEN 'DEPTH-LIMITS'
                 MOVE RCTL-VALUE TO WS-DEPTH-LIMIT-PATH
              WHEN 'DEPTH-HIST'
                 MOVE RCTL-VALUE TO WS-DEPTH-HISTORY-PATH
              WHEN 'RELEASE-KEEP'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-RELEASE-KEEP
                 ELSE
                    DISPLAY 'brackets run-control: RELEASE-KEEP '
                       'not numeric, entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
      *// produce one pass/fail report for the whole feed.
       RUN-BRACKETS-BATCH.
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-QUARANTINE
      *// a quarantine file past the table's capacity is
      *// left untouched -- rewriting from a partial table would
      *// silently release held records into nowhere.
           IF WS-QR-OVERFLOW > 0
              DISPLAY 'brackets batch: quarantine file exceeds '
                 'single-pass capacity, run abandoned with the '
                 'file left as it was'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT FEED-FILE
           OPEN OUTPUT BRACKETS-REPORT-FILE
           OPEN OUTPUT OVERFLOW-FILE
           OPEN OUTPUT REPAIR-FILE
           OPEN OUTPUT CLEAN-FILE
           MOVE 'REPAIR CANDIDATES FOR FAILED RECORDS'
             TO REPAIR-REC
           WRITE REPAIR-REC
           PERFORM PROCESS-RESUBMISSIONS
           PERFORM UNTIL END-OF-FEED
              READ FEED-FILE
                 AT END SET END-OF-FEED TO TRUE
              PERFORM PROCESS-LOGICAL-RECORD
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           PERFORM WRITE-DEPTH-HISTORY
           PERFORM WRITE-QUARANTINE-SUMMARY
           CLOSE FEED-FILE
           CLOSE BRACKETS-REPORT-FILE
           CLOSE OVERFLOW-FILE
           CLOSE REPAIR-FILE
           CLOSE CLEAN-FILE
           PERFORM SAVE-QUARANTINE
           PERFORM WRITE-QUARANTINE-AGEING
      *// a failing record stops the dependent jobs in the
      *// nightly schedule instead of surprising us in the morning.
           MOVE WS-CTL-READ TO WS-JH-READ
           COMPUTE WS-JH-WRITTEN = WS-CTL-PASS + WS-QR-RELEASED-NOW
           COMPUTE WS-JH-REJECTS = WS-CTL-FAIL + WS-CTL-OVERFLOW
           PERFORM WRITE-JOB-HISTORY
           IF WS-CTL-FAIL > 0
      *// logical record under assembly (a trailing '~' marks a
      *// continuation) or it completes it for validation.
       PROCESS-FEED-RECORD.
           ADD 1 TO WS-FEED-LINE-NO
           IF WS-ASSEMBLING EQUAL 'N'
              MOVE WS-FEED-LINE-NO TO WS-LOGICAL-START-LINE
              IF FR-SOURCE EQUAL SPACES
                 MOVE '????' TO WS-CURRENT-SOURCE
              ELSE
                 MOVE WS-LOGICAL(1:WS-LOGICAL-LEN) TO WS-INPUT
              END-IF
              PERFORM ISPAIRED
              PERFORM COUNT-DEPTH-PROFILE
              MOVE SPACES TO BRACKETS-REPORT-REC
              IF WS-RESULT EQUAL 1
                 ADD 1 TO WS-CTL-PASS
                        FUNCTION TRIM(WS-LOGICAL) DELIMITED BY SIZE
                        ' - PASS' DELIMITED BY SIZE
                        INTO BRACKETS-REPORT-REC
                 MOVE SPACES TO CLEAN-REC
                 MOVE WS-CURRENT-SOURCE TO CL-SOURCE
                 MOVE WS-LOGICAL TO CL-CONTENT
                 WRITE CLEAN-REC
                 ADD 1 TO WS-QR-CLEAN-COUNT
              ELSE
                 ADD 1 TO WS-CTL-FAIL
                 IF WS-SRC-CUR > 0
                           ' - FAIL at position ' DELIMITED BY SIZE
                           WS-FAIL-POSITION DELIMITED BY SIZE
                           INTO BRACKETS-REPORT-REC
                    MOVE 1 TO WS-FAIL-LINE
                    MOVE WS-FAIL-POSITION TO WS-FAIL-COL
                 END-IF
                 IF WS-FAIL-KIND EQUAL 'D'
                    PERFORM FORMAT-DEPTH-FAIL
                 END-IF
                 PERFORM SUGGEST-REPAIR
                 PERFORM QUARANTINE-RECORD
              END-IF
              WRITE BRACKETS-REPORT-REC
           END-IF
                     FUNCTION TRIM(WS-CTL-EDIT3) DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
              WRITE BRACKETS-REPORT-REC
              PERFORM WRITE-DEPTH-HISTOGRAM
           END-PERFORM
           COMPUTE WS-CTL-ACCOUNTED = WS-CTL-PASS + WS-CTL-FAIL
              + WS-CTL-OVERFLOW
                    WS-STACK-INDEX
                    WS-CHAR
                    WS-FAIL-POSITION
                    WS-MAX-DEPTH
                    WS-MAX-DEPTH-POS

         MOVE 1 TO WS-RESULT
         MOVE SPACE TO WS-FAIL-KIND
                          TO WS-STACK-ITEM(WS-STACK-INDEX)
                        MOVE WS-INDEX
                          TO WS-STACK-POS(WS-STACK-INDEX)
                        IF WS-STACK-INDEX > WS-MAX-DEPTH
                           MOVE WS-STACK-INDEX TO WS-MAX-DEPTH
                           MOVE WS-INDEX TO WS-MAX-DEPTH-POS
                        END-IF
                     WHEN 'C'
      *// a closer with nothing open to match fails
      *// the check and records its position.
           MOVE WS-STACK-POS(1) TO WS-FAIL-POSITION
           MOVE 'U' TO WS-FAIL-KIND
         END-IF

      *// balanced but deeper than the source may nest: a
      *// distinct failure, positioned at the opener that went over.
         IF WS-RESULT EQUAL 1
           PERFORM FIND-DEPTH-LIMIT
           IF WS-DEPTH-LIMIT > 0 AND WS-MAX-DEPTH > WS-DEPTH-LIMIT
              MOVE 0 TO WS-RESULT
              MOVE WS-MAX-DEPTH-POS TO WS-FAIL-POSITION
              MOVE 'D' TO WS-FAIL-KIND
           END-IF
         END-IF
        .
      *// the limit for the record's source, else the '*'
      *// default, else 0 for none.
       FIND-DEPTH-LIMIT.
         MOVE WS-DL-DEFAULT TO WS-DEPTH-LIMIT
         PERFORM VARYING WS-DL-IND FROM 1 BY 1
            UNTIL WS-DL-IND > WS-DL-COUNT
            IF DLE-SOURCE(WS-DL-IND) EQUAL WS-CURRENT-SOURCE
               MOVE DLE-LIMIT(WS-DL-IND) TO WS-DEPTH-LIMIT
               MOVE WS-DL-COUNT TO WS-DL-IND
            END-IF
         END-PERFORM
        .
      *// is the character an opener ('O'), a closer ('C',
      *// with WS-EXPECTED-OPEN set to its partner), or neither?
            END-PERFORM
            CLOSE PAIRS-FILE
         END-IF
         PERFORM LOAD-DEPTH-LIMITS
         MOVE 'Y' TO WS-PAIRS-LOADED
        .
       LOAD-DEPTH-LIMITS.
         MOVE 0 TO WS-DL-COUNT
         MOVE 0 TO WS-DL-DEFAULT
         OPEN INPUT DEPTH-LIMIT-FILE
         IF WS-DEPTH-LIMIT-STATUS NOT EQUAL '00'
            EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL WS-DEPTH-LIMIT-STATUS NOT EQUAL '00'
            READ DEPTH-LIMIT-FILE
               AT END MOVE '10' TO WS-DEPTH-LIMIT-STATUS
               NOT AT END
                  IF DL-LIMIT IS NOT NUMERIC
                     DISPLAY 'brackets depth limits: limit for '
                        DL-SOURCE ' not numeric, entry ignored'
                  ELSE
                     IF DL-SOURCE EQUAL '*'
                        MOVE DL-LIMIT TO WS-DL-DEFAULT
                     ELSE
                        IF WS-DL-COUNT < 20
                           ADD 1 TO WS-DL-COUNT
                           MOVE DL-SOURCE TO DLE-SOURCE(WS-DL-COUNT)
                           MOVE DL-LIMIT TO DLE-LIMIT(WS-DL-COUNT)
                        ELSE
                           DISPLAY 'brackets depth limits: more '
                              'than 20 sources, ' DL-SOURCE
                              ' ignored'
                        END-IF
                     END-IF
                  END-IF
            END-READ
         END-PERFORM
         CLOSE DEPTH-LIMIT-FILE
        .
       LOAD-DEFAULT-PAIR-SET.
         MOVE '(' TO PAIR-OPEN(1)
         MOVE ')' TO PAIR-CLOSE(1)
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'BRACKETS' TO JH-PROGRAM
           ACCEPT JH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JH-RUN-TIME FROM TIME
           IF WS-JH-START-DATE EQUAL SPACES
              MOVE JH-RUN-DATE TO WS-JH-START-DATE
              MOVE JH-RUN-TIME TO WS-JH-START-TIME
           END-IF
           MOVE WS-JH-START-DATE TO JH-START-DATE
           MOVE WS-JH-START-TIME TO JH-START-TIME
           IF WS-JH-STATUS-OUT NOT EQUAL 'STARTED'
              MOVE JH-RUN-DATE TO JH-END-DATE
              MOVE JH-RUN-TIME TO JH-END-TIME
           END-IF
           MOVE WS-MODE TO JH-MODE
           MOVE WS-JH-READ TO JH-READ
           MOVE WS-JH-WRITTEN TO JH-WRITTEN
                   TO WS-REPAIR(1:WS-REP-LEN)
                 MOVE WS-REP-CLOSERS(1:WS-REP-CLOSERS-LEN)
                   TO WS-REPAIR(WS-REP-LEN + 1:WS-REP-CLOSERS-LEN)
              WHEN 'D'
                 MOVE 'nested past the source limit: restructure'
                   TO WS-REP-DIAG
              WHEN OTHER
                 MOVE 'no single-edit repair identified'
                   TO WS-REP-DIAG
              END-IF
           END-PERFORM
       .
      *// load the quarantine file, noting the highest
      *// sequence already used today for the next id.
       LOAD-QUARANTINE.
           MOVE 0 TO WS-QR-COUNT
           MOVE 0 TO WS-QR-OVERFLOW
           MOVE 0 TO WS-QR-SEQ
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-QUARANTINE
              PERFORM UNTIL END-OF-QUARANTINE
                 READ QUARANTINE-FILE
                    AT END SET END-OF-QUARANTINE TO TRUE
                    NOT AT END
                       IF WS-QR-COUNT < 300
                          ADD 1 TO WS-QR-COUNT
                          MOVE QUARANTINE-REC
                            TO WS-QR-ENTRY(WS-QR-COUNT)
                          IF QR-ID(2:8) EQUAL WS-RUN-DATE
                          AND QR-ID(10:6) IS NUMERIC
                          AND QR-ID(10:6) > WS-QR-SEQ
                             MOVE QR-ID(10:6) TO WS-QR-SEQ
                          END-IF
                       ELSE
                          ADD 1 TO WS-QR-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUARANTINE-FILE
           END-IF
       .
      *// the feed owners' corrected records, each keyed to
      *// a held quarantine entry: one that now checks clean is
      *// released to the clean file under its original source; one
      *// that still fails stays held with the attempt counted.
       PROCESS-RESUBMISSIONS.
           OPEN INPUT RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'RESUBMISSIONS' TO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           MOVE 'N' TO WS-EOF-RESUBMIT
           PERFORM UNTIL END-OF-RESUBMIT
              READ RESUBMIT-FILE
                 AT END SET END-OF-RESUBMIT TO TRUE
                 NOT AT END PERFORM APPLY-ONE-RESUBMISSION
              END-READ
           END-PERFORM
           CLOSE RESUBMIT-FILE
           MOVE SPACES TO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
       .
       APPLY-ONE-RESUBMISSION.
           IF RS-QUAR-ID EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QR-CUR
           PERFORM VARYING WS-QR-IND FROM 1 BY 1
              UNTIL WS-QR-IND > WS-QR-COUNT
              IF QRE-ID(WS-QR-IND) EQUAL RS-QUAR-ID
                 MOVE WS-QR-IND TO WS-QR-CUR
                 MOVE WS-QR-COUNT TO WS-QR-IND
              END-IF
           END-PERFORM
           MOVE SPACES TO BRACKETS-REPORT-REC
           IF WS-QR-CUR EQUAL 0
              ADD 1 TO WS-QR-RESUB-UNMATCHED
              STRING RS-QUAR-ID                DELIMITED BY SIZE
                     ' - no such quarantine entry, ignored'
                                               DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
              WRITE BRACKETS-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           IF QRE-STATUS(WS-QR-CUR) NOT EQUAL 'HELD'
              ADD 1 TO WS-QR-RESUB-UNMATCHED
              STRING RS-QUAR-ID                DELIMITED BY SIZE
                     ' - already released '    DELIMITED BY SIZE
                     QRE-RELEASED(WS-QR-CUR)   DELIMITED BY SIZE
                     ', ignored'               DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
              WRITE BRACKETS-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO QRE-ATTEMPTS(WS-QR-CUR)
           MOVE QRE-SOURCE(WS-QR-CUR) TO WS-CURRENT-SOURCE
           MOVE SPACES TO WS-INPUT
           MOVE RS-CONTENT TO WS-INPUT
           PERFORM ISPAIRED
           IF WS-RESULT EQUAL 1
              ADD 1 TO WS-QR-RELEASED-NOW
              MOVE 'RELEASED' TO QRE-STATUS(WS-QR-CUR)
              MOVE WS-RUN-DATE TO QRE-RELEASED(WS-QR-CUR)
              MOVE RS-CONTENT TO QRE-REPAIR(WS-QR-CUR)
              MOVE SPACES TO CLEAN-REC
              MOVE QRE-SOURCE(WS-QR-CUR) TO CL-SOURCE
              MOVE RS-CONTENT TO CL-CONTENT
              WRITE CLEAN-REC
              STRING RS-QUAR-ID                DELIMITED BY SIZE
                     ' ['                      DELIMITED BY SIZE
                     QRE-SOURCE(WS-QR-CUR)     DELIMITED BY SIZE
                     '] '                      DELIMITED BY SIZE
                     FUNCTION TRIM(RS-CONTENT) DELIMITED BY SIZE
                     ' - PASS, RELEASED'       DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
           ELSE
              ADD 1 TO WS-QR-RESUB-FAILED
              STRING RS-QUAR-ID                DELIMITED BY SIZE
                     ' ['                      DELIMITED BY SIZE
                     QRE-SOURCE(WS-QR-CUR)     DELIMITED BY SIZE
                     '] '                      DELIMITED BY SIZE
                     FUNCTION TRIM(RS-CONTENT) DELIMITED BY SIZE
                     ' - FAIL at position '    DELIMITED BY SIZE
                     WS-FAIL-POSITION          DELIMITED BY SIZE
                     ', still held'            DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
           END-IF
           WRITE BRACKETS-REPORT-REC
       .
      *// hold the record just failed: where it sat in the
      *// feed (physical line it starts on, logical record number),
      *// where it failed (line and column within it), and the
      *// repair SUGGEST-REPAIR proposed with its verdict.
       QUARANTINE-RECORD.
           IF WS-QR-COUNT NOT < 300
              ADD 1 TO WS-QR-NOT-HELD
              DISPLAY 'brackets batch: quarantine full, ['
                 WS-CURRENT-SOURCE '] feed line '
                 WS-LOGICAL-START-LINE ' failed but is not held'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QR-COUNT
           ADD 1 TO WS-QR-SEQ
           ADD 1 TO WS-QR-HELD-NEW
           MOVE WS-RUN-DATE TO WS-QR-ID-DATE
           MOVE WS-QR-SEQ TO WS-QR-ID-SEQ
           MOVE SPACES TO WS-QR-ENTRY(WS-QR-COUNT)
           MOVE WS-QR-ID-BUILD TO QRE-ID(WS-QR-COUNT)
           MOVE 'HELD' TO QRE-STATUS(WS-QR-COUNT)
           MOVE WS-CURRENT-SOURCE TO QRE-SOURCE(WS-QR-COUNT)
           MOVE WS-RUN-DATE TO QRE-HELD-DATE(WS-QR-COUNT)
           MOVE WS-LOGICAL-START-LINE TO QRE-FEED-LINE(WS-QR-COUNT)
           MOVE WS-CTL-READ TO QRE-FEED-REC(WS-QR-COUNT)
           MOVE WS-FAIL-LINE TO QRE-FAIL-LINE(WS-QR-COUNT)
           MOVE WS-FAIL-COL TO QRE-FAIL-COL(WS-QR-COUNT)
           MOVE WS-REP-VERDICT TO QRE-VERDICT(WS-QR-COUNT)
           MOVE 0 TO QRE-ATTEMPTS(WS-QR-COUNT)
           MOVE WS-LOGICAL TO QRE-CONTENT(WS-QR-COUNT)
           MOVE WS-REPAIR(1:500) TO QRE-REPAIR(WS-QR-COUNT)
           MOVE SPACES TO REPAIR-REC
           STRING '     quarantined as '      DELIMITED BY SIZE
                  WS-QR-ID-BUILD              DELIMITED BY SIZE
                  INTO REPAIR-REC
           WRITE REPAIR-REC
       .
       WRITE-QUARANTINE-SUMMARY.
           MOVE 0 TO WS-QR-HELD-TOTAL
           PERFORM VARYING WS-QR-IND FROM 1 BY 1
              UNTIL WS-QR-IND > WS-QR-COUNT
              IF QRE-STATUS(WS-QR-IND) EQUAL 'HELD'
                 ADD 1 TO WS-QR-HELD-TOTAL
              END-IF
           END-PERFORM
           MOVE SPACES TO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           MOVE 'QUARANTINE' TO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           MOVE SPACES TO BRACKETS-REPORT-REC
           MOVE WS-QR-CLEAN-COUNT TO WS-CTL-EDIT
           MOVE WS-QR-RELEASED-NOW TO WS-CTL-EDIT2
           STRING 'Clean output: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT)   DELIMITED BY SIZE
                  ' passed from the feed, '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT2)  DELIMITED BY SIZE
                  ' released on resubmission'  DELIMITED BY SIZE
                  INTO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           MOVE SPACES TO BRACKETS-REPORT-REC
           MOVE WS-QR-HELD-NEW TO WS-CTL-EDIT
           MOVE WS-QR-HELD-TOTAL TO WS-CTL-EDIT2
           STRING 'Held: '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT)   DELIMITED BY SIZE
                  ' newly quarantined, '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT2)  DELIMITED BY SIZE
                  ' held in all'               DELIMITED BY SIZE
                  INTO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           MOVE SPACES TO BRACKETS-REPORT-REC
           MOVE WS-QR-RESUB-FAILED TO WS-CTL-EDIT
           MOVE WS-QR-RESUB-UNMATCHED TO WS-CTL-EDIT2
           STRING 'Resubmissions: '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT)   DELIMITED BY SIZE
                  ' still failing, '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT2)  DELIMITED BY SIZE
                  ' matching no held entry'    DELIMITED BY SIZE
                  INTO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           IF WS-QR-NOT-HELD > 0
              MOVE SPACES TO BRACKETS-REPORT-REC
              MOVE WS-QR-NOT-HELD TO WS-CTL-EDIT
              STRING '** '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTL-EDIT) DELIMITED BY SIZE
                     ' failed records NOT HELD, quarantine full **'
                                               DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
              WRITE BRACKETS-REPORT-REC
           END-IF
       .
      *// the prior version is kept one generation back
      *// before the rewrite; released entries past the keep
      *// period drop off.
       SAVE-QUARANTINE.
           MOVE SPACES TO WS-QUARANTINE-BAK-PATH
           STRING FUNCTION TRIM(WS-QUARANTINE-PATH) DELIMITED BY SIZE
                  '.bak'                    DELIMITED BY SIZE
                  INTO WS-QUARANTINE-BAK-PATH
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS EQUAL '00'
              OPEN OUTPUT QUARANTINE-BAK-FILE
              MOVE 'N' TO WS-EOF-QUARANTINE
              PERFORM UNTIL END-OF-QUARANTINE
                 READ QUARANTINE-FILE
                    AT END SET END-OF-QUARANTINE TO TRUE
                    NOT AT END
                       MOVE QUARANTINE-REC TO QUARANTINE-BAK-REC
                       WRITE QUARANTINE-BAK-REC
                 END-READ
              END-PERFORM
              CLOSE QUARANTINE-FILE
              CLOSE QUARANTINE-BAK-FILE
           END-IF
           COMPUTE WS-QR-KEEP-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
              - WS-RELEASE-KEEP
           OPEN OUTPUT QUARANTINE-FILE
           PERFORM VARYING WS-QR-IND FROM 1 BY 1
              UNTIL WS-QR-IND > WS-QR-COUNT
              IF QRE-STATUS(WS-QR-IND) EQUAL 'RELEASED'
              AND QRE-RELEASED(WS-QR-IND) IS NUMERIC
              AND FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(QRE-RELEASED(WS-QR-IND)))
                  < WS-QR-KEEP-INT
                 CONTINUE
              ELSE
                 MOVE WS-QR-ENTRY(WS-QR-IND) TO QUARANTINE-REC
                 WRITE QUARANTINE-REC
              END-IF
           END-PERFORM
           CLOSE QUARANTINE-FILE
       .
      *// how long bad records have been held, by source:
      *// counts in 0-2, 3-7, 8-30 and over-30-day buckets with the
      *// oldest, then each held record under its source.
       WRITE-QUARANTINE-AGEING.
           MOVE 0 TO WS-QA-COUNT
           PERFORM VARYING WS-QR-IND FROM 1 BY 1
              UNTIL WS-QR-IND > WS-QR-COUNT
              IF QRE-STATUS(WS-QR-IND) EQUAL 'HELD'
                 PERFORM AGE-ONE-HELD-RECORD
              END-IF
           END-PERFORM
           OPEN OUTPUT AGEING-FILE
           MOVE SPACES TO AGEING-REC
           STRING 'QUARANTINE AGEING BY SOURCE AS OF '
                                              DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  INTO AGEING-REC
           WRITE AGEING-REC
           MOVE 'source   held  0-2d  3-7d 8-30d  >30d  oldest(days)'
             TO AGEING-REC
           WRITE AGEING-REC
           IF WS-QA-COUNT EQUAL 0
              MOVE '(nothing held)' TO AGEING-REC
              WRITE AGEING-REC
           END-IF
           PERFORM VARYING WS-QA-IND FROM 1 BY 1
              UNTIL WS-QA-IND > WS-QA-COUNT
              MOVE QAE-HELD(WS-QA-IND) TO WS-QA-EDIT(1)
              PERFORM VARYING WS-QA-BUCKET-IND FROM 1 BY 1
                 UNTIL WS-QA-BUCKET-IND > 4
                 MOVE QAE-BUCKET(WS-QA-IND, WS-QA-BUCKET-IND)
                   TO WS-QA-EDIT(WS-QA-BUCKET-IND + 1)
              END-PERFORM
              MOVE QAE-OLDEST(WS-QA-IND) TO WS-QR-DAYS-EDIT
              MOVE SPACES TO AGEING-REC
              STRING QAE-SOURCE(WS-QA-IND)    DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     WS-QA-EDIT(1)            DELIMITED BY SIZE
                     WS-QA-EDIT(2)            DELIMITED BY SIZE
                     WS-QA-EDIT(3)            DELIMITED BY SIZE
                     WS-QA-EDIT(4)            DELIMITED BY SIZE
                     WS-QA-EDIT(5)            DELIMITED BY SIZE
                     '   '                    DELIMITED BY SIZE
                     WS-QR-DAYS-EDIT          DELIMITED BY SIZE
                     INTO AGEING-REC
              WRITE AGEING-REC
              PERFORM VARYING WS-QR-IND FROM 1 BY 1
                 UNTIL WS-QR-IND > WS-QR-COUNT
                 IF QRE-STATUS(WS-QR-IND) EQUAL 'HELD'
                 AND QRE-SOURCE(WS-QR-IND) EQUAL QAE-SOURCE(WS-QA-IND)
                    PERFORM WRITE-AGEING-DETAIL
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE AGEING-FILE
       .
       AGE-ONE-HELD-RECORD.
           MOVE 0 TO WS-QA-CUR
           PERFORM VARYING WS-QA-IND FROM 1 BY 1
              UNTIL WS-QA-IND > WS-QA-COUNT
              IF QAE-SOURCE(WS-QA-IND) EQUAL QRE-SOURCE(WS-QR-IND)
                 MOVE WS-QA-IND TO WS-QA-CUR
                 MOVE WS-QA-COUNT TO WS-QA-IND
              END-IF
           END-PERFORM
           IF WS-QA-CUR EQUAL 0
              IF WS-QA-COUNT NOT < 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-QA-COUNT
              MOVE WS-QA-COUNT TO WS-QA-CUR
              INITIALIZE WS-QA-ENTRY(WS-QA-CUR)
              MOVE QRE-SOURCE(WS-QR-IND) TO QAE-SOURCE(WS-QA-CUR)
           END-IF
           PERFORM COMPUTE-DAYS-HELD
           ADD 1 TO QAE-HELD(WS-QA-CUR)
           EVALUATE TRUE
              WHEN WS-QR-DAYS <= 2
                 ADD 1 TO QAE-BUCKET(WS-QA-CUR, 1)
              WHEN WS-QR-DAYS <= 7
                 ADD 1 TO QAE-BUCKET(WS-QA-CUR, 2)
              WHEN WS-QR-DAYS <= 30
                 ADD 1 TO QAE-BUCKET(WS-QA-CUR, 3)
              WHEN OTHER
                 ADD 1 TO QAE-BUCKET(WS-QA-CUR, 4)
           END-EVALUATE
           IF WS-QR-DAYS > QAE-OLDEST(WS-QA-CUR)
              MOVE WS-QR-DAYS TO QAE-OLDEST(WS-QA-CUR)
           END-IF
       .
       COMPUTE-DAYS-HELD.
           MOVE 0 TO WS-QR-DAYS
           IF QRE-HELD-DATE(WS-QR-IND) IS NUMERIC
              COMPUTE WS-QR-DAYS =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
                 - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(QRE-HELD-DATE(WS-QR-IND)))
           END-IF
       .
       WRITE-AGEING-DETAIL.
           PERFORM COMPUTE-DAYS-HELD
           MOVE WS-QR-DAYS TO WS-QR-DAYS-EDIT
           MOVE SPACES TO AGEING-REC
           STRING '    '                      DELIMITED BY SIZE
                  QRE-ID(WS-QR-IND)           DELIMITED BY SIZE
                  ' held '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QR-DAYS-EDIT)
                                              DELIMITED BY SIZE
                  'd, feed line '             DELIMITED BY SIZE
                  QRE-FEED-LINE(WS-QR-IND)    DELIMITED BY SIZE
                  ', failed line '            DELIMITED BY SIZE
                  QRE-FAIL-LINE(WS-QR-IND)    DELIMITED BY SIZE
                  ' col '                     DELIMITED BY SIZE
                  QRE-FAIL-COL(WS-QR-IND)     DELIMITED BY SIZE
                  ', resubmitted '            DELIMITED BY SIZE
                  QRE-ATTEMPTS(WS-QR-IND)     DELIMITED BY SIZE
                  'x'                         DELIMITED BY SIZE
                  INTO AGEING-REC
           WRITE AGEING-REC
       .
      *// the record's own depth, taken straight after its
      *// check -- SUGGEST-REPAIR re-runs ISPAIRED on the repair.
       COUNT-DEPTH-PROFILE.
           IF WS-SRC-CUR EQUAL 0
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN WS-MAX-DEPTH <= 5
                 COMPUTE WS-DEPTH-BUCKET = WS-MAX-DEPTH + 1
              WHEN WS-MAX-DEPTH <= 10
                 MOVE 7 TO WS-DEPTH-BUCKET
              WHEN OTHER
                 MOVE 8 TO WS-DEPTH-BUCKET
           END-EVALUATE
           ADD 1 TO SRC-DEPTH(WS-SRC-CUR, WS-DEPTH-BUCKET)
           IF WS-MAX-DEPTH > SRC-MAX-DEPTH(WS-SRC-CUR)
              MOVE WS-MAX-DEPTH TO SRC-MAX-DEPTH(WS-SRC-CUR)
           END-IF
           IF WS-RESULT EQUAL 0 AND WS-FAIL-KIND EQUAL 'D'
              ADD 1 TO SRC-DEPTH-FAIL(WS-SRC-CUR)
           END-IF
       .
       FORMAT-DEPTH-FAIL.
           MOVE WS-MAX-DEPTH TO WS-DEPTH-MAX-EDIT
           MOVE WS-DEPTH-LIMIT TO WS-DEPTH-LIMIT-EDIT
           MOVE SPACES TO BRACKETS-REPORT-REC
           STRING '[' DELIMITED BY SIZE
                  WS-CURRENT-SOURCE DELIMITED BY SIZE
                  '] ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOGICAL) DELIMITED BY SIZE
                  ' - FAIL depth ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEPTH-MAX-EDIT) DELIMITED BY SIZE
                  ' over limit ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEPTH-LIMIT-EDIT)
                                     DELIMITED BY SIZE
                  ' at line ' DELIMITED BY SIZE
                  WS-FAIL-LINE DELIMITED BY SIZE
                  ' col ' DELIMITED BY SIZE
                  WS-FAIL-COL DELIMITED BY SIZE
                  INTO BRACKETS-REPORT-REC
       .
      *// the source's depth histogram under its totals,
      *// with the deepest record seen and the limit applied.
       WRITE-DEPTH-HISTOGRAM.
           PERFORM VARYING WS-DEPTH-BUCKET FROM 1 BY 1
              UNTIL WS-DEPTH-BUCKET > 8
              MOVE SRC-DEPTH(WS-SRC-IND, WS-DEPTH-BUCKET)
                TO WS-DEPTH-EDIT(WS-DEPTH-BUCKET)
           END-PERFORM
           MOVE SPACES TO BRACKETS-REPORT-REC
           STRING '      depth 0/1/2/3/4/5/6-10/>10:'
                                              DELIMITED BY SIZE
                  WS-DEPTH-EDIT(1)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(2)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(3)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(4)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(5)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(6)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(7)            DELIMITED BY SIZE
                  WS-DEPTH-EDIT(8)            DELIMITED BY SIZE
                  INTO BRACKETS-REPORT-REC
           WRITE BRACKETS-REPORT-REC
           MOVE SRC-CODE(WS-SRC-IND) TO WS-CURRENT-SOURCE
           PERFORM FIND-DEPTH-LIMIT
           MOVE SRC-MAX-DEPTH(WS-SRC-IND) TO WS-DEPTH-MAX-EDIT
           MOVE SRC-DEPTH-FAIL(WS-SRC-IND) TO WS-CTL-EDIT
           MOVE SPACES TO BRACKETS-REPORT-REC
           IF WS-DEPTH-LIMIT EQUAL 0
              STRING '      deepest '           DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DEPTH-MAX-EDIT)
                                                DELIMITED BY SIZE
                     ', no depth limit set'     DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
           ELSE
              MOVE WS-DEPTH-LIMIT TO WS-DEPTH-LIMIT-EDIT
              STRING '      deepest '           DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DEPTH-MAX-EDIT)
                                                DELIMITED BY SIZE
                     ', limit '                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DEPTH-LIMIT-EDIT)
                                                DELIMITED BY SIZE
                     ', failed over limit '     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTL-EDIT) DELIMITED BY SIZE
                     INTO BRACKETS-REPORT-REC
           END-IF
           WRITE BRACKETS-REPORT-REC
       .
       WRITE-DEPTH-HISTORY.
           OPEN EXTEND DEPTH-HISTORY-FILE
           IF WS-DEPTH-HISTORY-STATUS EQUAL '35'
              OPEN OUTPUT DEPTH-HISTORY-FILE
              CLOSE DEPTH-HISTORY-FILE
              OPEN EXTEND DEPTH-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SRC-IND FROM 1 BY 1
              UNTIL WS-SRC-IND > WS-SRC-COUNT
              MOVE SPACES TO DEPTH-HISTORY-REC
              MOVE WS-RUN-DATE TO DH-RUN-DATE
              MOVE SRC-CODE(WS-SRC-IND) TO DH-SOURCE
              MOVE 0 TO DH-RECORDS
              PERFORM VARYING WS-DEPTH-BUCKET FROM 1 BY 1
                 UNTIL WS-DEPTH-BUCKET > 8
                 MOVE SRC-DEPTH(WS-SRC-IND, WS-DEPTH-BUCKET)
                   TO DH-BUCKET(WS-DEPTH-BUCKET)
                 ADD SRC-DEPTH(WS-SRC-IND, WS-DEPTH-BUCKET)
                   TO DH-RECORDS
              END-PERFORM
              MOVE SRC-MAX-DEPTH(WS-SRC-IND) TO DH-MAX-DEPTH
              MOVE SRC-CODE(WS-SRC-IND) TO WS-CURRENT-SOURCE
              PERFORM FIND-DEPTH-LIMIT
              MOVE WS-DEPTH-LIMIT TO DH-LIMIT
              MOVE SRC-DEPTH-FAIL(WS-SRC-IND) TO DH-DEPTH-FAIL
              WRITE DEPTH-HISTORY-REC
           END-PERFORM
           CLOSE DEPTH-HISTORY-FILE
       .
