              FILE STATUS WS-SCAN-STATUS.
           SELECT PACK-FILE ASSIGN TO WS-PACK-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the incident file: every problem the pack finds
      *// opens an incident with an owner, repeat sightings update
      *// it, and the desk's actions file assigns, comments on and
      *// closes them. Rewritten behind .new/.bak like any shared
      *// master; each change goes on the incident log.
           SELECT INCIDENT-FILE ASSIGN TO WS-INCIDENT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-INCIDENT-STATUS.
           SELECT INCIDENT-NEW-FILE ASSIGN TO WS-INCIDENT-NEW-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-INCIDENT-NEW-STATUS.
           SELECT INCIDENT-BAK-FILE ASSIGN TO WS-INCIDENT-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OWNER-FILE ASSIGN TO WS-OWNER-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-OWNER-STATUS.
           SELECT ACTION-FILE ASSIGN TO WS-ACTION-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-ACTION-STATUS.
           SELECT INCIDENT-LOG-FILE ASSIGN TO WS-INCIDENT-LOG-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-INCIDENT-LOG-STATUS.
      *// the control audit's latest change per program,
      *// listed where the program has not run since.
           SELECT CONTROL-CHANGES-FILE ASSIGN TO WS-CONTROL-CHANGES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CONTROL-CHANGES-STATUS.
      *// operations run-control: report date and file
      *// paths set per run from keyword/value records.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
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
       FD MANIFEST-FILE.
          01 MANIFEST-REC PIC X(150).
       FD SCAN-FILE.
          01 SCAN-REC PIC X(250).
       FD PACK-FILE.
          01 PACK-REC PIC X(110).
       FD INCIDENT-FILE.
          01 INCIDENT-REC.
             02 IN-ID          PIC 9(6).
      *// ABEND, FAILED-RUN, REFUSED-RUN, VOLUME, MISSED-RUN,
      *// RECON-BREAK, ORPHANS
             02 IN-TYPE        PIC X(12).
             02 IN-PROGRAM     PIC X(12).
      *// what tells two incidents of a type and program
      *// apart: the run mode, or the reconciliation's report.
             02 IN-DETAIL      PIC X(20).
             02 IN-STATUS      PIC X(6).
             02 IN-OWNER       PIC X(12).
             02 IN-FIRST-SEEN  PIC X(8).
             02 IN-LAST-SEEN   PIC X(8).
             02 IN-SIGHTINGS   PIC 9(4).
             02 IN-CLOSED-DATE PIC X(8).
             02 IN-CLOSED-BY   PIC X(12).
             02 IN-NOTE        PIC X(60).
       FD INCIDENT-NEW-FILE.
          01 INCIDENT-NEW-REC PIC X(168).
       FD INCIDENT-BAK-FILE.
          01 INCIDENT-BAK-REC PIC X(168).
       FD OWNER-FILE.
          01 OWNER-REC.
             02 OW-PROGRAM     PIC X(12).
             02 OW-OWNER       PIC X(12).
      *// ASSIGN  incident, by, new owner
      *// COMMENT incident, by, comment
      *// CLOSE   incident, by, closing note (optional)
       FD ACTION-FILE.
          01 ACTION-REC.
             02 IA-ACTION      PIC X(8).
             02 IA-ID          PIC X(6).
             02 IA-BY          PIC X(12).
             02 IA-TEXT        PIC X(60).
       FD INCIDENT-LOG-FILE.
          01 INCIDENT-LOG-REC PIC X(150).
       FD CONTROL-CHANGES-FILE.
          01 CONTROL-CHANGES-REC.
             02 CG-PROGRAM      PIC X(12).
             02 CG-CONTROL      PIC X(40).
             02 CG-CHANGED-DATE PIC X(8).
             02 CG-CHANGED-TIME PIC X(6).
             02 FILLER          PIC X(14).
       FD RUN-CONTROL-FILE.
          01 RUN-CONTROL-REC.
             02 RCTL-KEYWORD PIC X(12).
                                    VALUE 'twofer-badges.dat'.
       01 WS-BRACKETS-PATH         PIC X(100)
                                    VALUE 'brackets-report.rpt'.
       01 WS-OPS-SUMMARY-PATH      PIC X(100)
                                    VALUE 'job-history-summary.rpt'.
       01 WS-CONTROL-CHANGES-PATH  PIC X(100)
                                    VALUE 'control-changes.dat'.
       01 WS-CONTROL-CHANGES-STATUS PIC XX.
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'morningpack-control.dat'.
       01 WS-RUN-CONTROL-STATUS    PIC XX.
            03 BL-MODE     PIC X.
            03 BL-COUNT    PIC 9(6).
            03 BL-SUM-READ PIC 9(9).
      *// rejects of the latest complete run -- the integrity
      *// check's orphans and duplicates, held against tonight's.
            03 BL-LAST-REJECTS PIC 9(6).
       01 WS-BL-COUNT              PIC 999 VALUE 0.
       01 WS-BL-IND                PIC 999.
       01 WS-BL-CUR                PIC 999.
       01 WS-ABENDS                PIC 9(4) VALUE 0.
       01 WS-ANOMALIES             PIC 9(4) VALUE 0.
       01 WS-IMBALANCES            PIC 9(4) VALUE 0.
       01 WS-INTEGRITY-GROWTH      PIC 9(4) VALUE 0.
       01 WS-ARCHIVE-MOVES         PIC 9(4) VALUE 0.
       01 WS-RECON-TAG             PIC X(20).
       01 WS-RECON-PROGRAM         PIC X(12).
       01 WS-RECON-PREFIX          PIC X(16).
       01 WS-RECON-PREFIX-LEN      PIC 99.
       01 WS-RECON-FOUND           PIC X.
       01 WS-WRITTEN-EDIT          PIC Z(5)9.
       01 WS-REJECTS-EDIT          PIC Z(5)9.
       01 WS-COUNT-EDIT            PIC Z(3)9.
       01 WS-MISSED-RUNS           PIC 9(4) VALUE 0.
      *// CONTROL CHANGES -- each program's latest control
      *// change against the program's latest run.
       01 WS-CHANGE-TABLE.
         02 WS-CHANGE-ENTRY OCCURS 60 TIMES.
            03 CT-PROGRAM  PIC X(12).
            03 CT-CONTROL  PIC X(40).
            03 CT-CHANGED  PIC X(14).
            03 CT-LAST-RUN PIC X(14).
       01 WS-CHANGE-COUNT          PIC 99 VALUE 0.
       01 WS-CHANGE-IND            PIC 99.
       01 WS-JH-STAMP              PIC X(14).
       01 WS-CHANGES-PENDING       PIC 9(4) VALUE 0.
      *// INCIDENTS
       01 WS-INCIDENT-PATH         PIC X(100)
                                    VALUE 'incidents.dat'.
       01 WS-INCIDENT-STATUS       PIC XX.
       01 WS-INCIDENT-NEW-PATH     PIC X(100).
       01 WS-INCIDENT-NEW-STATUS   PIC XX.
       01 WS-INCIDENT-BAK-PATH     PIC X(100).
       01 WS-OWNER-PATH            PIC X(100)
                                    VALUE 'incident-owners.dat'.
       01 WS-OWNER-STATUS          PIC XX.
       01 WS-ACTION-PATH           PIC X(100)
                                    VALUE 'incident-actions.dat'.
       01 WS-ACTION-STATUS         PIC XX.
       01 WS-INCIDENT-LOG-PATH     PIC X(100)
                                    VALUE 'incident-log.dat'.
       01 WS-INCIDENT-LOG-STATUS   PIC XX.
      *// incidents are tracked only while this run holds
      *// the incident file's lock and has all of it in hand.
       01 WS-INC-ACTIVE            PIC X VALUE 'N'.
         88 INCIDENTS-ACTIVE       VALUE 'Y'.
       01 WS-INCIDENT-TABLE.
         02 WS-INCIDENT-ENTRY OCCURS 999 TIMES.
            03 IT-ID          PIC 9(6).
            03 IT-TYPE        PIC X(12).
            03 IT-PROGRAM     PIC X(12).
            03 IT-DETAIL      PIC X(20).
            03 IT-STATUS      PIC X(6).
            03 IT-OWNER       PIC X(12).
            03 IT-FIRST-SEEN  PIC X(8).
            03 IT-LAST-SEEN   PIC X(8).
            03 IT-SIGHTINGS   PIC 9(4).
            03 IT-CLOSED-DATE PIC X(8).
            03 IT-CLOSED-BY   PIC X(12).
            03 IT-NOTE        PIC X(60).
       01 WS-INC-COUNT             PIC 9(4) VALUE 0.
       01 WS-INC-IND               PIC 9(4).
       01 WS-INC-FOUND             PIC 9(4).
       01 WS-INC-NEXT-ID           PIC 9(6) VALUE 1.
       01 WS-INC-NEW-TYPE          PIC X(12).
       01 WS-INC-NEW-PROGRAM       PIC X(12).
       01 WS-INC-NEW-DETAIL        PIC X(20).
       01 WS-INC-REF               PIC X(11).
       01 WS-INC-ID-EDIT           PIC 9(6).
       01 WS-INC-OPENED            PIC 9(4) VALUE 0.
       01 WS-INC-OPEN-COUNT        PIC 9(4) VALUE 0.
       01 WS-INC-CLOSED-WEEK       PIC 9(4) VALUE 0.
       01 WS-INC-AGE               PIC 9(5).
       01 WS-INC-AGE-EDIT          PIC Z(4)9.
       01 WS-INC-SIGHT-EDIT        PIC Z(3)9.
       01 WS-INC-WEEK-START        PIC 9(8).
       01 WS-OWNER-TABLE.
         02 WS-OWNER-ENTRY OCCURS 100 TIMES.
            03 OT-PROGRAM     PIC X(12).
            03 OT-OWNER       PIC X(12).
       01 WS-OWNER-COUNT           PIC 999 VALUE 0.
       01 WS-OWNER-IND             PIC 999.
       01 WS-ACTIONS-READ          PIC 9(4) VALUE 0.
       01 WS-ACTION-REASON         PIC X(40).
      *// the actions' outcomes and the log entries wait
      *// here until the incident file is safely written.
       01 WS-ACTION-LINES.
         02 WS-ACTION-LINE OCCURS 100 PIC X(110).
       01 WS-ACTION-LINE-COUNT     PIC 999 VALUE 0.
       01 WS-ACTION-IND            PIC 999.
       01 WS-LOG-LINES.
         02 WS-LOG-LINE OCCURS 300 PIC X(150).
       01 WS-LOG-LINE-COUNT        PIC 999 VALUE 0.
       01 WS-LOG-IND               PIC 999.
       01 WS-LOG-TEXT              PIC X(150).
      *// FILE LOCKS
       01 WS-LOCK-PATH             PIC X(100).
       01 WS-LOCK-STATUS           PIC XX.
                                    VALUE 'lock-stale.rpt'.
       01 WS-STALE-LOCK-STATUS     PIC XX.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MORNING-PACK.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           PERFORM LOAD-RUN-CONTROL
           IF WS-REPORT-DATE EQUAL SPACES
              PERFORM COMPUTE-YESTERDAY
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-OWNERS
           PERFORM LOAD-INCIDENTS
           PERFORM APPLY-INCIDENT-ACTIONS
           PERFORM GATHER-NIGHT-RUNS
           PERFORM GATHER-MISSED-RUNS
           PERFORM GATHER-RECONCILIATIONS
           PERFORM GATHER-ARCHIVE-ACTIVITY
           PERFORM GATHER-CONTROL-CHANGES
           PERFORM GATHER-INCIDENTS
           PERFORM SAVE-INCIDENTS
           PERFORM WRITE-MORNING-PACK
           PERFORM WRITE-JOB-HISTORY
           GOBACK
                 MOVE RCTL-VALUE TO WS-BRACKETS-PATH
              WHEN 'OUTPUT'
                 MOVE RCTL-VALUE TO WS-PACK-PATH
              WHEN 'OPS-SUMMARY'
                 MOVE RCTL-VALUE TO WS-OPS-SUMMARY-PATH
              WHEN 'INCIDENTS'
                 MOVE RCTL-VALUE TO WS-INCIDENT-PATH
              WHEN 'OWNERS'
                 MOVE RCTL-VALUE TO WS-OWNER-PATH
              WHEN 'ACTIONS'
                 MOVE RCTL-VALUE TO WS-ACTION-PATH
              WHEN 'INCIDENT-LOG'
                 MOVE RCTL-VALUE TO WS-INCIDENT-LOG-PATH
              WHEN 'CTL-CHANGES'
                 MOVE RCTL-VALUE TO WS-CONTROL-CHANGES-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           IF WS-BL-CUR > 0
              ADD 1 TO BL-COUNT(WS-BL-CUR)
              ADD JH-READ TO BL-SUM-READ(WS-BL-CUR)
              MOVE JH-REJECTS TO BL-LAST-REJECTS(WS-BL-CUR)
           END-IF
       .
       JUDGE-ONE-RUN.
                                                 DELIMITED BY SIZE
                        ' ** SUSPECTED ABEND **' DELIMITED BY SIZE
                        INTO WS-PACK-TEXT
                 MOVE 'ABEND' TO WS-INC-NEW-TYPE
                 PERFORM NOTE-RUN-INCIDENT
              END-IF
           ELSE
              IF DY-STATUS(WS-DAY-IND) NOT EQUAL 'REFUSED'
                 PERFORM CHECK-RUN-VOLUME
              END-IF
              IF DY-PROGRAM(WS-DAY-IND) EQUAL 'INTEGRITY'
              AND DY-STATUS(WS-DAY-IND) EQUAL 'COMPLETE'
                 PERFORM CHECK-INTEGRITY-GROWTH
              END-IF
           END-IF
           IF DY-STATUS(WS-DAY-IND) EQUAL 'FAILED'
              ADD 1 TO WS-ATTENTIONS
              MOVE 'FAILED-RUN' TO WS-INC-NEW-TYPE
              PERFORM NOTE-RUN-INCIDENT
           END-IF
      *// a guarded mode turned away for want of authority
           IF DY-STATUS(WS-DAY-IND) EQUAL 'REFUSED'
              ADD 1 TO WS-ATTENTIONS
              MOVE 'REFUSED-RUN' TO WS-INC-NEW-TYPE
              PERFORM NOTE-RUN-INCIDENT
           END-IF
           PERFORM ADD-PACK-LINE
       .
                        ' ** VOLUME LOOKS WRONG **'
                                                 DELIMITED BY SIZE
                        INTO WS-PACK-TEXT
                 MOVE 'VOLUME' TO WS-INC-NEW-TYPE
                 PERFORM NOTE-RUN-INCIDENT
              END-IF
           END-IF
       .
      *// the integrity check's rejects are its orphans and
      *// duplicate keys: any rise on the previous complete run is
      *// a finding, however small.
       CHECK-INTEGRITY-GROWTH.
           MOVE 0 TO WS-BL-CUR
           PERFORM VARYING WS-BL-IND FROM 1 BY 1
              UNTIL WS-BL-IND > WS-BL-COUNT
              IF BL-PROGRAM(WS-BL-IND) EQUAL DY-PROGRAM(WS-DAY-IND)
              AND BL-MODE(WS-BL-IND) EQUAL DY-MODE(WS-DAY-IND)
                 MOVE WS-BL-IND TO WS-BL-CUR
                 MOVE WS-BL-COUNT TO WS-BL-IND
              END-IF
           END-PERFORM
           IF WS-BL-CUR EQUAL 0
              EXIT PARAGRAPH
           END-IF
           IF DY-REJECTS(WS-DAY-IND) > BL-LAST-REJECTS(WS-BL-CUR)
              ADD 1 TO WS-INTEGRITY-GROWTH
              ADD 1 TO WS-ATTENTIONS
              MOVE BL-LAST-REJECTS(WS-BL-CUR) TO WS-REJECTS-EDIT
              STRING FUNCTION TRIM(WS-PACK-TEXT) DELIMITED BY SIZE
                     ' ** ORPHANS UP FROM '      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REJECTS-EDIT)
                                                 DELIMITED BY SIZE
                     ' **'                       DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              MOVE 'ORPHANS' TO WS-INC-NEW-TYPE
              PERFORM NOTE-RUN-INCIDENT
           END-IF
       .
      *// the job-history summary already judges the
      *// schedule against the business calendar; its NEVER RAN
      *// lines are pulled here, provided it covers the same date.
       GATHER-MISSED-RUNS.
           MOVE SPACES TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           MOVE 'MISSED SCHEDULED RUNS' TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           MOVE WS-OPS-SUMMARY-PATH TO WS-SCAN-PATH
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT EQUAL '00'
              MOVE '  (job-history summary not on hand)'
                TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
              EXIT PARAGRAPH
           END-IF
           READ SCAN-FILE
              AT END MOVE SPACES TO SCAN-REC
           END-READ
           IF SCAN-REC(1:14) NOT EQUAL 'BATCH RUNS ON '
           OR SCAN-REC(15:8) NOT EQUAL WS-REPORT-DATE
              CLOSE SCAN-FILE
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  (job-history summary does not cover '
                                                 DELIMITED BY SIZE
                     WS-REPORT-DATE              DELIMITED BY SIZE
                     ' -- schedule not checked)' DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SCAN
           PERFORM UNTIL END-OF-SCAN
              READ SCAN-FILE
                 AT END MOVE 'Y' TO WS-EOF-SCAN
                 NOT AT END
                    MOVE 0 TO WS-RECON-HITS
                    INSPECT SCAN-REC TALLYING WS-RECON-HITS
                       FOR ALL '-- scheduled, NEVER RAN'
                    IF WS-RECON-HITS > 0
                       ADD 1 TO WS-MISSED-RUNS
                       ADD 1 TO WS-ATTENTIONS
                       MOVE SCAN-REC(1:100) TO WS-PACK-TEXT
                       MOVE 'MISSED-RUN' TO WS-INC-NEW-TYPE
                       MOVE SCAN-REC(3:12) TO WS-INC-NEW-PROGRAM
                       MOVE SPACES TO WS-INC-NEW-DETAIL
                       STRING 'mode='            DELIMITED BY SIZE
                              SCAN-REC(21:1)     DELIMITED BY SIZE
                              INTO WS-INC-NEW-DETAIL
                       PERFORM NOTE-INCIDENT
                       PERFORM APPEND-INCIDENT-REF
                       PERFORM ADD-PACK-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           IF WS-MISSED-RUNS EQUAL 0
              MOVE '  (none)' TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
           END-IF
       .
      *// the balance lines the programs already print,
           PERFORM ADD-PACK-LINE
           MOVE WS-BOB-PACK-PATH TO WS-SCAN-PATH
           MOVE 'bob daily pack' TO WS-RECON-TAG
           MOVE 'BOB' TO WS-RECON-PROGRAM
           MOVE 'Reconciliation:' TO WS-RECON-PREFIX
           MOVE 15 TO WS-RECON-PREFIX-LEN
           PERFORM SCAN-ONE-RECON-REPORT
           MOVE WS-BADGES-PATH TO WS-SCAN-PATH
           MOVE 'two-fer badges' TO WS-RECON-TAG
           MOVE 'TWO-FER' TO WS-RECON-PROGRAM
           MOVE 'Reconciliation:' TO WS-RECON-PREFIX
           MOVE 15 TO WS-RECON-PREFIX-LEN
           PERFORM SCAN-ONE-RECON-REPORT
           MOVE WS-BRACKETS-PATH TO WS-SCAN-PATH
           MOVE 'brackets feed' TO WS-RECON-TAG
           MOVE 'BRACKETS' TO WS-RECON-PROGRAM
           MOVE 'Run summary:' TO WS-RECON-PREFIX
           MOVE 12 TO WS-RECON-PREFIX-LEN
           PERFORM SCAN-ONE-RECON-REPORT
                          FUNCTION TRIM(SCAN-REC(1:100))
                                                 DELIMITED BY SIZE
                          INTO WS-PACK-TEXT
                       MOVE 0 TO WS-RECON-HITS
                       INSPECT SCAN-REC TALLYING WS-RECON-HITS
                          FOR ALL 'OUT OF BALANCE'
                       IF WS-RECON-HITS > 0
                          ADD 1 TO WS-IMBALANCES
                          ADD 1 TO WS-ATTENTIONS
                          MOVE 'RECON-BREAK' TO WS-INC-NEW-TYPE
                          MOVE WS-RECON-PROGRAM TO WS-INC-NEW-PROGRAM
                          MOVE WS-RECON-TAG TO WS-INC-NEW-DETAIL
                          PERFORM NOTE-INCIDENT
                          PERFORM APPEND-INCIDENT-REF
                       END-IF
                       PERFORM ADD-PACK-LINE
                    END-IF
              END-READ
           END-PERFORM
              PERFORM ADD-PACK-LINE
           END-IF
       .
      *// control files edited since their program last ran.
      *// Listed for the desk to confirm, not judged: most changes
      *// are intended, so they do not turn the verdict.
       GATHER-CONTROL-CHANGES.
           MOVE SPACES TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           MOVE 'RUN-CONTROL CHANGES SINCE LAST RUN' TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           MOVE 0 TO WS-CHANGE-COUNT
           OPEN INPUT CONTROL-CHANGES-FILE
           IF WS-CONTROL-CHANGES-STATUS NOT EQUAL '00'
              MOVE '  (no control audit on hand)' TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-CHANGES-STATUS NOT EQUAL '00'
              READ CONTROL-CHANGES-FILE
                 AT END MOVE '10' TO WS-CONTROL-CHANGES-STATUS
                 NOT AT END
                    IF CG-CHANGED-DATE NOT EQUAL SPACES
                    AND WS-CHANGE-COUNT < 60
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE CG-PROGRAM TO CT-PROGRAM(WS-CHANGE-COUNT)
                       MOVE CG-CONTROL TO CT-CONTROL(WS-CHANGE-COUNT)
                       MOVE SPACES TO CT-CHANGED(WS-CHANGE-COUNT)
                       STRING CG-CHANGED-DATE   DELIMITED BY SIZE
                              CG-CHANGED-TIME   DELIMITED BY SIZE
                              INTO CT-CHANGED(WS-CHANGE-COUNT)
                       MOVE SPACES TO CT-LAST-RUN(WS-CHANGE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTROL-CHANGES-FILE
           IF WS-CHANGE-COUNT > 0
              OPEN INPUT JOB-HISTORY-FILE
              IF WS-JOB-HISTORY-STATUS EQUAL '00'
                 PERFORM UNTIL WS-JOB-HISTORY-STATUS NOT EQUAL '00'
                    READ JOB-HISTORY-FILE
                       AT END MOVE '10' TO WS-JOB-HISTORY-STATUS
                       NOT AT END PERFORM NOTE-LAST-RUN
                    END-READ
                 END-PERFORM
                 CLOSE JOB-HISTORY-FILE
              END-IF
           END-IF
           PERFORM VARYING WS-CHANGE-IND FROM 1 BY 1
              UNTIL WS-CHANGE-IND > WS-CHANGE-COUNT
              IF CT-CHANGED(WS-CHANGE-IND) >
                 CT-LAST-RUN(WS-CHANGE-IND)
                 PERFORM LIST-CONTROL-CHANGE
              END-IF
           END-PERFORM
           IF WS-CHANGES-PENDING EQUAL 0
              MOVE '  (none)' TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
           END-IF
       .
       NOTE-LAST-RUN.
           MOVE SPACES TO WS-JH-STAMP
           STRING JH-RUN-DATE                   DELIMITED BY SIZE
                  JH-RUN-TIME                   DELIMITED BY SIZE
                  INTO WS-JH-STAMP
           PERFORM VARYING WS-CHANGE-IND FROM 1 BY 1
              UNTIL WS-CHANGE-IND > WS-CHANGE-COUNT
              IF CT-PROGRAM(WS-CHANGE-IND) EQUAL JH-PROGRAM
              AND WS-JH-STAMP > CT-LAST-RUN(WS-CHANGE-IND)
                 MOVE WS-JH-STAMP TO CT-LAST-RUN(WS-CHANGE-IND)
              END-IF
           END-PERFORM
       .
       LIST-CONTROL-CHANGE.
           ADD 1 TO WS-CHANGES-PENDING
           MOVE SPACES TO WS-PACK-TEXT
           STRING '  '                           DELIMITED BY SIZE
                  FUNCTION TRIM(CT-PROGRAM(WS-CHANGE-IND))
                                                 DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(CT-CONTROL(WS-CHANGE-IND))
                                                 DELIMITED BY SIZE
                  ') changed '                   DELIMITED BY SIZE
                  CT-CHANGED(WS-CHANGE-IND)(1:8) DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  CT-CHANGED(WS-CHANGE-IND)(9:2) DELIMITED BY SIZE
                  ':'                            DELIMITED BY SIZE
                  CT-CHANGED(WS-CHANGE-IND)(11:2)
                                                 DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           MOVE SPACES TO WS-LOG-TEXT
           IF CT-LAST-RUN(WS-CHANGE-IND) EQUAL SPACES
              STRING FUNCTION TRIM(WS-PACK-TEXT TRAILING)
                                                 DELIMITED BY SIZE
                     ', not run since'           DELIMITED BY SIZE
                     INTO WS-LOG-TEXT
           ELSE
              STRING FUNCTION TRIM(WS-PACK-TEXT TRAILING)
                                                 DELIMITED BY SIZE
                     ', last ran '               DELIMITED BY SIZE
                     CT-LAST-RUN(WS-CHANGE-IND)(1:8)
                                                 DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     CT-LAST-RUN(WS-CHANGE-IND)(9:2)
                                                 DELIMITED BY SIZE
                     ':'                         DELIMITED BY SIZE
                     CT-LAST-RUN(WS-CHANGE-IND)(11:2)
                                                 DELIMITED BY SIZE
                     INTO WS-LOG-TEXT
           END-IF
           MOVE WS-LOG-TEXT TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
       .
      *// who owns each program's incidents; a program not
      *// on the table opens its incidents UNASSIGNED.
       LOAD-OWNERS.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OWNER-STATUS NOT EQUAL '00'
              READ OWNER-FILE
                 AT END MOVE '10' TO WS-OWNER-STATUS
                 NOT AT END
                    IF OW-PROGRAM NOT EQUAL SPACES
                       IF WS-OWNER-COUNT < 100
                          ADD 1 TO WS-OWNER-COUNT
                          MOVE OW-PROGRAM
                            TO OT-PROGRAM(WS-OWNER-COUNT)
                          MOVE OW-OWNER TO OT-OWNER(WS-OWNER-COUNT)
                       ELSE
                          DISPLAY 'morning-pack: owner table full, '
                             FUNCTION TRIM(OW-PROGRAM) ' skipped'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OWNER-FILE
       .
      *// the incident file is locked for the whole run --
      *// read here, rewritten by SAVE-INCIDENTS. No file yet is
      *// an empty one; a file too big to hold is left untouched
      *// and the run fails rather than drop incidents.
       LOAD-INCIDENTS.
           MOVE WS-INCIDENT-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-INC-ACTIVE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INCIDENT-STATUS NOT EQUAL '00'
              READ INCIDENT-FILE
                 AT END MOVE '10' TO WS-INCIDENT-STATUS
                 NOT AT END
                    IF WS-INC-COUNT < 999
                       ADD 1 TO WS-INC-COUNT
                       MOVE INCIDENT-REC
                         TO WS-INCIDENT-ENTRY(WS-INC-COUNT)
                       IF IN-ID NOT < WS-INC-NEXT-ID
                          COMPUTE WS-INC-NEXT-ID = IN-ID + 1
                       END-IF
                    ELSE
                       MOVE 'N' TO WS-INC-ACTIVE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF NOT INCIDENTS-ACTIVE
              MOVE WS-INCIDENT-PATH TO WS-LOCK-TARGET-PATH
              PERFORM RELEASE-FILE-LOCK
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
           END-IF
       .
      *// the desk's actions against yesterday's incidents,
      *// applied before the night's findings are matched. Each is
      *// checked on its own; a refused one is listed with why.
       APPLY-INCIDENT-ACTIONS.
           IF NOT INCIDENTS-ACTIVE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACTION-FILE
           IF WS-ACTION-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACTION-STATUS NOT EQUAL '00'
              READ ACTION-FILE
                 AT END MOVE '10' TO WS-ACTION-STATUS
                 NOT AT END
                    IF ACTION-REC NOT EQUAL SPACES
                       ADD 1 TO WS-ACTIONS-READ
                       PERFORM APPLY-ONE-ACTION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACTION-FILE
       .
       APPLY-ONE-ACTION.
           MOVE SPACES TO WS-ACTION-REASON
           MOVE 0 TO WS-INC-FOUND
           IF IA-ID IS NUMERIC
              PERFORM VARYING WS-INC-IND FROM 1 BY 1
                 UNTIL WS-INC-IND > WS-INC-COUNT
                 IF IT-ID(WS-INC-IND) EQUAL IA-ID
                    MOVE WS-INC-IND TO WS-INC-FOUND
                    MOVE WS-INC-COUNT TO WS-INC-IND
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN WS-INC-FOUND EQUAL 0
                 MOVE 'no such incident' TO WS-ACTION-REASON
              WHEN IA-BY EQUAL SPACES
                 MOVE 'no operator named' TO WS-ACTION-REASON
              WHEN IA-ACTION EQUAL 'ASSIGN'
                 IF IA-TEXT EQUAL SPACES
                    MOVE 'no new owner given' TO WS-ACTION-REASON
                 ELSE
                    MOVE IA-TEXT(1:12) TO IT-OWNER(WS-INC-FOUND)
                 END-IF
              WHEN IA-ACTION EQUAL 'COMMENT'
                 IF IA-TEXT EQUAL SPACES
                    MOVE 'no comment given' TO WS-ACTION-REASON
                 ELSE
                    MOVE IA-TEXT TO IT-NOTE(WS-INC-FOUND)
                 END-IF
              WHEN IA-ACTION EQUAL 'CLOSE'
                 IF IT-STATUS(WS-INC-FOUND) EQUAL 'CLOSED'
                    MOVE 'already closed' TO WS-ACTION-REASON
                 ELSE
                    MOVE 'CLOSED' TO IT-STATUS(WS-INC-FOUND)
                    MOVE WS-TODAY TO IT-CLOSED-DATE(WS-INC-FOUND)
                    MOVE IA-BY TO IT-CLOSED-BY(WS-INC-FOUND)
                    IF IA-TEXT NOT EQUAL SPACES
                       MOVE IA-TEXT TO IT-NOTE(WS-INC-FOUND)
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'unknown action' TO WS-ACTION-REASON
           END-EVALUATE
           MOVE SPACES TO WS-PACK-TEXT
           IF WS-ACTION-REASON EQUAL SPACES
              STRING '  '                        DELIMITED BY SIZE
                     FUNCTION TRIM(IA-ACTION)    DELIMITED BY SIZE
                     ' INC'                      DELIMITED BY SIZE
                     IA-ID                       DELIMITED BY SIZE
                     ' by '                      DELIMITED BY SIZE
                     FUNCTION TRIM(IA-BY)        DELIMITED BY SIZE
                     ': '                        DELIMITED BY SIZE
                     FUNCTION TRIM(IA-TEXT)      DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              MOVE SPACES TO WS-LOG-TEXT
              STRING 'INC'                       DELIMITED BY SIZE
                     IA-ID                       DELIMITED BY SIZE
                     ' | '                       DELIMITED BY SIZE
                     FUNCTION TRIM(IA-ACTION)    DELIMITED BY SIZE
                     ' by '                      DELIMITED BY SIZE
                     FUNCTION TRIM(IA-BY)        DELIMITED BY SIZE
                     ' | '                       DELIMITED BY SIZE
                     FUNCTION TRIM(IA-TEXT)      DELIMITED BY SIZE
                     INTO WS-LOG-TEXT
              PERFORM ADD-LOG-LINE
           ELSE
              STRING '  REFUSED '                DELIMITED BY SIZE
                     FUNCTION TRIM(IA-ACTION)    DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     IA-ID                       DELIMITED BY SIZE
                     ' -- '                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ACTION-REASON)
                                                 DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
           END-IF
           IF WS-ACTION-LINE-COUNT < 100
              ADD 1 TO WS-ACTION-LINE-COUNT
              MOVE WS-PACK-TEXT TO WS-ACTION-LINE(WS-ACTION-LINE-COUNT)
           END-IF
           MOVE SPACES TO WS-PACK-TEXT
       .
       ADD-LOG-LINE.
           IF WS-LOG-LINE-COUNT < 300
              ADD 1 TO WS-LOG-LINE-COUNT
              MOVE SPACES TO WS-LOG-LINE(WS-LOG-LINE-COUNT)
              STRING WS-TODAY                    DELIMITED BY SIZE
                     ' | '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOG-TEXT)  DELIMITED BY SIZE
                     INTO WS-LOG-LINE(WS-LOG-LINE-COUNT)
           END-IF
       .
      *// a run finding: the program and mode come from the
      *// night's run being judged.
       NOTE-RUN-INCIDENT.
           MOVE DY-PROGRAM(WS-DAY-IND) TO WS-INC-NEW-PROGRAM
           MOVE SPACES TO WS-INC-NEW-DETAIL
           STRING 'mode='                        DELIMITED BY SIZE
                  DY-MODE(WS-DAY-IND)            DELIMITED BY SIZE
                  INTO WS-INC-NEW-DETAIL
           PERFORM NOTE-INCIDENT
           PERFORM APPEND-INCIDENT-REF
       .
      *// a finding already recorded for this report date
      *// (a rerun of the pack) changes nothing; one matching an
      *// open incident is a repeat sighting; anything else opens a
      *// new incident. WS-INC-REF names the incident either way.
       NOTE-INCIDENT.
           MOVE SPACES TO WS-INC-REF
           IF NOT INCIDENTS-ACTIVE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INC-FOUND
           PERFORM VARYING WS-INC-IND FROM 1 BY 1
              UNTIL WS-INC-IND > WS-INC-COUNT
              IF IT-TYPE(WS-INC-IND) EQUAL WS-INC-NEW-TYPE
              AND IT-PROGRAM(WS-INC-IND) EQUAL WS-INC-NEW-PROGRAM
              AND IT-DETAIL(WS-INC-IND) EQUAL WS-INC-NEW-DETAIL
                 IF IT-LAST-SEEN(WS-INC-IND) NOT < WS-REPORT-DATE
                 OR IT-STATUS(WS-INC-IND) EQUAL 'OPEN'
                    MOVE WS-INC-IND TO WS-INC-FOUND
                 END-IF
              END-IF
           END-PERFORM
           IF WS-INC-FOUND > 0
              IF IT-LAST-SEEN(WS-INC-FOUND) < WS-REPORT-DATE
                 MOVE WS-REPORT-DATE TO IT-LAST-SEEN(WS-INC-FOUND)
                 ADD 1 TO IT-SIGHTINGS(WS-INC-FOUND)
              END-IF
              MOVE IT-ID(WS-INC-FOUND) TO WS-INC-ID-EDIT
              STRING '[INC'                      DELIMITED BY SIZE
                     WS-INC-ID-EDIT              DELIMITED BY SIZE
                     ']'                         DELIMITED BY SIZE
                     INTO WS-INC-REF
              EXIT PARAGRAPH
           END-IF
           IF WS-INC-COUNT NOT < 999
              DISPLAY 'morning-pack: incident table full, '
                 FUNCTION TRIM(WS-INC-NEW-TYPE) ' '
                 FUNCTION TRIM(WS-INC-NEW-PROGRAM) ' not opened'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-COUNT
           ADD 1 TO WS-INC-OPENED
           INITIALIZE WS-INCIDENT-ENTRY(WS-INC-COUNT)
           MOVE WS-INC-NEXT-ID TO IT-ID(WS-INC-COUNT)
           ADD 1 TO WS-INC-NEXT-ID
           MOVE WS-INC-NEW-TYPE TO IT-TYPE(WS-INC-COUNT)
           MOVE WS-INC-NEW-PROGRAM TO IT-PROGRAM(WS-INC-COUNT)
           MOVE WS-INC-NEW-DETAIL TO IT-DETAIL(WS-INC-COUNT)
           MOVE 'OPEN' TO IT-STATUS(WS-INC-COUNT)
           MOVE 'UNASSIGNED' TO IT-OWNER(WS-INC-COUNT)
           PERFORM VARYING WS-OWNER-IND FROM 1 BY 1
              UNTIL WS-OWNER-IND > WS-OWNER-COUNT
              IF OT-PROGRAM(WS-OWNER-IND) EQUAL WS-INC-NEW-PROGRAM
                 MOVE OT-OWNER(WS-OWNER-IND) TO IT-OWNER(WS-INC-COUNT)
                 MOVE WS-OWNER-COUNT TO WS-OWNER-IND
              END-IF
           END-PERFORM
           MOVE WS-REPORT-DATE TO IT-FIRST-SEEN(WS-INC-COUNT)
           MOVE WS-REPORT-DATE TO IT-LAST-SEEN(WS-INC-COUNT)
           MOVE 1 TO IT-SIGHTINGS(WS-INC-COUNT)
           MOVE IT-ID(WS-INC-COUNT) TO WS-INC-ID-EDIT
           STRING '[INC'                         DELIMITED BY SIZE
                  WS-INC-ID-EDIT                 DELIMITED BY SIZE
                  ']'                            DELIMITED BY SIZE
                  INTO WS-INC-REF
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'INC'                          DELIMITED BY SIZE
                  WS-INC-ID-EDIT                 DELIMITED BY SIZE
                  ' | OPENED | '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INC-NEW-TYPE) DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INC-NEW-PROGRAM)
                                                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INC-NEW-DETAIL)
                                                 DELIMITED BY SIZE
                  ' seen '                       DELIMITED BY SIZE
                  WS-REPORT-DATE                 DELIMITED BY SIZE
                  ' | owner '                    DELIMITED BY SIZE
                  FUNCTION TRIM(IT-OWNER(WS-INC-COUNT))
                                                 DELIMITED BY SIZE
                  INTO WS-LOG-TEXT
           PERFORM ADD-LOG-LINE
       .
       APPEND-INCIDENT-REF.
           IF WS-INC-REF NOT EQUAL SPACES
              MOVE SPACES TO WS-LOG-TEXT
              STRING FUNCTION TRIM(WS-PACK-TEXT TRAILING)
                                                 DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     WS-INC-REF                  DELIMITED BY SIZE
                     INTO WS-LOG-TEXT
              MOVE WS-LOG-TEXT TO WS-PACK-TEXT
           END-IF
       .
      *// the desk's view of the incident file: what its
      *// actions did, what is still open with age and owner, and
      *// what was closed in the last seven days.
       GATHER-INCIDENTS.
           MOVE SPACES TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           MOVE 'INCIDENTS' TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           IF NOT INCIDENTS-ACTIVE
              IF WS-JH-STATUS-OUT EQUAL 'FAILED'
                 MOVE '  (incident file too large -- not updated)'
                   TO WS-PACK-TEXT
              ELSE
                 MOVE '  (incident file locked -- not updated)'
                   TO WS-PACK-TEXT
              END-IF
              PERFORM ADD-PACK-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-LINE-COUNT > 0
              MOVE '  Actions applied from the desk:' TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
              PERFORM VARYING WS-ACTION-IND FROM 1 BY 1
                 UNTIL WS-ACTION-IND > WS-ACTION-LINE-COUNT
                 MOVE SPACES TO WS-PACK-TEXT
                 STRING '  '                     DELIMITED BY SIZE
                        WS-ACTION-LINE(WS-ACTION-IND)
                                                 DELIMITED BY SIZE
                        INTO WS-PACK-TEXT
                 PERFORM ADD-PACK-LINE
              END-PERFORM
           END-IF
           MOVE '  Open:' TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           PERFORM VARYING WS-INC-IND FROM 1 BY 1
              UNTIL WS-INC-IND > WS-INC-COUNT
              IF IT-STATUS(WS-INC-IND) EQUAL 'OPEN'
                 ADD 1 TO WS-INC-OPEN-COUNT
                 PERFORM LIST-OPEN-INCIDENT
              END-IF
           END-PERFORM
           IF WS-INC-OPEN-COUNT EQUAL 0
              MOVE '    (none)' TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
           END-IF
           MOVE '  Closed this week:' TO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           COMPUTE WS-INC-WEEK-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) - 6)
           PERFORM VARYING WS-INC-IND FROM 1 BY 1
              UNTIL WS-INC-IND > WS-INC-COUNT
              IF IT-STATUS(WS-INC-IND) EQUAL 'CLOSED'
              AND IT-CLOSED-DATE(WS-INC-IND) IS NUMERIC
                 IF IT-CLOSED-DATE(WS-INC-IND) NOT < WS-INC-WEEK-START
                    ADD 1 TO WS-INC-CLOSED-WEEK
                    PERFORM LIST-CLOSED-INCIDENT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-INC-CLOSED-WEEK EQUAL 0
              MOVE '    (none)' TO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
           END-IF
       .
       LIST-OPEN-INCIDENT.
           MOVE 0 TO WS-INC-AGE
           IF IT-FIRST-SEEN(WS-INC-IND) IS NUMERIC
              COMPUTE WS-INC-AGE =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                 - FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(IT-FIRST-SEEN(WS-INC-IND)))
           END-IF
           MOVE WS-INC-AGE TO WS-INC-AGE-EDIT
           MOVE IT-SIGHTINGS(WS-INC-IND) TO WS-INC-SIGHT-EDIT
           MOVE SPACES TO WS-PACK-TEXT
           STRING '    INC'                      DELIMITED BY SIZE
                  IT-ID(WS-INC-IND)              DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(IT-TYPE(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(IT-PROGRAM(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(IT-DETAIL(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ' -- owner '                   DELIMITED BY SIZE
                  FUNCTION TRIM(IT-OWNER(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ', age '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INC-AGE-EDIT) DELIMITED BY SIZE
                  ' day(s)'                      DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
      *// sightings on a continuation line, as the note is, so a
      *// long detail or owner cannot push the last-seen date off
      *// the end of the line.
           STRING '      seen '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INC-SIGHT-EDIT)
                                                 DELIMITED BY SIZE
                  ' time(s), last '              DELIMITED BY SIZE
                  IT-LAST-SEEN(WS-INC-IND)       DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           IF IT-NOTE(WS-INC-IND) NOT EQUAL SPACES
              STRING '      note: '              DELIMITED BY SIZE
                     FUNCTION TRIM(IT-NOTE(WS-INC-IND))
                                                 DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
           END-IF
       .
       LIST-CLOSED-INCIDENT.
           MOVE SPACES TO WS-PACK-TEXT
           STRING '    INC'                      DELIMITED BY SIZE
                  IT-ID(WS-INC-IND)              DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(IT-TYPE(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(IT-PROGRAM(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(IT-DETAIL(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  ' -- closed '                  DELIMITED BY SIZE
                  IT-CLOSED-DATE(WS-INC-IND)     DELIMITED BY SIZE
                  ' by '                         DELIMITED BY SIZE
                  FUNCTION TRIM(IT-CLOSED-BY(WS-INC-IND))
                                                 DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           PERFORM ADD-PACK-LINE
           IF IT-NOTE(WS-INC-IND) NOT EQUAL SPACES
              STRING '      note: '              DELIMITED BY SIZE
                     FUNCTION TRIM(IT-NOTE(WS-INC-IND))
                                                 DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              PERFORM ADD-PACK-LINE
           END-IF
       .
      *// the incident table goes to <file>.new, the file
      *// as it stood to <file>.bak, then .new over the live file
      *// and .new emptied. Only then are the log entries written
      *// and the actions file cleared, so a failed run applies
      *// nothing twice and loses nothing.
       SAVE-INCIDENTS.
           IF NOT INCIDENTS-ACTIVE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INCIDENT-NEW-PATH
           STRING FUNCTION TRIM(WS-INCIDENT-PATH)
                                                 DELIMITED BY SIZE
                  '.new'                         DELIMITED BY SIZE
                  INTO WS-INCIDENT-NEW-PATH
           MOVE SPACES TO WS-INCIDENT-BAK-PATH
           STRING FUNCTION TRIM(WS-INCIDENT-PATH)
                                                 DELIMITED BY SIZE
                  '.bak'                         DELIMITED BY SIZE
                  INTO WS-INCIDENT-BAK-PATH
           OPEN OUTPUT INCIDENT-NEW-FILE
           PERFORM VARYING WS-INC-IND FROM 1 BY 1
              UNTIL WS-INC-IND > WS-INC-COUNT
              MOVE WS-INCIDENT-ENTRY(WS-INC-IND) TO INCIDENT-NEW-REC
              WRITE INCIDENT-NEW-REC
           END-PERFORM
           CLOSE INCIDENT-NEW-FILE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS EQUAL '00'
              OPEN OUTPUT INCIDENT-BAK-FILE
              PERFORM UNTIL WS-INCIDENT-STATUS NOT EQUAL '00'
                 READ INCIDENT-FILE
                    AT END MOVE '10' TO WS-INCIDENT-STATUS
                    NOT AT END
                       MOVE INCIDENT-REC TO INCIDENT-BAK-REC
                       WRITE INCIDENT-BAK-REC
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
              CLOSE INCIDENT-BAK-FILE
           END-IF
           OPEN INPUT INCIDENT-NEW-FILE
           OPEN OUTPUT INCIDENT-FILE
           PERFORM UNTIL WS-INCIDENT-NEW-STATUS NOT EQUAL '00'
              READ INCIDENT-NEW-FILE
                 AT END MOVE '10' TO WS-INCIDENT-NEW-STATUS
                 NOT AT END
                    MOVE INCIDENT-NEW-REC TO INCIDENT-REC
                    WRITE INCIDENT-REC
              END-READ
           END-PERFORM
           CLOSE INCIDENT-NEW-FILE
           CLOSE INCIDENT-FILE
           OPEN OUTPUT INCIDENT-NEW-FILE
           CLOSE INCIDENT-NEW-FILE
           MOVE WS-INCIDENT-PATH TO WS-LOCK-TARGET-PATH
           PERFORM RELEASE-FILE-LOCK
           IF WS-LOG-LINE-COUNT > 0
              OPEN EXTEND INCIDENT-LOG-FILE
              IF WS-INCIDENT-LOG-STATUS EQUAL '35'
                 OPEN OUTPUT INCIDENT-LOG-FILE
                 CLOSE INCIDENT-LOG-FILE
                 OPEN EXTEND INCIDENT-LOG-FILE
              END-IF
              PERFORM VARYING WS-LOG-IND FROM 1 BY 1
                 UNTIL WS-LOG-IND > WS-LOG-LINE-COUNT
                 MOVE WS-LOG-LINE(WS-LOG-IND) TO INCIDENT-LOG-REC
                 WRITE INCIDENT-LOG-REC
              END-PERFORM
              CLOSE INCIDENT-LOG-FILE
           END-IF
           IF WS-ACTIONS-READ > 0
              OPEN OUTPUT ACTION-FILE
              CLOSE ACTION-FILE
           END-IF
       .
      *// the verdict leads; the detail it was judged from
      *// follows for anything that wasn't clean.
       WRITE-MORNING-PACK.
                  INTO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE WS-INTEGRITY-GROWTH TO WS-COUNT-EDIT
           STRING 'Integrity exceptions up: '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE WS-MISSED-RUNS TO WS-COUNT-EDIT
           STRING 'Missed scheduled runs: '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE WS-IMBALANCES TO WS-COUNT-EDIT
           STRING 'Out-of-balance reconciliations: '
                                                 DELIMITED BY SIZE
                  INTO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE WS-INC-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE WS-INC-OPENED TO WS-INC-SIGHT-EDIT
           STRING 'Open incidents: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INC-SIGHT-EDIT)
                                                 DELIMITED BY SIZE
                  ' opened today)'               DELIMITED BY SIZE
                  INTO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE WS-CHANGES-PENDING TO WS-COUNT-EDIT
           STRING 'Run-control changes pending: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           WRITE PACK-REC
           PERFORM VARYING WS-PACK-IND FROM 1 BY 1
              UNTIL WS-PACK-IND > WS-PACK-LINE-COUNT
           MOVE 'MORNINGPACK' TO JH-PROGRAM
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
           MOVE '-' TO JH-MODE
           MOVE WS-DAY-COUNT TO JH-READ
           MOVE WS-PACK-LINE-COUNT TO JH-WRITTEN
