       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *// a run-control file is edited by hand and nothing
      *// recorded when -- this job snapshots every control file the
      *// preflight table and the sequencer plan name into a dated
      *// history, compares each with its previous snapshot, and
      *// prints the keywords added, removed and altered per program
      *// with before and after values. The latest change per program
      *// is left in the change-status file for preflight and the
      *// morning pack to hold against the program's last run.
           SELECT RULES-FILE ASSIGN TO WS-RULES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RULES-STATUS.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PLAN-STATUS.
      *// one generic reader, pointed in turn at each
      *// program's control file.
           SELECT AUDITED-CONTROL-FILE ASSIGN TO WS-AUDITED-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-AUDITED-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SNAPSHOT-STATUS.
           SELECT CHANGE-STATUS-FILE ASSIGN TO WS-CHANGE-STATUS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CHANGE-STATUS-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO WS-AUDIT-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: file paths set per run
      *// from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RUN-CONTROL-STATUS.
      *// lock-file convention for files shared across
      *// programs: take <file>.lck before opening a shared file for
      *// write, fail cleanly with a message when it is held, and
      *// always release it afterward. A holder stamped on a prior
      *// day is stale -- reported and taken over, not waited on.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-LOCK-STATUS.
           SELECT STALE-LOCK-FILE ASSIGN TO WS-STALE-LOCK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-STALE-LOCK-STATUS.
      *// one shared job-history file across the whole
      *// suite: program, when it ran, mode, counts, completion.
           SELECT JOB-HISTORY-FILE ASSIGN TO WS-JOB-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-JOB-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *// preflight's rules file: only the program and its
      *// control file matter here.
       FD RULES-FILE.
          01 RULES-REC.
             02 PF-PROGRAM-IN  PIC X(12).
             02 PF-CONTROL-IN  PIC X(40).
             02 FILLER         PIC X(180).
       FD PLAN-FILE.
          01 PLAN-REC.
             02 PL-STEP     PIC 99.
             02 PL-PROGRAM  PIC X(16).
             02 PL-JOBNAME  PIC X(12).
             02 PL-CONTROL  PIC X(40).
             02 FILLER      PIC X(20).
       FD AUDITED-CONTROL-FILE.
          01 AUDITED-CONTROL-REC.
             02 AC-KEYWORD  PIC X(12).
             02 AC-VALUE    PIC X(100).
      *// one record per control entry, every record of a
      *// snapshot stamped with the audit run's date and time. A
      *// control file with no entries is kept as one *NO-FILE* or
      *// *EMPTY* record so the snapshot still exists.
       FD SNAPSHOT-FILE.
          01 SNAPSHOT-REC.
             02 CH-DATE     PIC X(8).
             02 CH-TIME     PIC X(6).
             02 CH-PROGRAM  PIC X(12).
             02 CH-CONTROL  PIC X(40).
             02 CH-SEQ      PIC 999.
             02 CH-KEYWORD  PIC X(12).
             02 CH-VALUE    PIC X(100).
      *// per program: when its control file last changed
      *// (blank if never), and when it was last audited.
       FD CHANGE-STATUS-FILE.
          01 CHANGE-STATUS-REC.
             02 CS-PROGRAM      PIC X(12).
             02 CS-CONTROL      PIC X(40).
             02 CS-CHANGED-DATE PIC X(8).
             02 CS-CHANGED-TIME PIC X(6).
             02 CS-AUDIT-DATE   PIC X(8).
             02 CS-AUDIT-TIME   PIC X(6).
       FD AUDIT-REPORT-FILE.
          01 AUDIT-REPORT-REC PIC X(150).
       FD RUN-CONTROL-FILE.
          01 RUN-CONTROL-REC.
             02 RCTL-KEYWORD PIC X(12).
             02 RCTL-VALUE   PIC X(100).
       FD LOCK-FILE.
          01 LOCK-REC.
             02 LK-STATE   PIC X(4).
             02 LK-PROGRAM PIC X(12).
             02 LK-DATE    PIC X(8).
             02 LK-TIME    PIC X(6).
       FD STALE-LOCK-FILE.
          01 STALE-LOCK-REC PIC X(100).
       FD JOB-HISTORY-FILE.
          01 JOB-HISTORY-REC.
             02 JH-PROGRAM  PIC X(12).
             02 JH-RUN-DATE PIC X(8).
             02 JH-RUN-TIME PIC X(6).
             02 JH-MODE     PIC X.
             02 JH-READ     PIC 9(6).
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
       01 WS-RULES-PATH            PIC X(100)
                                    VALUE 'preflight-rules.dat'.
       01 WS-RULES-STATUS          PIC XX.
       01 WS-PLAN-PATH             PIC X(100)
                                    VALUE 'run-sequencer-plan.dat'.
       01 WS-PLAN-STATUS           PIC XX.
       01 WS-AUDITED-PATH          PIC X(100).
       01 WS-AUDITED-STATUS        PIC XX.
       01 WS-SNAPSHOT-PATH         PIC X(100)
                                    VALUE 'control-history.dat'.
       01 WS-SNAPSHOT-STATUS       PIC XX.
       01 WS-CHANGE-STATUS-PATH    PIC X(100)
                                    VALUE 'control-changes.dat'.
       01 WS-CHANGE-STATUS-STATUS  PIC XX.
       01 WS-AUDIT-REPORT-PATH     PIC X(100)
                                    VALUE 'control-audit.rpt'.
      *// the control files to audit: preflight's shipped
      *// table (or its rules file, which replaces it wholesale),
      *// then any program/control pair the plan adds.
       01 WS-AUDIT-TABLE.
         02 WS-AUDIT-ENTRY OCCURS 60 TIMES.
            03 AU-PROGRAM      PIC X(12).
            03 AU-CONTROL      PIC X(40).
            03 AU-CHANGED-DATE PIC X(8).
            03 AU-CHANGED-TIME PIC X(6).
       01 WS-AUDIT-COUNT           PIC 99 VALUE 0.
       01 WS-AUDIT-IND             PIC 99.
       01 WS-AUDIT-J               PIC 99.
       01 WS-AUDIT-NEW.
         02 WS-AUN-PROGRAM         PIC X(12).
         02 WS-AUN-CONTROL         PIC X(40).
       01 WS-AUDIT-SEEN            PIC X.
      *// the control file as it stands, and as it stood at
      *// its latest snapshot. A keyword given more than once is
      *// compared entry for entry: the second DAY-PLAN against the
      *// second DAY-PLAN.
       01 WS-CURRENT-TABLE.
         02 WS-CURRENT-ENTRY OCCURS 200 TIMES.
            03 CU-KEYWORD   PIC X(12).
            03 CU-OCC       PIC 99.
            03 CU-VALUE     PIC X(100).
       01 WS-CU-COUNT              PIC 999 VALUE 0.
       01 WS-CU-IND                PIC 999.
       01 WS-PREVIOUS-TABLE.
         02 WS-PREVIOUS-ENTRY OCCURS 200 TIMES.
            03 PV-KEYWORD   PIC X(12).
            03 PV-OCC       PIC 99.
            03 PV-VALUE     PIC X(100).
            03 PV-MATCHED   PIC X.
       01 WS-PV-COUNT              PIC 999 VALUE 0.
       01 WS-PV-IND                PIC 999.
       01 WS-PV-FOUND              PIC 999.
       01 WS-OCC-COUNT             PIC 99.
       01 WS-CONTROL-STATE         PIC X(9).
       01 WS-TABLE-OVERFLOW        PIC X.
      *// snapshots of this control seen in the history, and
      *// the stamp of the latest; every snapshot after the first
      *// was written because something changed.
       01 WS-SNAP-COUNT            PIC 9(4).
       01 WS-SNAP-STAMP            PIC X(14).
       01 WS-PREV-STAMP            PIC X(14).
       01 WS-CHANGES               PIC 9(4).
       01 WS-KEY-LABEL             PIC X(20).
       01 WS-KEY-BASE              PIC X(12).
       01 WS-OCC-EDIT              PIC Z9.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(6).
       01 WS-SNAPSHOT-LOCKED       PIC X VALUE 'N'.
       01 WS-CONTROLS-CHANGED      PIC 9(4) VALUE 0.
       01 WS-CONTROLS-FIRST        PIC 9(4) VALUE 0.
       01 WS-KEYWORD-CHANGES       PIC 9(6) VALUE 0.
       01 WS-SNAPSHOTS-WRITTEN     PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT            PIC Z(5)9.
       01 WS-ENTRY-EDIT            PIC Z(5)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'ctlaudit-control.dat'.
       01 WS-RUN-CONTROL-STATUS    PIC XX.
      *// %DATE% anywhere in a run-control value expands to
      *// the run date, so the daily hand-edit of dated paths goes
      *// away along with its fat-finger risk.
       01 WS-RCTL-EXPANDED         PIC X(100).
       01 WS-RCTL-DATE             PIC X(8).
       01 WS-RCTL-TOKEN-POS        PIC 999.
       01 WS-RCTL-TOKEN-FOUND      PIC X.
      *// FILE LOCKS
       01 WS-LOCK-PATH             PIC X(100).
       01 WS-LOCK-STATUS           PIC XX.
       01 WS-LOCK-TARGET-PATH      PIC X(100).
       01 WS-LOCK-OK               PIC X VALUE 'Y'.
         88 FILE-LOCK-TAKEN        VALUE 'Y'.
       01 WS-LOCK-DATE             PIC X(8).
       01 WS-STALE-LOCK-PATH       PIC X(100)
                                    VALUE 'lock-stale.rpt'.
       01 WS-STALE-LOCK-STATUS     PIC XX.
      *// JOB HISTORY
       01 WS-JOB-HISTORY-PATH      PIC X(100)
                                    VALUE 'job-history.dat'.
       01 WS-JOB-HISTORY-STATUS    PIC XX.
       01 WS-JH-READ               PIC 9(6) VALUE 0.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROL-AUDIT.
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM BUILD-AUDIT-LIST
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING 'RUN-CONTROL CHANGE AUDIT '    DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-RUN-TIME(1:2)               DELIMITED BY SIZE
                  ':'                            DELIMITED BY SIZE
                  WS-RUN-TIME(3:2)               DELIMITED BY SIZE
                  INTO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
      *// the history is held for the whole run, so two
      *// audits cannot interleave their snapshots.
           MOVE WS-SNAPSHOT-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              MOVE 'control history locked -- nothing audited'
                TO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
              CLOSE AUDIT-REPORT-FILE
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM VARYING WS-AUDIT-IND FROM 1 BY 1
              UNTIL WS-AUDIT-IND > WS-AUDIT-COUNT
              PERFORM AUDIT-ONE-CONTROL
           END-PERFORM
           MOVE WS-SNAPSHOT-PATH TO WS-LOCK-TARGET-PATH
           PERFORM RELEASE-FILE-LOCK
           PERFORM WRITE-AUDIT-TOTALS
           CLOSE AUDIT-REPORT-FILE
           PERFORM WRITE-CHANGE-STATUS
           MOVE WS-AUDIT-COUNT TO WS-JH-READ
           MOVE WS-SNAPSHOTS-WRITTEN TO WS-JH-WRITTEN
           MOVE WS-CONTROLS-CHANGED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
           GOBACK
           .
      *// operations point the run at dated files here; no
      *// control file means the compiled-in defaults.
       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS EQUAL '00'
              PERFORM UNTIL WS-RUN-CONTROL-STATUS NOT EQUAL '00'
                 READ RUN-CONTROL-FILE
                    AT END MOVE '10' TO WS-RUN-CONTROL-STATUS
                    NOT AT END PERFORM APPLY-RUN-CONTROL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF
       .
      *// expand every %DATE% token in the entry's value to
      *// the run date before the keyword is applied.
       EXPAND-RUN-CONTROL-VALUE.
           ACCEPT WS-RCTL-DATE FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-RCTL-TOKEN-FOUND
           PERFORM UNTIL WS-RCTL-TOKEN-FOUND EQUAL 'N'
              MOVE 0 TO WS-RCTL-TOKEN-POS
              INSPECT RCTL-VALUE TALLYING WS-RCTL-TOKEN-POS
                 FOR CHARACTERS BEFORE INITIAL '%DATE%'
              IF WS-RCTL-TOKEN-POS > LENGTH OF RCTL-VALUE - 6
                 MOVE 'N' TO WS-RCTL-TOKEN-FOUND
              ELSE
                 MOVE SPACES TO WS-RCTL-EXPANDED
                 IF WS-RCTL-TOKEN-POS EQUAL 0
                    STRING WS-RCTL-DATE          DELIMITED BY SIZE
                           RCTL-VALUE(7:)        DELIMITED BY SIZE
                           INTO WS-RCTL-EXPANDED
                 ELSE
                    STRING RCTL-VALUE(1:WS-RCTL-TOKEN-POS)
                                                 DELIMITED BY SIZE
                           WS-RCTL-DATE          DELIMITED BY SIZE
                           RCTL-VALUE(WS-RCTL-TOKEN-POS + 7:)
                                                 DELIMITED BY SIZE
                           INTO WS-RCTL-EXPANDED
                 END-IF
                 MOVE WS-RCTL-EXPANDED TO RCTL-VALUE
              END-IF
           END-PERFORM
       .
       APPLY-RUN-CONTROL-ENTRY.
           PERFORM EXPAND-RUN-CONTROL-VALUE
           EVALUATE RCTL-KEYWORD
              WHEN 'RULES'
                 MOVE RCTL-VALUE TO WS-RULES-PATH
              WHEN 'PLAN'
                 MOVE RCTL-VALUE TO WS-PLAN-PATH
              WHEN 'SNAPSHOTS'
                 MOVE RCTL-VALUE TO WS-SNAPSHOT-PATH
              WHEN 'CHANGES'
                 MOVE RCTL-VALUE TO WS-CHANGE-STATUS-PATH
              WHEN 'OUTPUT'
                 MOVE RCTL-VALUE TO WS-AUDIT-REPORT-PATH
              WHEN 'HISTORY'
                 MOVE RCTL-VALUE TO WS-JOB-HISTORY-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'control-audit run-control: unknown keyword '
                    '''' FUNCTION TRIM(RCTL-KEYWORD)
                    ''', entry ignored'
           END-EVALUATE
       .
      *// the shipped suite, as preflight ships it, this job's
      *// own control file included. A preflight rules file
      *// replaces it wholesale; the plan's steps are added after.
       BUILD-AUDIT-LIST.
           MOVE 0 TO WS-AUDIT-COUNT
           MOVE 'YACHT       yacht-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'BOB         bob-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'TWO-FER     twofer-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'RAINDROPS   raindrops-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'LUHN        luhn-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'DARTS       darts-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'ARMSTRONG   armstrong-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'TRIANGLE    triangle-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'ACRONYM     acronym-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'ATBASH      atbash-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'BINARY      binary-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'ALLERGIES   allergies-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'BRACKETS    brackets-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'GAMESNIGHT  gamesnight-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'JOBHISTORY  jobhistory-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'SEQUENCER   sequencer-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'RETRIEVAL   retrieval-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'MORNINGPACK morningpack-control.dat'
             TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'ARCHIVE     archive-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'REGISTRY    registry-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'DETOKENIZE  detokenize-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'LABINTERFACElabinterface-control.dat'
             TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'CTLAUDIT    ctlaudit-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           MOVE 'INTEGRITY   integrity-control.dat' TO WS-AUDIT-NEW
           PERFORM ADD-AUDIT-ENTRY
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS EQUAL '00'
      *// a rules file replaces the shipped defaults wholesale
              MOVE 0 TO WS-AUDIT-COUNT
              PERFORM UNTIL WS-RULES-STATUS NOT EQUAL '00'
                 READ RULES-FILE
                    AT END MOVE '10' TO WS-RULES-STATUS
                    NOT AT END
                       IF PF-PROGRAM-IN NOT EQUAL SPACES
                          MOVE PF-PROGRAM-IN TO WS-AUN-PROGRAM
                          MOVE PF-CONTROL-IN TO WS-AUN-CONTROL
                          PERFORM ADD-AUDIT-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS EQUAL '00'
              PERFORM UNTIL WS-PLAN-STATUS NOT EQUAL '00'
                 READ PLAN-FILE
                    AT END MOVE '10' TO WS-PLAN-STATUS
                    NOT AT END
                       IF PL-JOBNAME NOT EQUAL SPACES
                       AND PL-CONTROL NOT EQUAL SPACES
                          MOVE PL-JOBNAME TO WS-AUN-PROGRAM
                          MOVE PL-CONTROL TO WS-AUN-CONTROL
                          PERFORM ADD-AUDIT-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF
       .
      *// a program/control pair named twice -- in the
      *// table and again in the plan -- is audited once.
       ADD-AUDIT-ENTRY.
           MOVE 'N' TO WS-AUDIT-SEEN
           PERFORM VARYING WS-AUDIT-J FROM 1 BY 1
              UNTIL WS-AUDIT-J > WS-AUDIT-COUNT
              IF AU-PROGRAM(WS-AUDIT-J) EQUAL WS-AUN-PROGRAM
              AND AU-CONTROL(WS-AUDIT-J) EQUAL WS-AUN-CONTROL
                 MOVE 'Y' TO WS-AUDIT-SEEN
              END-IF
           END-PERFORM
           IF WS-AUDIT-SEEN EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-COUNT NOT < 60
              DISPLAY 'control-audit: more than 60 control files, '
                 FUNCTION TRIM(WS-AUN-CONTROL) ' not audited'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-COUNT
           MOVE WS-AUN-PROGRAM TO AU-PROGRAM(WS-AUDIT-COUNT)
           MOVE WS-AUN-CONTROL TO AU-CONTROL(WS-AUDIT-COUNT)
           MOVE SPACES TO AU-CHANGED-DATE(WS-AUDIT-COUNT)
           MOVE SPACES TO AU-CHANGED-TIME(WS-AUDIT-COUNT)
       .
       AUDIT-ONE-CONTROL.
           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING FUNCTION TRIM(AU-PROGRAM(WS-AUDIT-IND))
                                                 DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(AU-CONTROL(WS-AUDIT-IND))
                                                 DELIMITED BY SIZE
                  ')'                            DELIMITED BY SIZE
                  INTO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE 'N' TO WS-TABLE-OVERFLOW
           PERFORM LOAD-CURRENT-CONTROL
           PERFORM LOAD-PREVIOUS-SNAPSHOT
      *// a control too big to hold would be snapshotted
      *// short and read as a removal next time -- left alone.
           IF WS-TABLE-OVERFLOW EQUAL 'Y'
              MOVE '  more than 200 entries -- not audited'
                TO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-STATE EQUAL '*NO-FILE*'
              MOVE '  no control file, compiled-in defaults apply'
                TO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
           END-IF
           IF WS-SNAP-COUNT EQUAL 0
              ADD 1 TO WS-CONTROLS-FIRST
              MOVE WS-CU-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO AUDIT-REPORT-REC
              STRING '  first snapshot taken, '  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                     ' entr(ies)'                DELIMITED BY SIZE
                     INTO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
              PERFORM WRITE-SNAPSHOT
              EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-WITH-PREVIOUS
           IF WS-CHANGES EQUAL 0
              MOVE SPACES TO AUDIT-REPORT-REC
              STRING '  unchanged since '        DELIMITED BY SIZE
                     WS-SNAP-STAMP(1:8)          DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     WS-SNAP-STAMP(9:2)          DELIMITED BY SIZE
                     ':'                         DELIMITED BY SIZE
                     WS-SNAP-STAMP(11:2)         DELIMITED BY SIZE
                     INTO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
           ELSE
              ADD 1 TO WS-CONTROLS-CHANGED
              ADD WS-CHANGES TO WS-KEYWORD-CHANGES
              MOVE WS-CHANGES TO WS-COUNT-EDIT
              MOVE SPACES TO AUDIT-REPORT-REC
              STRING '  '                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                     ' change(s) since the snapshot of '
                                                 DELIMITED BY SIZE
                     WS-SNAP-STAMP(1:8)          DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     WS-SNAP-STAMP(9:2)          DELIMITED BY SIZE
                     ':'                         DELIMITED BY SIZE
                     WS-SNAP-STAMP(11:2)         DELIMITED BY SIZE
                     INTO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
              PERFORM WRITE-SNAPSHOT
              MOVE WS-RUN-DATE TO AU-CHANGED-DATE(WS-AUDIT-IND)
              MOVE WS-RUN-TIME TO AU-CHANGED-TIME(WS-AUDIT-IND)
           END-IF
       .
      *// the entries exactly as written -- %DATE% is not
      *// expanded, so a dated path is not a change every day.
       LOAD-CURRENT-CONTROL.
           MOVE 0 TO WS-CU-COUNT
           MOVE AU-CONTROL(WS-AUDIT-IND) TO WS-AUDITED-PATH
           OPEN INPUT AUDITED-CONTROL-FILE
           IF WS-AUDITED-STATUS NOT EQUAL '00'
              MOVE '*NO-FILE*' TO WS-CONTROL-STATE
              EXIT PARAGRAPH
           END-IF
           MOVE '*EMPTY*' TO WS-CONTROL-STATE
           PERFORM UNTIL WS-AUDITED-STATUS NOT EQUAL '00'
              READ AUDITED-CONTROL-FILE
                 AT END MOVE '10' TO WS-AUDITED-STATUS
                 NOT AT END
                    IF AUDITED-CONTROL-REC NOT EQUAL SPACES
                       PERFORM HOLD-CURRENT-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDITED-CONTROL-FILE
       .
       HOLD-CURRENT-ENTRY.
           IF WS-CU-COUNT NOT < 200
              MOVE 'Y' TO WS-TABLE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OCC-COUNT
           PERFORM VARYING WS-CU-IND FROM 1 BY 1
              UNTIL WS-CU-IND > WS-CU-COUNT
              IF CU-KEYWORD(WS-CU-IND) EQUAL AC-KEYWORD
                 ADD 1 TO WS-OCC-COUNT
              END-IF
           END-PERFORM
           ADD 1 TO WS-CU-COUNT
           MOVE AC-KEYWORD TO CU-KEYWORD(WS-CU-COUNT)
           MOVE WS-OCC-COUNT TO CU-OCC(WS-CU-COUNT)
           MOVE AC-VALUE TO CU-VALUE(WS-CU-COUNT)
       .
      *// the history is in run order, so the last stamp
      *// seen for this program and control is its latest snapshot.
       LOAD-PREVIOUS-SNAPSHOT.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE 0 TO WS-PV-COUNT
           MOVE SPACES TO WS-SNAP-STAMP
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SNAPSHOT-STATUS NOT EQUAL '00'
              READ SNAPSHOT-FILE
                 AT END MOVE '10' TO WS-SNAPSHOT-STATUS
                 NOT AT END
                    IF CH-PROGRAM EQUAL AU-PROGRAM(WS-AUDIT-IND)
                    AND CH-CONTROL EQUAL AU-CONTROL(WS-AUDIT-IND)
                       PERFORM HOLD-SNAPSHOT-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           IF WS-SNAP-COUNT > 1
              MOVE WS-SNAP-STAMP(1:8)
                TO AU-CHANGED-DATE(WS-AUDIT-IND)
              MOVE WS-SNAP-STAMP(9:6)
                TO AU-CHANGED-TIME(WS-AUDIT-IND)
           END-IF
       .
       HOLD-SNAPSHOT-ENTRY.
           MOVE SPACES TO WS-PREV-STAMP
           STRING CH-DATE                        DELIMITED BY SIZE
                  CH-TIME                        DELIMITED BY SIZE
                  INTO WS-PREV-STAMP
           IF WS-PREV-STAMP NOT EQUAL WS-SNAP-STAMP
              ADD 1 TO WS-SNAP-COUNT
              MOVE WS-PREV-STAMP TO WS-SNAP-STAMP
              MOVE 0 TO WS-PV-COUNT
           END-IF
           IF CH-KEYWORD(1:1) EQUAL '*'
              EXIT PARAGRAPH
           END-IF
           IF WS-PV-COUNT NOT < 200
              MOVE 'Y' TO WS-TABLE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PV-COUNT
           MOVE CH-KEYWORD TO PV-KEYWORD(WS-PV-COUNT)
           MOVE CH-VALUE TO PV-VALUE(WS-PV-COUNT)
           MOVE 'N' TO PV-MATCHED(WS-PV-COUNT)
           MOVE 1 TO WS-OCC-COUNT
           PERFORM VARYING WS-PV-IND FROM 1 BY 1
              UNTIL WS-PV-IND > WS-PV-COUNT - 1
              IF PV-KEYWORD(WS-PV-IND) EQUAL CH-KEYWORD
                 ADD 1 TO WS-OCC-COUNT
              END-IF
           END-PERFORM
           MOVE WS-OCC-COUNT TO PV-OCC(WS-PV-COUNT)
       .
      *// every current entry against the previous entry of
      *// the same keyword and occurrence; whatever previous entry
      *// is left unmatched was removed.
       COMPARE-WITH-PREVIOUS.
           MOVE 0 TO WS-CHANGES
           PERFORM VARYING WS-CU-IND FROM 1 BY 1
              UNTIL WS-CU-IND > WS-CU-COUNT
              MOVE 0 TO WS-PV-FOUND
              PERFORM VARYING WS-PV-IND FROM 1 BY 1
                 UNTIL WS-PV-IND > WS-PV-COUNT
                 IF PV-KEYWORD(WS-PV-IND) EQUAL CU-KEYWORD(WS-CU-IND)
                 AND PV-OCC(WS-PV-IND) EQUAL CU-OCC(WS-CU-IND)
                    MOVE WS-PV-IND TO WS-PV-FOUND
                    MOVE WS-PV-COUNT TO WS-PV-IND
                 END-IF
              END-PERFORM
              MOVE CU-KEYWORD(WS-CU-IND) TO WS-KEY-LABEL
              IF CU-OCC(WS-CU-IND) > 1
                 MOVE CU-OCC(WS-CU-IND) TO WS-OCC-EDIT
                 PERFORM LABEL-OCCURRENCE
              END-IF
              IF WS-PV-FOUND EQUAL 0
                 ADD 1 TO WS-CHANGES
                 MOVE SPACES TO AUDIT-REPORT-REC
                 STRING '  ADDED    '            DELIMITED BY SIZE
                        WS-KEY-LABEL             DELIMITED BY SIZE
                        ' '                      DELIMITED BY SIZE
                        CU-VALUE(WS-CU-IND)      DELIMITED BY SIZE
                        INTO AUDIT-REPORT-REC
                 WRITE AUDIT-REPORT-REC
              ELSE
                 MOVE 'Y' TO PV-MATCHED(WS-PV-FOUND)
                 IF PV-VALUE(WS-PV-FOUND) NOT EQUAL
                    CU-VALUE(WS-CU-IND)
                    ADD 1 TO WS-CHANGES
                    MOVE SPACES TO AUDIT-REPORT-REC
                    STRING '  CHANGED  '         DELIMITED BY SIZE
                           WS-KEY-LABEL          DELIMITED BY SIZE
                           ' before: '           DELIMITED BY SIZE
                           PV-VALUE(WS-PV-FOUND) DELIMITED BY SIZE
                           INTO AUDIT-REPORT-REC
                    WRITE AUDIT-REPORT-REC
                    MOVE SPACES TO AUDIT-REPORT-REC
                    STRING '           '         DELIMITED BY SIZE
                           WS-KEY-LABEL          DELIMITED BY SIZE
                           ' after:  '           DELIMITED BY SIZE
                           CU-VALUE(WS-CU-IND)   DELIMITED BY SIZE
                           INTO AUDIT-REPORT-REC
                    WRITE AUDIT-REPORT-REC
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PV-IND FROM 1 BY 1
              UNTIL WS-PV-IND > WS-PV-COUNT
              IF PV-MATCHED(WS-PV-IND) EQUAL 'N'
                 ADD 1 TO WS-CHANGES
                 MOVE PV-KEYWORD(WS-PV-IND) TO WS-KEY-LABEL
                 IF PV-OCC(WS-PV-IND) > 1
                    MOVE PV-OCC(WS-PV-IND) TO WS-OCC-EDIT
                    PERFORM LABEL-OCCURRENCE
                 END-IF
                 MOVE SPACES TO AUDIT-REPORT-REC
                 STRING '  REMOVED  '            DELIMITED BY SIZE
                        WS-KEY-LABEL             DELIMITED BY SIZE
                        ' '                      DELIMITED BY SIZE
                        PV-VALUE(WS-PV-IND)      DELIMITED BY SIZE
                        INTO AUDIT-REPORT-REC
                 WRITE AUDIT-REPORT-REC
              END-IF
           END-PERFORM
       .
      *// a repeated keyword is labelled KEYWORD#2 and on
       LABEL-OCCURRENCE.
           MOVE WS-KEY-LABEL TO WS-KEY-BASE
           MOVE SPACES TO WS-KEY-LABEL
           STRING FUNCTION TRIM(WS-KEY-BASE)     DELIMITED BY SIZE
                  '#'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OCC-EDIT)     DELIMITED BY SIZE
                  INTO WS-KEY-LABEL
       .
      *// the control as it now stands, stamped with this
      *// audit's date and time.
       WRITE-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS EQUAL '35'
              OPEN OUTPUT SNAPSHOT-FILE
              CLOSE SNAPSHOT-FILE
              OPEN EXTEND SNAPSHOT-FILE
           END-IF
           MOVE SPACES TO SNAPSHOT-REC
           MOVE WS-RUN-DATE TO CH-DATE
           MOVE WS-RUN-TIME TO CH-TIME
           MOVE AU-PROGRAM(WS-AUDIT-IND) TO CH-PROGRAM
           MOVE AU-CONTROL(WS-AUDIT-IND) TO CH-CONTROL
           IF WS-CU-COUNT EQUAL 0
              MOVE 0 TO CH-SEQ
              MOVE WS-CONTROL-STATE TO CH-KEYWORD
              WRITE SNAPSHOT-REC
           END-IF
           PERFORM VARYING WS-CU-IND FROM 1 BY 1
              UNTIL WS-CU-IND > WS-CU-COUNT
              MOVE WS-CU-IND TO CH-SEQ
              MOVE CU-KEYWORD(WS-CU-IND) TO CH-KEYWORD
              MOVE CU-VALUE(WS-CU-IND) TO CH-VALUE
              WRITE SNAPSHOT-REC
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           ADD 1 TO WS-SNAPSHOTS-WRITTEN
       .
       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-AUDIT-COUNT TO WS-COUNT-EDIT
           STRING 'Control files audited: '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-CONTROLS-CHANGED TO WS-COUNT-EDIT
           MOVE WS-KEYWORD-CHANGES TO WS-ENTRY-EDIT
           STRING 'Changed since last audit: '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTRY-EDIT)   DELIMITED BY SIZE
                  ' entry change(s))'            DELIMITED BY SIZE
                  INTO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-CONTROLS-FIRST TO WS-COUNT-EDIT
           STRING 'First snapshots taken: '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
       .
      *// each program's latest change, for preflight and the
      *// morning pack; rebuilt whole from the history every run.
       WRITE-CHANGE-STATUS.
           MOVE WS-CHANGE-STATUS-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHANGE-STATUS-FILE
           PERFORM VARYING WS-AUDIT-IND FROM 1 BY 1
              UNTIL WS-AUDIT-IND > WS-AUDIT-COUNT
              MOVE SPACES TO CHANGE-STATUS-REC
              MOVE AU-PROGRAM(WS-AUDIT-IND) TO CS-PROGRAM
              MOVE AU-CONTROL(WS-AUDIT-IND) TO CS-CONTROL
              MOVE AU-CHANGED-DATE(WS-AUDIT-IND) TO CS-CHANGED-DATE
              MOVE AU-CHANGED-TIME(WS-AUDIT-IND) TO CS-CHANGED-TIME
              MOVE WS-RUN-DATE TO CS-AUDIT-DATE
              MOVE WS-RUN-TIME TO CS-AUDIT-TIME
              WRITE CHANGE-STATUS-REC
           END-PERFORM
           CLOSE CHANGE-STATUS-FILE
           PERFORM RELEASE-FILE-LOCK
       .
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
      *// take the .lck sidecar for the target file before
      *// a shared write: a holder stamped today means another run
      *// has it, so this write is skipped with a message; a holder
      *// from a previous day crashed without releasing and is
      *// reported stale and taken over.
       ACQUIRE-FILE-LOCK.
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                                            DELIMITED BY SIZE
                  '.lck'                    DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           MOVE 'Y' TO WS-LOCK-OK
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS EQUAL '00'
              READ LOCK-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF LK-STATE EQUAL 'HELD'
                       ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
                       IF LK-DATE < WS-LOCK-DATE
                          PERFORM REPORT-STALE-LOCK
                       ELSE
                          MOVE 'N' TO WS-LOCK-OK
                       END-IF
                    END-IF
              END-READ
              CLOSE LOCK-FILE
           END-IF
           IF FILE-LOCK-TAKEN
              OPEN OUTPUT LOCK-FILE
              MOVE SPACES TO LOCK-REC
              MOVE 'HELD' TO LK-STATE
              MOVE 'CTLAUDIT' TO LK-PROGRAM
              ACCEPT LK-DATE FROM DATE YYYYMMDD
              ACCEPT LK-TIME FROM TIME
              WRITE LOCK-REC
              CLOSE LOCK-FILE
           ELSE
              DISPLAY 'control-audit: '
                 FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                 ' is locked by ' FUNCTION TRIM(LK-PROGRAM)
                 ', shared write skipped'
           END-IF
       .
       RELEASE-FILE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-REC
           MOVE 'FREE' TO LK-STATE
           MOVE 'CTLAUDIT' TO LK-PROGRAM
           ACCEPT LK-DATE FROM DATE YYYYMMDD
           ACCEPT LK-TIME FROM TIME
           WRITE LOCK-REC
           CLOSE LOCK-FILE
       .
      *// a crashed holder must not jam the whole suite --
      *// note the takeover where the morning check will see it.
       REPORT-STALE-LOCK.
           OPEN EXTEND STALE-LOCK-FILE
           IF WS-STALE-LOCK-STATUS EQUAL '35'
              OPEN OUTPUT STALE-LOCK-FILE
              CLOSE STALE-LOCK-FILE
              OPEN EXTEND STALE-LOCK-FILE
           END-IF
           MOVE SPACES TO STALE-LOCK-REC
           STRING 'stale lock on '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                                              DELIMITED BY SIZE
                  ' held by '                 DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PROGRAM)   DELIMITED BY SIZE
                  ' since '                   DELIMITED BY SIZE
                  LK-DATE                     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  LK-TIME                     DELIMITED BY SIZE
                  ' -- taken over by CTLAUDIT'
                                              DELIMITED BY SIZE
                  INTO STALE-LOCK-REC
           WRITE STALE-LOCK-REC
           CLOSE STALE-LOCK-FILE
       .
      *// basic batch hygiene: every run leaves one record
      *// in the suite-wide job history.
       WRITE-JOB-HISTORY.
           MOVE WS-JOB-HISTORY-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              MOVE 'COMPLETE' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS EQUAL '35'
              OPEN OUTPUT JOB-HISTORY-FILE
              CLOSE JOB-HISTORY-FILE
              OPEN EXTEND JOB-HISTORY-FILE
           END-IF
           MOVE SPACES TO JOB-HISTORY-REC
           MOVE 'CTLAUDIT' TO JH-PROGRAM
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
           MOVE WS-JH-READ TO JH-READ
           MOVE WS-JH-WRITTEN TO JH-WRITTEN
           MOVE WS-JH-REJECTS TO JH-REJECTS
           MOVE WS-JH-STATUS-OUT TO JH-STATUS
           WRITE JOB-HISTORY-REC
           CLOSE JOB-HISTORY-FILE
           MOVE 'COMPLETE' TO WS-JH-STATUS-OUT
           PERFORM RELEASE-FILE-LOCK
       .
