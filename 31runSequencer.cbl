           SELECT STEP-CONTROL-FILE ASSIGN TO WS-STEP-CONTROL-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-STEP-CONTROL-STATUS.
      *// restart mode reads the earlier attempt's own report
      *// back, alongside the job history, to see which steps it
      *// finished.
           SELECT PRIOR-REPORT-FILE ASSIGN TO WS-SEQUENCER-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PRIOR-REPORT-STATUS.
      *// the operator's say over a run: named steps forced
      *// to skip or forced to run again, whatever the history says.
           SELECT OVERRIDE-FILE ASSIGN TO WS-OVERRIDE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-OVERRIDE-STATUS.
      *// the suite's business calendar: what kind of day
      *// each date is, for choosing the night's plan and for steps
      *// that only run on some kinds of day.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CALENDAR-STATUS.
      *// operations run-control: file paths set per run
      *// from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 PL-CONTROL  PIC X(40).
             02 PL-DEPS.
                03 PL-DEP OCCURS 4 PIC 99.
      *// day-type condition: blank runs every night, a
      *// day type (MONTH-END) runs only on such days, NOT- and a
      *// day type (NOT-HOLIDAY) runs on every other day.
             02 PL-DAY-TYPE PIC X(12).
       FD SEQUENCER-REPORT-FILE.
          01 SEQUENCER-REPORT-REC PIC X(100).
       FD PRIOR-REPORT-FILE.
          01 PRIOR-REPORT-REC PIC X(100).
       FD OVERRIDE-FILE.
          01 OVERRIDE-REC.
      *// SKIP or RERUN, then the step by number -- or, with
      *// the number zero, by program name -- and why.
             02 OV-ACTION   PIC X(8).
             02 OV-STEP     PIC 99.
             02 OV-PROGRAM  PIC X(16).
             02 OV-NOTE     PIC X(40).
       FD CALENDAR-FILE.
          01 CALENDAR-REC.
      *// one record per date and day type (WORKING,
      *// HOLIDAY, LEAGUE-NIGHT, MONTH-END ...); a date of two
      *// kinds carries two records.
             02 CAL-DATE     PIC X(8).
             02 CAL-DAY-TYPE PIC X(12).
             02 CAL-DESC     PIC X(40).
       FD STEP-CONTROL-FILE.
          01 STEP-CONTROL-REC PIC X(120).
       FD RUN-CONTROL-FILE.
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
       01 WS-PLAN-PATH             PIC X(100)
                                    VALUE 'run-sequencer-plan.dat'.
            03 ST-JOBNAME  PIC X(12).
            03 ST-CONTROL  PIC X(40).
            03 ST-DEP OCCURS 4 PIC 99.
            03 ST-DAY-TYPE PIC X(12).
            03 ST-STATUS   PIC X(8).
            03 ST-REASON   PIC X(40).
      *// C carried over from the earlier attempt, R ran in
      *// this one, O set by operator override, space not reached.
            03 ST-ORIGIN   PIC X.
      *// S forced skip, R forced rerun, from the override
      *// file.
            03 ST-OVERRIDE PIC X.
       01 WS-STEP-COUNT            PIC 99 VALUE 0.
       01 WS-STEP-IND              PIC 99.
       01 WS-DEP-IND               PIC 9.
       01 WS-STEPS-FAILED          PIC 99 VALUE 0.
       01 WS-STEPS-SKIPPED         PIC 99 VALUE 0.
       01 WS-STEP-EDIT             PIC Z9.
      *// RESTART MODE -- N runs the whole plan, R picks up
      *// the RESTART-DATE attempt where it stopped.
       01 WS-MODE                  PIC X VALUE 'N'.
         88 MODE-NORMAL            VALUE 'N'.
         88 MODE-RESTART           VALUE 'R'.
       01 WS-RESTART-DATE          PIC X(8) VALUE SPACES.
       01 WS-ATTEMPT-TIME          PIC X(6).
       01 WS-ATTEMPT-FOUND         PIC X.
       01 WS-PRIOR-REPORT-STATUS   PIC XX.
       01 WS-PRIOR-REPORT-FOUND    PIC X.
       01 WS-PRIOR-STEP-TEXT       PIC X(2).
       01 WS-PRIOR-STEP            PIC 99.
       01 WS-PRIOR-STATUS          PIC X(8).
       01 WS-PRIOR-REST            PIC X(100).
       01 WS-PRIOR-REST-2          PIC X(100).
       01 WS-PRIOR-DONE-TABLE.
         02 WS-PRIOR-DONE OCCURS 50 TIMES PIC X.
       01 WS-STEPS-CARRIED         PIC 99 VALUE 0.
       01 WS-STEPS-BYPASSED        PIC 99 VALUE 0.
       01 WS-OVERRIDE-PATH         PIC X(100)
                                    VALUE 'sequencer-overrides.dat'.
       01 WS-OVERRIDE-STATUS       PIC XX.
       01 WS-OVERRIDE-MATCHED      PIC X.
      *// BUSINESS CALENDAR -- the day types of the business
      *// date, and the plan to use on each kind of day (DAY-PLAN
      *// entries, first match wins, the PLAN path otherwise).
       01 WS-CALENDAR-PATH         PIC X(100)
                                    VALUE 'business-calendar.dat'.
       01 WS-CALENDAR-STATUS       PIC XX.
       01 WS-CAL-FOUND             PIC X VALUE 'N'.
       01 WS-CAL-TYPE-TABLE.
         02 WS-CAL-TYPE OCCURS 6 TIMES PIC X(12).
       01 WS-CAL-TYPE-COUNT        PIC 9 VALUE 0.
       01 WS-CAL-TYPE-IND          PIC 9.
       01 WS-CAL-TYPE-LIST         PIC X(80).
       01 WS-DAY-CONDITION         PIC X(12).
       01 WS-DAY-WANTED            PIC X(12).
       01 WS-DAY-TYPE-HELD         PIC X.
       01 WS-CONDITION-MET         PIC X.
       01 WS-DAY-PLAN-TABLE.
         02 WS-DAY-PLAN OCCURS 10 TIMES.
            03 DP-DAY-TYPE PIC X(12).
            03 DP-PATH     PIC X(88).
       01 WS-DAY-PLAN-COUNT        PIC 99 VALUE 0.
       01 WS-DAY-PLAN-IND          PIC 99.
       01 WS-STEPS-NOT-DUE         PIC 99 VALUE 0.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'sequencer-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       RUN-SEQUENCER.
           PERFORM LOAD-RUN-CONTROL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           IF WS-RESTART-DATE EQUAL SPACES
              MOVE WS-RUN-DATE TO WS-RESTART-DATE
           END-IF
      *// the attempt being restarted is found before this
      *// run's own STARTED record joins the history.
           IF MODE-RESTART
              PERFORM FIND-ATTEMPT-START
           END-IF
           PERFORM WRITE-JOB-START
           PERFORM LOAD-DAY-TYPES
           PERFORM CHOOSE-DAY-PLAN
           PERFORM LOAD-PLAN
           PERFORM LOAD-OVERRIDES
           IF MODE-RESTART
              PERFORM CARRY-OVER-COMPLETED-STEPS
           END-IF
           PERFORM VARYING WS-STEP-IND FROM 1 BY 1
              UNTIL WS-STEP-IND > WS-STEP-COUNT
              PERFORM RUN-ONE-STEP
           END-PERFORM
           PERFORM WRITE-SEQUENCER-REPORT
           MOVE WS-STEP-COUNT TO WS-JH-READ
           COMPUTE WS-JH-WRITTEN = WS-STEPS-RUN + WS-STEPS-CARRIED
              + WS-STEPS-BYPASSED + WS-STEPS-NOT-DUE
           COMPUTE WS-JH-REJECTS = WS-STEPS-FAILED + WS-STEPS-SKIPPED
           PERFORM WRITE-JOB-HISTORY
           GOBACK
                 MOVE RCTL-VALUE TO WS-SEQUENCER-REPORT-PATH
              WHEN 'HISTORY'
                 MOVE RCTL-VALUE TO WS-JOB-HISTORY-PATH
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'N' OR 'R'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'sequencer run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: N R), '
                       'entry ignored'
                 END-IF
              WHEN 'RESTART-DATE'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-RESTART-DATE
                 ELSE
                    DISPLAY 'sequencer run-control: bad '
                       'RESTART-DATE, entry ignored'
                 END-IF
              WHEN 'OVERRIDES'
                 MOVE RCTL-VALUE TO WS-OVERRIDE-PATH
              WHEN 'CALENDAR'
                 MOVE RCTL-VALUE TO WS-CALENDAR-PATH
      *// DAY-PLAN value: the day type in twelve columns,
      *// then the plan file for that kind of day.
              WHEN 'DAY-PLAN'
                 IF WS-DAY-PLAN-COUNT < 10
                 AND RCTL-VALUE(1:12) NOT EQUAL SPACES
                 AND RCTL-VALUE(13:) NOT EQUAL SPACES
                    ADD 1 TO WS-DAY-PLAN-COUNT
                    MOVE RCTL-VALUE(1:12)
                      TO DP-DAY-TYPE(WS-DAY-PLAN-COUNT)
                    MOVE RCTL-VALUE(13:)
                      TO DP-PATH(WS-DAY-PLAN-COUNT)
                 ELSE
                    DISPLAY 'sequencer run-control: DAY-PLAN '
                       'entry incomplete or over 10, ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                             MOVE PL-DEP(WS-DEP-IND)
                               TO ST-DEP(WS-STEP-COUNT, WS-DEP-IND)
                          END-PERFORM
                          MOVE PL-DAY-TYPE
                            TO ST-DAY-TYPE(WS-STEP-COUNT)
                          MOVE 'PENDING' TO ST-STATUS(WS-STEP-COUNT)
                          MOVE SPACES TO ST-REASON(WS-STEP-COUNT)
                          MOVE SPACE TO ST-ORIGIN(WS-STEP-COUNT)
                          MOVE SPACE TO ST-OVERRIDE(WS-STEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
      *// the job history -- half-posted leaderboards must not feed
      *// the combined standings.
       RUN-ONE-STEP.
      *// carried over from the earlier attempt: already
      *// DONE, nothing to launch.
           IF ST-ORIGIN(WS-STEP-IND) EQUAL 'C'
              EXIT PARAGRAPH
           END-IF
      *// an operator's forced skip stands in for a finished
      *// step -- its dependents go ahead on the operator's word.
           IF ST-OVERRIDE(WS-STEP-IND) EQUAL 'S'
              MOVE 'BYPASSED' TO ST-STATUS(WS-STEP-IND)
              MOVE 'O' TO ST-ORIGIN(WS-STEP-IND)
              ADD 1 TO WS-STEPS-BYPASSED
              EXIT PARAGRAPH
           END-IF
      *// not this kind of day: the step is not due, and its
      *// dependents go ahead without it. A forced rerun still runs.
           IF ST-DAY-TYPE(WS-STEP-IND) NOT EQUAL SPACES
           AND ST-OVERRIDE(WS-STEP-IND) NOT EQUAL 'R'
              MOVE ST-DAY-TYPE(WS-STEP-IND) TO WS-DAY-CONDITION
              PERFORM CHECK-DAY-CONDITION
              IF WS-CONDITION-MET EQUAL 'N'
                 MOVE 'NOT-DUE' TO ST-STATUS(WS-STEP-IND)
                 MOVE SPACES TO ST-REASON(WS-STEP-IND)
                 STRING 'day-type condition '  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DAY-CONDITION)
                                               DELIMITED BY SIZE
                        ' not met'             DELIMITED BY SIZE
                        INTO ST-REASON(WS-STEP-IND)
                 ADD 1 TO WS-STEPS-NOT-DUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 'R' TO ST-ORIGIN(WS-STEP-IND)
           PERFORM CHECK-STEP-DEPENDENCIES
           IF WS-DEP-OK EQUAL 'N'
              MOVE 'SKIPPED' TO ST-STATUS(WS-STEP-IND)
              IF WS-DEP-STEP NOT EQUAL 0
                 PERFORM LOOK-UP-DEP-STATUS
                 IF WS-DEP-STATUS NOT EQUAL 'DONE'
                 AND WS-DEP-STATUS NOT EQUAL 'BYPASSED'
                 AND WS-DEP-STATUS NOT EQUAL 'NOT-DUE'
                    MOVE 'N' TO WS-DEP-OK
                    MOVE SPACES TO ST-REASON(WS-STEP-IND)
                    MOVE WS-DEP-STEP TO WS-STEP-EDIT
                  WS-START-TIME(3:2)            DELIMITED BY SIZE
                  INTO SEQUENCER-REPORT-REC
           WRITE SEQUENCER-REPORT-REC
           PERFORM WRITE-CALENDAR-HEADING
           IF MODE-RESTART
              PERFORM WRITE-RESTART-HEADING
           END-IF
           PERFORM VARYING WS-STEP-IND FROM 1 BY 1
              UNTIL WS-STEP-IND > WS-STEP-COUNT
              MOVE SPACES TO SEQUENCER-REPORT-REC
                        ')'                     DELIMITED BY SIZE
                        INTO SEQUENCER-REPORT-REC
              END-IF
              PERFORM ADD-STEP-ORIGIN-NOTE
              WRITE SEQUENCER-REPORT-REC
           END-PERFORM
           IF WS-STEPS-SKIPPED > 0
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'SEQUENCER' TO JH-PROGRAM
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
           IF MODE-RESTART
              MOVE 'R' TO JH-MODE
           ELSE
              MOVE '-' TO JH-MODE
           END-IF
           MOVE WS-JH-READ TO JH-READ
           MOVE WS-JH-WRITTEN TO JH-WRITTEN
           MOVE WS-JH-REJECTS TO JH-REJECTS
           MOVE 'COMPLETE' TO WS-JH-STATUS-OUT
           PERFORM RELEASE-FILE-LOCK
       .
      *// the attempt being restarted began with the first
      *// SEQUENCER STARTED record of the restart date; steps
      *// finished since then are its work.
       FIND-ATTEMPT-START.
           MOVE 'N' TO WS-ATTEMPT-FOUND
           MOVE '000000' TO WS-ATTEMPT-TIME
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-HISTORY
           PERFORM UNTIL END-OF-HISTORY
              READ JOB-HISTORY-FILE
                 AT END MOVE 'Y' TO WS-EOF-HISTORY
                 NOT AT END
                    IF JH-PROGRAM EQUAL 'SEQUENCER'
                    AND JH-RUN-DATE EQUAL WS-RESTART-DATE
                    AND JH-STATUS EQUAL 'STARTED'
                    AND WS-ATTEMPT-FOUND EQUAL 'N'
                       MOVE 'Y' TO WS-ATTEMPT-FOUND
                       MOVE JH-RUN-TIME TO WS-ATTEMPT-TIME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-HISTORY-FILE
           IF WS-ATTEMPT-FOUND EQUAL 'N'
              DISPLAY 'sequencer: no earlier attempt on '
                 WS-RESTART-DATE ' in the job history, '
                 'steps judged on the whole day'
           END-IF
       .
       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OVERRIDE-STATUS NOT EQUAL '00'
              READ OVERRIDE-FILE
                 AT END MOVE '10' TO WS-OVERRIDE-STATUS
                 NOT AT END PERFORM APPLY-ONE-OVERRIDE
              END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE
       .
       APPLY-ONE-OVERRIDE.
           IF OV-ACTION EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           IF OV-ACTION NOT EQUAL 'SKIP'
           AND OV-ACTION NOT EQUAL 'RERUN'
              DISPLAY 'sequencer overrides: unknown action '''
                 FUNCTION TRIM(OV-ACTION) ''', entry ignored'
              EXIT PARAGRAPH
           END-IF
           IF OV-STEP IS NOT NUMERIC
              MOVE 0 TO OV-STEP
           END-IF
           MOVE 'N' TO WS-OVERRIDE-MATCHED
           PERFORM VARYING WS-STEP-IND FROM 1 BY 1
              UNTIL WS-STEP-IND > WS-STEP-COUNT
              IF (OV-STEP NOT EQUAL 0
                  AND ST-STEP(WS-STEP-IND) EQUAL OV-STEP)
              OR (OV-STEP EQUAL 0
                  AND ST-PROGRAM(WS-STEP-IND) EQUAL OV-PROGRAM)
                 MOVE 'Y' TO WS-OVERRIDE-MATCHED
                 MOVE OV-ACTION(1:1) TO ST-OVERRIDE(WS-STEP-IND)
                 IF OV-NOTE NOT EQUAL SPACES
                    MOVE OV-NOTE TO ST-REASON(WS-STEP-IND)
                 ELSE
                    IF OV-ACTION EQUAL 'SKIP'
                       MOVE 'skipped by operator override'
                         TO ST-REASON(WS-STEP-IND)
                    ELSE
                       MOVE 'rerun by operator override'
                         TO ST-REASON(WS-STEP-IND)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-OVERRIDE-MATCHED EQUAL 'N'
              DISPLAY 'sequencer overrides: ' FUNCTION TRIM(OV-ACTION)
                 ' names no step in the plan (' OV-STEP ' '
                 FUNCTION TRIM(OV-PROGRAM) '), entry ignored'
           END-IF
       .
      *// a step carries over when the job history holds its
      *// COMPLETE record from the attempt being restarted and the
      *// attempt's own report, where there is one, called it DONE.
      *// Everything else -- failed, skipped, never reached, or
      *// forced to rerun -- runs again in plan order below, so the
      *// restart resumes at the first step that did not finish and
      *// dependents wait on their reruns as usual.
       CARRY-OVER-COMPLETED-STEPS.
           PERFORM READ-PRIOR-REPORT
           PERFORM VARYING WS-STEP-IND FROM 1 BY 1
              UNTIL WS-STEP-IND > WS-STEP-COUNT
              IF ST-OVERRIDE(WS-STEP-IND) EQUAL SPACE
              AND (WS-PRIOR-REPORT-FOUND EQUAL 'N'
                   OR WS-PRIOR-DONE(WS-STEP-IND) EQUAL 'Y')
                 PERFORM CHECK-ATTEMPT-COMPLETION
                 IF WS-COMPLETE-SEEN EQUAL 'Y'
                    MOVE 'DONE' TO ST-STATUS(WS-STEP-IND)
                    MOVE 'C' TO ST-ORIGIN(WS-STEP-IND)
                    ADD 1 TO WS-STEPS-CARRIED
                 END-IF
              END-IF
           END-PERFORM
       .
      *// the earlier attempt's report, when it is for the
      *// restart date: which steps it recorded as DONE, its own
      *// carried-over steps included.
       READ-PRIOR-REPORT.
           MOVE 'N' TO WS-PRIOR-REPORT-FOUND
           MOVE SPACES TO WS-PRIOR-DONE-TABLE
           OPEN INPUT PRIOR-REPORT-FILE
           IF WS-PRIOR-REPORT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           READ PRIOR-REPORT-FILE
              AT END MOVE '10' TO WS-PRIOR-REPORT-STATUS
           END-READ
           IF WS-PRIOR-REPORT-STATUS EQUAL '00'
           AND PRIOR-REPORT-REC(1:20) EQUAL 'BATCH SEQUENCER RUN '
           AND PRIOR-REPORT-REC(21:8) EQUAL WS-RESTART-DATE
              MOVE 'Y' TO WS-PRIOR-REPORT-FOUND
              PERFORM UNTIL WS-PRIOR-REPORT-STATUS NOT EQUAL '00'
                 READ PRIOR-REPORT-FILE
                    AT END MOVE '10' TO WS-PRIOR-REPORT-STATUS
                    NOT AT END PERFORM NOTE-PRIOR-STEP-LINE
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PRIOR-REPORT-FILE
       .
      *// step lines read 'step N PROGRAM -- STATUS ...'.
       NOTE-PRIOR-STEP-LINE.
           IF PRIOR-REPORT-REC(1:5) NOT EQUAL 'step '
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRIOR-STEP-TEXT
           MOVE SPACES TO WS-PRIOR-REST
           UNSTRING PRIOR-REPORT-REC(6:) DELIMITED BY SPACE
              INTO WS-PRIOR-STEP-TEXT
           END-UNSTRING
           IF WS-PRIOR-STEP-TEXT(2:1) EQUAL SPACE
              MOVE WS-PRIOR-STEP-TEXT(1:1) TO WS-PRIOR-STEP-TEXT(2:1)
              MOVE '0' TO WS-PRIOR-STEP-TEXT(1:1)
           END-IF
           IF WS-PRIOR-STEP-TEXT IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRIOR-STEP-TEXT TO WS-PRIOR-STEP
           UNSTRING PRIOR-REPORT-REC DELIMITED BY ' -- '
              INTO WS-PRIOR-REST-2 WS-PRIOR-REST
           END-UNSTRING
           MOVE SPACES TO WS-PRIOR-STATUS
           UNSTRING WS-PRIOR-REST DELIMITED BY SPACE
              INTO WS-PRIOR-STATUS
           END-UNSTRING
           IF WS-PRIOR-STATUS EQUAL 'DONE'
              PERFORM VARYING WS-DEP-LOOKUP-IND FROM 1 BY 1
                 UNTIL WS-DEP-LOOKUP-IND > WS-STEP-COUNT
                 IF ST-STEP(WS-DEP-LOOKUP-IND) EQUAL WS-PRIOR-STEP
                    MOVE 'Y' TO WS-PRIOR-DONE(WS-DEP-LOOKUP-IND)
                 END-IF
              END-PERFORM
           END-IF
       .
       CHECK-ATTEMPT-COMPLETION.
           MOVE 'N' TO WS-COMPLETE-SEEN
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-HISTORY
           PERFORM UNTIL END-OF-HISTORY
              READ JOB-HISTORY-FILE
                 AT END MOVE 'Y' TO WS-EOF-HISTORY
                 NOT AT END
                    IF JH-PROGRAM EQUAL ST-JOBNAME(WS-STEP-IND)
                    AND JH-STATUS EQUAL 'COMPLETE'
                    AND (JH-RUN-DATE > WS-RESTART-DATE
                         OR (JH-RUN-DATE EQUAL WS-RESTART-DATE
                             AND JH-RUN-TIME >= WS-ATTEMPT-TIME))
                       MOVE 'Y' TO WS-COMPLETE-SEEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-HISTORY-FILE
       .
       WRITE-RESTART-HEADING.
           MOVE SPACES TO SEQUENCER-REPORT-REC
           MOVE WS-STEPS-CARRIED TO WS-STEP-EDIT
           STRING 'RESTART of the '             DELIMITED BY SIZE
                  WS-RESTART-DATE               DELIMITED BY SIZE
                  ' attempt begun '             DELIMITED BY SIZE
                  WS-ATTEMPT-TIME(1:2)          DELIMITED BY SIZE
                  ':'                           DELIMITED BY SIZE
                  WS-ATTEMPT-TIME(3:2)          DELIMITED BY SIZE
                  ' -- '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-EDIT)   DELIMITED BY SIZE
                  ' step(s) carried over'       DELIMITED BY SIZE
                  INTO SEQUENCER-REPORT-REC
           WRITE SEQUENCER-REPORT-REC
       .
      *// which attempt each step's result belongs to.
       ADD-STEP-ORIGIN-NOTE.
           EVALUATE ST-ORIGIN(WS-STEP-IND)
              WHEN 'C'
                 STRING FUNCTION TRIM(SEQUENCER-REPORT-REC)
                                                DELIMITED BY SIZE
                        ' [carried over]'       DELIMITED BY SIZE
                        INTO SEQUENCER-REPORT-REC
              WHEN 'O'
                 STRING FUNCTION TRIM(SEQUENCER-REPORT-REC)
                                                DELIMITED BY SIZE
                        ' [operator override]'  DELIMITED BY SIZE
                        INTO SEQUENCER-REPORT-REC
              WHEN 'R'
                 IF MODE-RESTART
                    STRING FUNCTION TRIM(SEQUENCER-REPORT-REC)
                                                DELIMITED BY SIZE
                           ' [this run]'        DELIMITED BY SIZE
                           INTO SEQUENCER-REPORT-REC
                 END-IF
           END-EVALUATE
       .
      *// the business date's day types from the calendar.
      *// A date the calendar does not list has none: every
      *// unconditioned step runs and the PLAN path is used.
       LOAD-DAY-TYPES.
           MOVE 'N' TO WS-CAL-FOUND
           MOVE 0 TO WS-CAL-TYPE-COUNT
           MOVE SPACES TO WS-CAL-TYPE-TABLE
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT EQUAL '00'
              DISPLAY 'sequencer: no business calendar at '
                 FUNCTION TRIM(WS-CALENDAR-PATH)
                 ', day types not applied'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CALENDAR-STATUS NOT EQUAL '00'
              READ CALENDAR-FILE
                 AT END MOVE '10' TO WS-CALENDAR-STATUS
                 NOT AT END
                    IF CAL-DATE EQUAL WS-RESTART-DATE
                       MOVE 'Y' TO WS-CAL-FOUND
                       IF WS-CAL-TYPE-COUNT < 6
                       AND CAL-DAY-TYPE NOT EQUAL SPACES
                          ADD 1 TO WS-CAL-TYPE-COUNT
                          MOVE CAL-DAY-TYPE
                            TO WS-CAL-TYPE(WS-CAL-TYPE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
       .
       CHOOSE-DAY-PLAN.
           PERFORM VARYING WS-DAY-PLAN-IND FROM 1 BY 1
              UNTIL WS-DAY-PLAN-IND > WS-DAY-PLAN-COUNT
              MOVE DP-DAY-TYPE(WS-DAY-PLAN-IND) TO WS-DAY-CONDITION
              PERFORM CHECK-DAY-CONDITION
              IF WS-CONDITION-MET EQUAL 'Y'
                 MOVE DP-PATH(WS-DAY-PLAN-IND) TO WS-PLAN-PATH
                 MOVE WS-DAY-PLAN-COUNT TO WS-DAY-PLAN-IND
              END-IF
           END-PERFORM
       .
      *// WS-DAY-CONDITION against the business date: a day
      *// type must be among the date's types, NOT-type must not.
       CHECK-DAY-CONDITION.
           IF WS-DAY-CONDITION(1:4) EQUAL 'NOT-'
              MOVE WS-DAY-CONDITION(5:) TO WS-DAY-WANTED
           ELSE
              MOVE WS-DAY-CONDITION TO WS-DAY-WANTED
           END-IF
           MOVE 'N' TO WS-DAY-TYPE-HELD
           PERFORM VARYING WS-CAL-TYPE-IND FROM 1 BY 1
              UNTIL WS-CAL-TYPE-IND > WS-CAL-TYPE-COUNT
              IF WS-CAL-TYPE(WS-CAL-TYPE-IND) EQUAL WS-DAY-WANTED
                 MOVE 'Y' TO WS-DAY-TYPE-HELD
              END-IF
           END-PERFORM
           IF WS-DAY-CONDITION(1:4) EQUAL 'NOT-'
              IF WS-DAY-TYPE-HELD EQUAL 'Y'
                 MOVE 'N' TO WS-CONDITION-MET
              ELSE
                 MOVE 'Y' TO WS-CONDITION-MET
              END-IF
           ELSE
              MOVE WS-DAY-TYPE-HELD TO WS-CONDITION-MET
           END-IF
       .
       WRITE-CALENDAR-HEADING.
           MOVE SPACES TO WS-CAL-TYPE-LIST
           IF WS-CAL-FOUND EQUAL 'N'
              MOVE '(not in the business calendar)'
                TO WS-CAL-TYPE-LIST
           END-IF
           PERFORM VARYING WS-CAL-TYPE-IND FROM 1 BY 1
              UNTIL WS-CAL-TYPE-IND > WS-CAL-TYPE-COUNT
              STRING FUNCTION TRIM(WS-CAL-TYPE-LIST)
                                                DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAL-TYPE(WS-CAL-TYPE-IND))
                                                DELIMITED BY SIZE
                     INTO WS-CAL-TYPE-LIST
           END-PERFORM
           MOVE SPACES TO SEQUENCER-REPORT-REC
           STRING 'Business day '               DELIMITED BY SIZE
                  WS-RESTART-DATE               DELIMITED BY SIZE
                  ': '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAL-TYPE-LIST)
                                                DELIMITED BY SIZE
                  ' -- plan '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLAN-PATH)   DELIMITED BY SIZE
                  INTO SEQUENCER-REPORT-REC
           WRITE SEQUENCER-REPORT-REC
       .
