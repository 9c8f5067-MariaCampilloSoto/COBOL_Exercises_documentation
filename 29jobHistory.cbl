      *// which jobs are supposed to run on which days --
      *// reconciled against the history so "it simply never ran"
      *// is the first thing detected, not the last.
      *// the batch-window picture for one night: every run
      *// on a timeline against the window, total elapsed, the
      *// longest steps, whether the window end was breached, and
      *// runs that took much longer than their own history.
           SELECT WINDOW-REPORT-FILE ASSIGN TO WS-WINDOW-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the suite's business calendar: what kind of day
      *// each date is, so holidays and league nights off stop
      *// reading as missed runs.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CALENDAR-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SCHEDULE-STATUS.
      *// the month's runs of the guarded modes, each with
      *// the operator who ran it, for the access review.
           SELECT ACCESS-REPORT-FILE ASSIGN TO WS-ACCESS-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: report date and file
      *// paths set per run from keyword/value records.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 JH-WRITTEN  PIC 9(6).
             02 JH-REJECTS  PIC 9(6).
             02 JH-STATUS   PIC X(8).
             02 JH-PROGRAM-AREA.
      *// only BOB carries this; every other program's
      *// shorter record reads back with it blank.
                03 JH-REDACTIONS PIC 9(6).
      *// a program's own warning for the run (TWO-FER's low
      *// consumables stock), blank when there is none.
                03 JH-WARNING    PIC X(30).
      *// the programs with guarded modes put the operator
      *// who ran them here instead.
             02 JH-OPERATOR-AREA REDEFINES JH-PROGRAM-AREA.
                03 JH-OPERATOR   PIC X(12).
                03 FILLER        PIC X(24).
      *// when the run started, and when it ended -- a
      *// STARTED record carries the start only; records from
      *// before these were kept have both blank.
             02 JH-START-DATE PIC X(8).
             02 JH-START-TIME PIC X(6).
             02 JH-END-DATE   PIC X(8).
             02 JH-END-TIME   PIC X(6).
       FD SUMMARY-REPORT-FILE.
          01 SUMMARY-REPORT-REC PIC X(100).
       FD ANOMALY-REPORT-FILE.
          01 ANOMALY-REPORT-REC PIC X(120).
       FD ACCESS-REPORT-FILE.
          01 ACCESS-REPORT-REC PIC X(100).
       FD WINDOW-REPORT-FILE.
          01 WINDOW-REPORT-REC PIC X(120).
       FD SCHEDULE-FILE.
          01 SCHEDULE-REC.
      *// one entry per expected run: the program name as
             02 SC-PROGRAM PIC X(12).
             02 SC-MODE    PIC X.
             02 SC-DAYS    PIC X(7).
      *// day-type condition on top of the weekday flags:
      *// blank expects the run on any day but a HOLIDAY, ANY on
      *// holidays too, a day type (MONTH-END) only on such days,
      *// NOT- and a day type (NOT-LEAGUE-NIGHT) on every other day.
             02 SC-DAY-TYPE PIC X(12).
       FD CALENDAR-FILE.
          01 CALENDAR-REC.
      *// one record per date and day type (WORKING,
      *// HOLIDAY, LEAGUE-NIGHT, MONTH-END ...); a date of two
      *// kinds carries two records.
             02 CAL-DATE     PIC X(8).
             02 CAL-DAY-TYPE PIC X(12).
             02 CAL-DESC     PIC X(40).
       FD RUN-CONTROL-FILE.
          01 RUN-CONTROL-REC.
             02 RCTL-KEYWORD PIC X(12).
       01 WS-READ-EDIT             PIC Z(5)9.
       01 WS-WRITTEN-EDIT          PIC Z(5)9.
       01 WS-REJECTS-EDIT          PIC Z(5)9.
       01 WS-REDACTIONS-EDIT       PIC Z(5)9.
      *// VOLUME ANOMALY MODE -- the night BOB read 37
      *// transcript lines instead of its usual 4,000, nobody
      *// noticed for a week. Mode A compares each of the report
       01 WS-MODE                  PIC X VALUE 'S'.
         88 MODE-OPS-SUMMARY       VALUE 'S'.
         88 MODE-ANOMALY           VALUE 'A'.
         88 MODE-BATCH-WINDOW      VALUE 'W'.
         88 MODE-ACCESS-REVIEW     VALUE 'U'.
       01 WS-ANOMALY-PATH          PIC X(100)
                                    VALUE 'job-history-anomaly.rpt'.
      *// percent deviation from the trailing average that
            03 BL-SUM-READ    PIC 9(9).
            03 BL-SUM-WRITTEN PIC 9(9).
            03 BL-SUM-REJECTS PIC 9(9).
            03 BL-TIMED-COUNT PIC 9(6).
            03 BL-SUM-ELAPSED PIC 9(11).
       01 WS-BL-COUNT              PIC 999 VALUE 0.
       01 WS-BL-IND                PIC 999.
       01 WS-BL-CUR                PIC 999.
       01 WS-ANOM-AVG-EDIT         PIC Z(6)9.99.
       01 WS-ANOM-EDIT             PIC Z(5)9.
       01 WS-THRESH-EDIT           PIC ZZ9.
      *// BATCH WINDOW MODE -- the night of the report date
      *// runs from WINDOW-START that evening to WINDOW-END (next
      *// morning when it is the earlier clock time). Runs starting
      *// inside it are the night's work; one still going past its
      *// end breaches the window.
       01 WS-WINDOW-PATH           PIC X(100)
                                    VALUE 'job-history-window.rpt'.
       01 WS-WINDOW-START          PIC 9(4) VALUE 2000.
       01 WS-WINDOW-END            PIC 9(4) VALUE 0600.
       01 WS-WINDOW-OPEN-SECS      PIC 9(11).
       01 WS-WINDOW-CLOSE-SECS     PIC 9(11).
       01 WS-WINDOW-LENGTH         PIC 9(7).
      *// a run is flagged when it took this many percent
      *// longer than its own average, and by at least GROWTH-SECS
      *// seconds -- a 2-second job doubling is not news.
       01 WS-GROWTH-THRESHOLD      PIC 9(3) VALUE 50.
       01 WS-GROWTH-SECS           PIC 9(4) VALUE 60.
       01 WS-NIGHT-TABLE.
         02 WS-NIGHT-ENTRY OCCURS 400 TIMES.
            03 NT-PROGRAM    PIC X(12).
            03 NT-MODE       PIC X.
            03 NT-STATUS     PIC X(8).
            03 NT-START-DATE PIC X(8).
            03 NT-START-TIME PIC X(6).
            03 NT-END-TIME   PIC X(6).
            03 NT-START-SECS PIC 9(11).
            03 NT-END-SECS   PIC 9(11).
            03 NT-ELAPSED    PIC 9(7).
            03 NT-READ       PIC 9(6).
      *// Y a finished run, N a STARTED record nothing
      *// finished, X a STARTED record its finish supersedes.
            03 NT-ENDED      PIC X.
      *// N for a record from before start times were kept.
            03 NT-TIMED      PIC X.
       01 WS-NIGHT-TEMP            PIC X(78).
       01 WS-NIGHT-COUNT           PIC 9(4) VALUE 0.
       01 WS-NIGHT-IND             PIC 9(4).
       01 WS-NIGHT-J               PIC 9(4).
       01 WS-NIGHT-SWAPPED         PIC X.
       01 WS-NIGHT-OVERFLOW        PIC 9(4) VALUE 0.
       01 WS-CV-DATE               PIC X(8).
       01 WS-CV-TIME               PIC X(6).
       01 WS-CV-TIME-NUM REDEFINES WS-CV-TIME.
         02 WS-CV-HH               PIC 99.
         02 WS-CV-MM               PIC 99.
         02 WS-CV-SS               PIC 99.
       01 WS-CV-SECS               PIC 9(11).
       01 WS-DUR-SECS              PIC 9(7).
       01 WS-DUR-HH                PIC 99.
       01 WS-DUR-MM                PIC 99.
       01 WS-DUR-SS                PIC 99.
       01 WS-DUR-TEXT              PIC X(8).
       01 WS-DUR-TEXT-2            PIC X(8).
       01 WS-TOTAL-ELAPSED         PIC 9(7).
       01 WS-LAST-END-SECS         PIC 9(11).
       01 WS-RUN-START-SECS        PIC 9(11).
       01 WS-RUN-END-SECS          PIC 9(11).
       01 WS-UNFINISHED            PIC 9(4) VALUE 0.
       01 WS-GROWTH-FLAGGED        PIC 9(4) VALUE 0.
       01 WS-GROWTH-AVG            PIC 9(7).
       01 WS-GROWTH-LIMIT          PIC 9(7).
       01 WS-GROWTH-READ-AVG       PIC 9(7)V99.
       01 WS-GROWTH-READ-DEV       PIC 9(7)V99.
      *// the timeline bar: the window drawn across 48
      *// columns, '#' while the run was going, '>' when it ran on
      *// past the window's end.
       01 WS-BAR                   PIC X(48).
       01 WS-BAR-FROM              PIC 9(3).
       01 WS-BAR-TO                PIC 9(3).
       01 WS-BAR-IND               PIC 9(3).
       01 WS-TOP-SHOWN             PIC 9 VALUE 0.
       01 WS-TOP-LIMIT             PIC 9 VALUE 5.
       01 WS-TOP-PICKED            PIC X(400).
       01 WS-TOP-BEST              PIC 9(4).
       01 WS-WINDOW-HHMM           PIC 9(4).
       01 WS-WINDOW-HHMM-X REDEFINES WS-WINDOW-HHMM.
         02 WS-WINDOW-HH           PIC 99.
         02 WS-WINDOW-MM           PIC 99.
       01 WS-NIGHT-EDIT            PIC Z(3)9.
       01 WS-GROWTH-EDIT           PIC ZZ9.
      *// EXPECTED-SCHEDULE RECONCILIATION
       01 WS-SCHEDULE-PATH         PIC X(100)
                                    VALUE 'job-schedule.dat'.
            03 SCH-PROGRAM PIC X(12).
            03 SCH-MODE    PIC X.
            03 SCH-DAYS    PIC X(7).
            03 SCH-DAY-TYPE PIC X(12).
       01 WS-SCHED-COUNT           PIC 99 VALUE 0.
       01 WS-SCHED-IND             PIC 99.
       01 WS-EOF-SCHEDULE          PIC X VALUE 'N'.
       01 WS-SCHED-RAN             PIC X.
       01 WS-MISSED-COUNT          PIC 9(4) VALUE 0.
       01 WS-MISSED-EDIT           PIC Z(3)9.
       01 WS-EXCUSED-COUNT         PIC 9(4) VALUE 0.
       01 WS-EXCUSED-EDIT          PIC Z(3)9.
      *// ACCESS REVIEW MODE -- every run of a guarded mode
      *// in one month, with its operator: the report date's month
      *// by default, or a MONTH entry (YYYYMM) in the control file.
       01 WS-ACCESS-PATH           PIC X(100)
                                    VALUE 'operator-access.rpt'.
       01 WS-ACCESS-MONTH          PIC X(6) VALUE SPACES.
      *// the guarded program/mode pairs, as each of those
      *// programs checks them against the authorization table.
       01 WS-GUARDED-TABLE.
         02 WS-GUARDED-ENTRY OCCURS 4 TIMES.
            03 GD-PROGRAM  PIC X(12).
            03 GD-MODE     PIC X.
       01 WS-GUARDED-IND           PIC 9.
       01 WS-GUARDED-PROGRAM       PIC X.
       01 WS-GUARDED-RUN           PIC X.
       01 WS-ACCESS-RUNS           PIC 9(4) VALUE 0.
       01 WS-ACCESS-REFUSED        PIC 9(4) VALUE 0.
       01 WS-ACCESS-EDIT           PIC Z(3)9.
       01 WS-ACCESS-EDIT-2         PIC Z(3)9.
       01 WS-ACCESS-OPERATOR       PIC X(14).
       01 WS-OPERATOR-TABLE.
         02 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
            03 OP-OPERATOR PIC X(14).
            03 OP-RUNS     PIC 9(4).
            03 OP-REFUSED  PIC 9(4).
       01 WS-OPERATOR-COUNT        PIC 99 VALUE 0.
       01 WS-OPERATOR-IND          PIC 99.
       01 WS-OPERATOR-FOUND        PIC 99.
       01 WS-ACCESS-PTR            PIC 999.
      *// BUSINESS CALENDAR -- the report date's day types.
       01 WS-CALENDAR-PATH         PIC X(100)
                                    VALUE 'business-calendar.dat'.
       01 WS-CALENDAR-STATUS       PIC XX.
       01 WS-CAL-FOUND             PIC X VALUE 'N'.
       01 WS-CAL-TYPE-TABLE.
         02 WS-CAL-TYPE OCCURS 6 TIMES PIC X(12).
       01 WS-CAL-TYPE-COUNT        PIC 9 VALUE 0.
       01 WS-CAL-TYPE-IND          PIC 9.
       01 WS-CAL-TYPE-LIST         PIC X(80).
       01 WS-CAL-DESC              PIC X(40).
       01 WS-DAY-CONDITION         PIC X(12).
       01 WS-DAY-WANTED            PIC X(12).
       01 WS-DAY-TYPE-HELD         PIC X.
       01 WS-CONDITION-MET         PIC X.

       PROCEDURE DIVISION.
       JOB-HISTORY-REPORT.
           PERFORM LOAD-GUARDED-MODES
           PERFORM LOAD-RUN-CONTROL
           IF WS-REPORT-DATE EQUAL SPACES
              PERFORM COMPUTE-YESTERDAY
           END-IF
           EVALUATE TRUE
              WHEN MODE-ANOMALY
                 PERFORM WRITE-ANOMALY-REPORT
              WHEN MODE-BATCH-WINDOW
                 PERFORM WRITE-BATCH-WINDOW-REPORT
              WHEN MODE-ACCESS-REVIEW
                 PERFORM WRITE-ACCESS-REPORT
              WHEN OTHER
                 PERFORM WRITE-OPS-SUMMARY
           END-EVALUATE
           GOBACK
           .
       LOAD-RUN-CONTROL.
           PERFORM EXPAND-RUN-CONTROL-VALUE
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'A' OR 'W' OR 'U'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'job-history run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: S A W U), '
                       'entry ignored'
                 END-IF
              WHEN 'THRESHOLD'
                 END-IF
              WHEN 'ANOMALY'
                 MOVE RCTL-VALUE TO WS-ANOMALY-PATH
              WHEN 'WINDOW'
                 MOVE RCTL-VALUE TO WS-WINDOW-PATH
              WHEN 'WINDOW-START'
                 MOVE '9999' TO WS-CV-TIME(1:4)
                 IF RCTL-VALUE(1:4) IS NUMERIC
                    MOVE RCTL-VALUE(1:4) TO WS-CV-TIME(1:4)
                 END-IF
                 IF WS-CV-HH < 24 AND WS-CV-MM < 60
                    MOVE RCTL-VALUE(1:4) TO WS-WINDOW-START
                 ELSE
                    DISPLAY 'job-history run-control: WINDOW-START '
                       'not a HHMM time, entry ignored'
                 END-IF
              WHEN 'WINDOW-END'
                 MOVE '9999' TO WS-CV-TIME(1:4)
                 IF RCTL-VALUE(1:4) IS NUMERIC
                    MOVE RCTL-VALUE(1:4) TO WS-CV-TIME(1:4)
                 END-IF
                 IF WS-CV-HH < 24 AND WS-CV-MM < 60
                    MOVE RCTL-VALUE(1:4) TO WS-WINDOW-END
                 ELSE
                    DISPLAY 'job-history run-control: WINDOW-END '
                       'not a HHMM time, entry ignored'
                 END-IF
              WHEN 'GROWTH'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-GROWTH-THRESHOLD
                 ELSE
                    DISPLAY 'job-history run-control: GROWTH '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'GROWTH-SECS'
                 IF RCTL-VALUE(1:4) IS NUMERIC
                    MOVE RCTL-VALUE(1:4) TO WS-GROWTH-SECS
                 ELSE
                    DISPLAY 'job-history run-control: GROWTH-SECS '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'SCHEDULE'
                 MOVE RCTL-VALUE TO WS-SCHEDULE-PATH
              WHEN 'CALENDAR'
                 MOVE RCTL-VALUE TO WS-CALENDAR-PATH
              WHEN 'DATE'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-REPORT-DATE
                 MOVE RCTL-VALUE TO WS-JOB-HISTORY-PATH
              WHEN 'SUMMARY'
                 MOVE RCTL-VALUE TO WS-SUMMARY-PATH
              WHEN 'ACCESS'
                 MOVE RCTL-VALUE TO WS-ACCESS-PATH
              WHEN 'MONTH'
                 IF RCTL-VALUE(1:6) IS NUMERIC
                    MOVE RCTL-VALUE(1:6) TO WS-ACCESS-MONTH
                 ELSE
                    DISPLAY 'job-history run-control: bad MONTH, '
                       'entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
       .
      *// anything scheduled for the report date's day of
      *// week with no matching history record at all -- the failure
      *// we used to detect last, detected first. The business
      *// calendar then excuses entries whose day-type condition the
      *// date does not meet.
       WRITE-MISSED-RUN-SECTION.
           PERFORM LOAD-SCHEDULE
           IF WS-SCHED-COUNT EQUAL 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DAY-TYPES
           COMPUTE WS-SCHED-DOW = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-REPORT-DATE)) - 1, 7) + 1
           MOVE 0 TO WS-MISSED-COUNT
           MOVE 0 TO WS-EXCUSED-COUNT
           MOVE SPACES TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           MOVE 'MISSED SCHEDULED RUNS' TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           PERFORM WRITE-CALENDAR-LINE
           PERFORM VARYING WS-SCHED-IND FROM 1 BY 1
              UNTIL WS-SCHED-IND > WS-SCHED-COUNT
              MOVE 'Y' TO WS-CONDITION-MET
              IF SCH-DAYS(WS-SCHED-IND)(WS-SCHED-DOW:1) EQUAL 'Y'
                 PERFORM CHECK-SCHEDULE-DAY-TYPE
                 IF WS-CONDITION-MET EQUAL 'N'
                    ADD 1 TO WS-EXCUSED-COUNT
                 END-IF
              END-IF
              IF SCH-DAYS(WS-SCHED-IND)(WS-SCHED-DOW:1) EQUAL 'Y'
              AND WS-CONDITION-MET EQUAL 'Y'
                 MOVE 'N' TO WS-SCHED-RAN
                 PERFORM VARYING WS-DAY-IND FROM 1 BY 1
                    UNTIL WS-DAY-IND > WS-DAY-COUNT
           END-PERFORM
           MOVE SPACES TO SUMMARY-REPORT-REC
           MOVE WS-MISSED-COUNT TO WS-MISSED-EDIT
           MOVE WS-EXCUSED-COUNT TO WS-EXCUSED-EDIT
           STRING 'Missed runs: '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MISSED-EDIT)  DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXCUSED-EDIT) DELIMITED BY SIZE
                  ' not due by the business calendar)'
                                                 DELIMITED BY SIZE
                  INTO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
       .
      *// the report date's day types from the calendar. A
      *// date the calendar does not list has none, and only the
      *// weekday flags decide.
       LOAD-DAY-TYPES.
           MOVE 'N' TO WS-CAL-FOUND
           MOVE 0 TO WS-CAL-TYPE-COUNT
           MOVE SPACES TO WS-CAL-TYPE-TABLE
           MOVE SPACES TO WS-CAL-DESC
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CALENDAR-STATUS NOT EQUAL '00'
              READ CALENDAR-FILE
                 AT END MOVE '10' TO WS-CALENDAR-STATUS
                 NOT AT END
                    IF CAL-DATE EQUAL WS-REPORT-DATE
                       MOVE 'Y' TO WS-CAL-FOUND
                       IF WS-CAL-DESC EQUAL SPACES
                          MOVE CAL-DESC TO WS-CAL-DESC
                       END-IF
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
       CHECK-SCHEDULE-DAY-TYPE.
           EVALUATE SCH-DAY-TYPE(WS-SCHED-IND)
              WHEN 'ANY'
                 MOVE 'Y' TO WS-CONDITION-MET
              WHEN SPACES
                 MOVE 'NOT-HOLIDAY' TO WS-DAY-CONDITION
                 PERFORM CHECK-DAY-CONDITION
              WHEN OTHER
                 MOVE SCH-DAY-TYPE(WS-SCHED-IND) TO WS-DAY-CONDITION
                 PERFORM CHECK-DAY-CONDITION
           END-EVALUATE
       .
      *// WS-DAY-CONDITION against the report date: a day
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
       WRITE-CALENDAR-LINE.
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
           MOVE SPACES TO SUMMARY-REPORT-REC
           STRING '  business day: '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAL-TYPE-LIST)
                                                DELIMITED BY SIZE
                  INTO SUMMARY-REPORT-REC
           IF WS-CAL-DESC NOT EQUAL SPACES
              STRING FUNCTION TRIM(SUMMARY-REPORT-REC TRAILING)
                                                DELIMITED BY SIZE
                     ' ('                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAL-DESC) DELIMITED BY SIZE
                     ')'                        DELIMITED BY SIZE
                     INTO SUMMARY-REPORT-REC
           END-IF
           WRITE SUMMARY-REPORT-REC
       .
       LOAD-SCHEDULE.
           MOVE 0 TO WS-SCHED-COUNT
           OPEN INPUT SCHEDULE-FILE
                            TO SCH-PROGRAM(WS-SCHED-COUNT)
                          MOVE SC-MODE TO SCH-MODE(WS-SCHED-COUNT)
                          MOVE SC-DAYS TO SCH-DAYS(WS-SCHED-COUNT)
                          MOVE SC-DAY-TYPE
                            TO SCH-DAY-TYPE(WS-SCHED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM VARYING WS-DAY-IND FROM 1 BY 1
              UNTIL WS-DAY-IND > WS-DAY-COUNT
              IF DY-STATUS(WS-DAY-IND) NOT EQUAL 'STARTED'
              AND DY-STATUS(WS-DAY-IND) NOT EQUAL 'REFUSED'
                 PERFORM CHECK-ONE-RUN-ANOMALY
              END-IF
           END-PERFORM
                  ' '                             DELIMITED BY SIZE
                  JH-STATUS                       DELIMITED BY SIZE
                  INTO SUMMARY-REPORT-REC
           PERFORM CHECK-GUARDED-PROGRAM
           IF WS-GUARDED-PROGRAM EQUAL 'Y'
              IF JH-OPERATOR NOT EQUAL SPACES
                 COMPUTE WS-ACCESS-PTR = FUNCTION LENGTH(
                    FUNCTION TRIM(SUMMARY-REPORT-REC TRAILING)) + 1
                 STRING ' operator='          DELIMITED BY SIZE
                        FUNCTION TRIM(JH-OPERATOR)
                                              DELIMITED BY SIZE
                        INTO SUMMARY-REPORT-REC
                        WITH POINTER WS-ACCESS-PTR
                 END-STRING
              END-IF
              WRITE SUMMARY-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           IF JH-REDACTIONS IS NUMERIC
              MOVE JH-REDACTIONS TO WS-REDACTIONS-EDIT
              STRING FUNCTION TRIM(SUMMARY-REPORT-REC TRAILING)
                                              DELIMITED BY SIZE
                     ' redacted='             DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REDACTIONS-EDIT)
                                              DELIMITED BY SIZE
                     INTO SUMMARY-REPORT-REC
           END-IF
           IF JH-WARNING NOT EQUAL SPACES
              STRING FUNCTION TRIM(SUMMARY-REPORT-REC TRAILING)
                                              DELIMITED BY SIZE
                     ' -- '                   DELIMITED BY SIZE
                     FUNCTION TRIM(JH-WARNING) DELIMITED BY SIZE
                     INTO SUMMARY-REPORT-REC
           END-IF
           WRITE SUMMARY-REPORT-REC
       .
      *// the program/mode pairs that need an operator grant
       LOAD-GUARDED-MODES.
           MOVE 'ARCHIVE'     TO GD-PROGRAM(1)
           MOVE 'D'           TO GD-MODE(1)
           MOVE 'LUHN'        TO GD-PROGRAM(2)
           MOVE 'G'           TO GD-MODE(2)
           MOVE 'YACHT'       TO GD-PROGRAM(3)
           MOVE 'E'           TO GD-MODE(3)
           MOVE 'ALLERGIES'   TO GD-PROGRAM(4)
           MOVE 'K'           TO GD-MODE(4)
       .
      *// is this record's program one of the guarded ones,
      *// and was it run in the guarded mode?
       CHECK-GUARDED-PROGRAM.
           MOVE 'N' TO WS-GUARDED-PROGRAM
           MOVE 'N' TO WS-GUARDED-RUN
           PERFORM VARYING WS-GUARDED-IND FROM 1 BY 1
              UNTIL WS-GUARDED-IND > 4
              IF GD-PROGRAM(WS-GUARDED-IND) EQUAL JH-PROGRAM
                 MOVE 'Y' TO WS-GUARDED-PROGRAM
                 IF GD-MODE(WS-GUARDED-IND) EQUAL JH-MODE
                    MOVE 'Y' TO WS-GUARDED-RUN
                 END-IF
              END-IF
           END-PERFORM
       .
      *// the monthly access review: every run of a guarded
      *// mode, who ran it, and a tally by operator. Each attempt is
      *// listed once -- a guarded run's STARTED record, so one that
      *// abended still shows, or the REFUSED record of one turned
      *// away. A run from before operators were recorded shows
      *// none given.
       WRITE-ACCESS-REPORT.
           IF WS-ACCESS-MONTH EQUAL SPACES
              MOVE WS-REPORT-DATE(1:6) TO WS-ACCESS-MONTH
           END-IF
           OPEN OUTPUT ACCESS-REPORT-FILE
           MOVE SPACES TO ACCESS-REPORT-REC
           STRING 'GUARDED-MODE RUNS FOR '       DELIMITED BY SIZE
                  WS-ACCESS-MONTH(1:4)           DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  WS-ACCESS-MONTH(5:2)           DELIMITED BY SIZE
                  INTO ACCESS-REPORT-REC
           WRITE ACCESS-REPORT-REC
           MOVE SPACES TO ACCESS-REPORT-REC
           WRITE ACCESS-REPORT-REC
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              MOVE '(no job-history file on hand)'
                TO ACCESS-REPORT-REC
              WRITE ACCESS-REPORT-REC
              CLOSE ACCESS-REPORT-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-HISTORY
           PERFORM UNTIL END-OF-HISTORY
              READ JOB-HISTORY-FILE
                 AT END MOVE 'Y' TO WS-EOF-HISTORY
                 NOT AT END
                    IF JH-RUN-DATE(1:6) EQUAL WS-ACCESS-MONTH
                    AND (JH-STATUS EQUAL 'STARTED'
                      OR JH-STATUS EQUAL 'REFUSED')
                       PERFORM WRITE-ONE-ACCESS-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-HISTORY-FILE
           IF WS-ACCESS-RUNS EQUAL 0
              MOVE '  (no guarded-mode runs this month)'
                TO ACCESS-REPORT-REC
              WRITE ACCESS-REPORT-REC
           END-IF
           MOVE SPACES TO ACCESS-REPORT-REC
           WRITE ACCESS-REPORT-REC
           MOVE WS-ACCESS-RUNS TO WS-ACCESS-EDIT
           MOVE WS-ACCESS-REFUSED TO WS-ACCESS-EDIT-2
           STRING 'Guarded-mode runs: '          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCESS-EDIT)  DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCESS-EDIT-2)
                                                 DELIMITED BY SIZE
                  ' refused)'                    DELIMITED BY SIZE
                  INTO ACCESS-REPORT-REC
           WRITE ACCESS-REPORT-REC
           IF WS-OPERATOR-COUNT > 0
              MOVE SPACES TO ACCESS-REPORT-REC
              WRITE ACCESS-REPORT-REC
              MOVE 'BY OPERATOR' TO ACCESS-REPORT-REC
              WRITE ACCESS-REPORT-REC
           END-IF
           PERFORM VARYING WS-OPERATOR-IND FROM 1 BY 1
              UNTIL WS-OPERATOR-IND > WS-OPERATOR-COUNT
              MOVE SPACES TO ACCESS-REPORT-REC
              MOVE OP-RUNS(WS-OPERATOR-IND) TO WS-ACCESS-EDIT
              MOVE OP-REFUSED(WS-OPERATOR-IND) TO WS-ACCESS-EDIT-2
              STRING '  '                        DELIMITED BY SIZE
                     OP-OPERATOR(WS-OPERATOR-IND)
                                                 DELIMITED BY SIZE
                     ' runs='                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ACCESS-EDIT)
                                                 DELIMITED BY SIZE
                     ' refused='                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ACCESS-EDIT-2)
                                                 DELIMITED BY SIZE
                     INTO ACCESS-REPORT-REC
              WRITE ACCESS-REPORT-REC
           END-PERFORM
           CLOSE ACCESS-REPORT-FILE
       .
       WRITE-ONE-ACCESS-LINE.
           PERFORM CHECK-GUARDED-PROGRAM
           IF WS-GUARDED-RUN NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCESS-RUNS
           IF JH-STATUS EQUAL 'REFUSED'
              ADD 1 TO WS-ACCESS-REFUSED
           END-IF
           IF JH-OPERATOR EQUAL SPACES
              MOVE '(none given)' TO WS-ACCESS-OPERATOR
           ELSE
              MOVE JH-OPERATOR TO WS-ACCESS-OPERATOR
           END-IF
           MOVE SPACES TO ACCESS-REPORT-REC
           STRING '  '                           DELIMITED BY SIZE
                  JH-RUN-DATE                    DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  JH-RUN-TIME(1:2)               DELIMITED BY SIZE
                  ':'                            DELIMITED BY SIZE
                  JH-RUN-TIME(3:2)               DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  JH-PROGRAM                     DELIMITED BY SIZE
                  ' mode='                       DELIMITED BY SIZE
                  JH-MODE                        DELIMITED BY SIZE
                  ' operator='                   DELIMITED BY SIZE
                  WS-ACCESS-OPERATOR             DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  JH-STATUS                      DELIMITED BY SIZE
                  INTO ACCESS-REPORT-REC
           WRITE ACCESS-REPORT-REC
           MOVE 0 TO WS-OPERATOR-FOUND
           PERFORM VARYING WS-OPERATOR-IND FROM 1 BY 1
              UNTIL WS-OPERATOR-IND > WS-OPERATOR-COUNT
              IF OP-OPERATOR(WS-OPERATOR-IND) EQUAL WS-ACCESS-OPERATOR
                 MOVE WS-OPERATOR-IND TO WS-OPERATOR-FOUND
              END-IF
           END-PERFORM
           IF WS-OPERATOR-FOUND EQUAL 0
              IF WS-OPERATOR-COUNT NOT < 50
                 DISPLAY 'job-history access review: more than 50 '
                    'operators, ' FUNCTION TRIM(WS-ACCESS-OPERATOR)
                    ' not tallied'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OPERATOR-COUNT
              MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-FOUND
              MOVE WS-ACCESS-OPERATOR TO OP-OPERATOR(WS-OPERATOR-FOUND)
              MOVE 0 TO OP-RUNS(WS-OPERATOR-FOUND)
              MOVE 0 TO OP-REFUSED(WS-OPERATOR-FOUND)
           END-IF
           ADD 1 TO OP-RUNS(WS-OPERATOR-FOUND)
           IF JH-STATUS EQUAL 'REFUSED'
              ADD 1 TO OP-REFUSED(WS-OPERATOR-FOUND)
           END-IF
       .
      *// one night's batch window: the runs that started
      *// inside it on a timeline, what they added up to, the
      *// longest of them, whether the window's end held, and the
      *// runs that took much longer than their own history.
       WRITE-BATCH-WINDOW-REPORT.
           MOVE WS-REPORT-DATE TO WS-CV-DATE
           MOVE WS-WINDOW-START TO WS-WINDOW-HHMM
           MOVE WS-WINDOW-HH TO WS-CV-HH
           MOVE WS-WINDOW-MM TO WS-CV-MM
           MOVE 0 TO WS-CV-SS
           PERFORM CONVERT-TO-SECS
           MOVE WS-CV-SECS TO WS-WINDOW-OPEN-SECS
           MOVE WS-WINDOW-END TO WS-WINDOW-HHMM
           MOVE WS-WINDOW-HH TO WS-CV-HH
           MOVE WS-WINDOW-MM TO WS-CV-MM
           PERFORM CONVERT-TO-SECS
           IF WS-WINDOW-END NOT > WS-WINDOW-START
              ADD 86400 TO WS-CV-SECS
           END-IF
           MOVE WS-CV-SECS TO WS-WINDOW-CLOSE-SECS
           COMPUTE WS-WINDOW-LENGTH =
              WS-WINDOW-CLOSE-SECS - WS-WINDOW-OPEN-SECS
           PERFORM LOAD-NIGHT-AND-BASELINES
           PERFORM SETTLE-STARTED-RECORDS
           PERFORM SORT-NIGHT-BY-START
           OPEN OUTPUT WINDOW-REPORT-FILE
           MOVE SPACES TO WINDOW-REPORT-REC
           STRING 'BATCH WINDOW FOR THE NIGHT OF ' DELIMITED BY SIZE
                  WS-REPORT-DATE                  DELIMITED BY SIZE
                  ' (window '                     DELIMITED BY SIZE
                  WS-WINDOW-START(1:2)            DELIMITED BY SIZE
                  ':'                             DELIMITED BY SIZE
                  WS-WINDOW-START(3:2)            DELIMITED BY SIZE
                  ' to '                          DELIMITED BY SIZE
                  WS-WINDOW-END(1:2)              DELIMITED BY SIZE
                  ':'                             DELIMITED BY SIZE
                  WS-WINDOW-END(3:2)              DELIMITED BY SIZE
                  ')'                             DELIMITED BY SIZE
                  INTO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           PERFORM WRITE-WINDOW-TIMELINE
           PERFORM WRITE-WINDOW-TOTALS
           PERFORM WRITE-LONGEST-STEPS
           PERFORM WRITE-WINDOW-BREACH
           PERFORM WRITE-DURATION-GROWTH
           CLOSE WINDOW-REPORT-FILE
       .
      *// one pass over the history: runs that started in
      *// the night's window are held, completed runs from before
      *// it build each program/mode's baselines.
       LOAD-NIGHT-AND-BASELINES.
           MOVE 0 TO WS-NIGHT-COUNT
           MOVE 0 TO WS-NIGHT-OVERFLOW
           MOVE 0 TO WS-BL-COUNT
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-HISTORY
           PERFORM UNTIL END-OF-HISTORY
              READ JOB-HISTORY-FILE
                 AT END MOVE 'Y' TO WS-EOF-HISTORY
                 NOT AT END PERFORM SORT-ONE-HISTORY-RECORD
              END-READ
           END-PERFORM
           CLOSE JOB-HISTORY-FILE
           IF WS-NIGHT-OVERFLOW > 0
              DISPLAY 'job-history: more than 400 runs in the '
                 'window, ' WS-NIGHT-OVERFLOW ' left off the report'
           END-IF
       .
       SORT-ONE-HISTORY-RECORD.
           IF JH-RUN-DATE IS NOT NUMERIC
           OR JH-RUN-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE JH-RUN-DATE TO WS-CV-DATE
           MOVE JH-RUN-TIME TO WS-CV-TIME
           PERFORM CONVERT-TO-SECS
           MOVE WS-CV-SECS TO WS-RUN-END-SECS
           IF JH-START-DATE IS NUMERIC AND JH-START-TIME IS NUMERIC
              MOVE JH-START-DATE TO WS-CV-DATE
              MOVE JH-START-TIME TO WS-CV-TIME
              PERFORM CONVERT-TO-SECS
           END-IF
           MOVE WS-CV-SECS TO WS-RUN-START-SECS
           EVALUATE TRUE
              WHEN WS-RUN-START-SECS NOT < WS-WINDOW-OPEN-SECS
               AND WS-RUN-START-SECS < WS-WINDOW-CLOSE-SECS
                 PERFORM HOLD-NIGHT-RUN
              WHEN WS-RUN-START-SECS < WS-WINDOW-OPEN-SECS
               AND JH-STATUS EQUAL 'COMPLETE'
                 PERFORM ACCUMULATE-BASELINE
                 IF WS-BL-CUR > 0
                 AND JH-START-DATE IS NUMERIC
                    ADD 1 TO BL-TIMED-COUNT(WS-BL-CUR)
                    COMPUTE BL-SUM-ELAPSED(WS-BL-CUR) =
                       BL-SUM-ELAPSED(WS-BL-CUR)
                       + WS-RUN-END-SECS - WS-RUN-START-SECS
                 END-IF
           END-EVALUATE
       .
       HOLD-NIGHT-RUN.
           IF WS-NIGHT-COUNT NOT < 400
              ADD 1 TO WS-NIGHT-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NIGHT-COUNT
           MOVE SPACES TO WS-NIGHT-ENTRY(WS-NIGHT-COUNT)
           MOVE JH-PROGRAM TO NT-PROGRAM(WS-NIGHT-COUNT)
           MOVE JH-MODE TO NT-MODE(WS-NIGHT-COUNT)
           MOVE JH-STATUS TO NT-STATUS(WS-NIGHT-COUNT)
           MOVE WS-RUN-START-SECS TO NT-START-SECS(WS-NIGHT-COUNT)
           MOVE JH-READ TO NT-READ(WS-NIGHT-COUNT)
           IF JH-START-DATE IS NUMERIC AND JH-START-TIME IS NUMERIC
              MOVE JH-START-DATE TO NT-START-DATE(WS-NIGHT-COUNT)
              MOVE JH-START-TIME TO NT-START-TIME(WS-NIGHT-COUNT)
              MOVE 'Y' TO NT-TIMED(WS-NIGHT-COUNT)
           ELSE
              MOVE JH-RUN-DATE TO NT-START-DATE(WS-NIGHT-COUNT)
              MOVE JH-RUN-TIME TO NT-START-TIME(WS-NIGHT-COUNT)
              MOVE 'N' TO NT-TIMED(WS-NIGHT-COUNT)
           END-IF
           IF JH-STATUS EQUAL 'STARTED'
              MOVE 'N' TO NT-ENDED(WS-NIGHT-COUNT)
              MOVE '????' TO NT-END-TIME(WS-NIGHT-COUNT)
              MOVE WS-RUN-START-SECS TO NT-END-SECS(WS-NIGHT-COUNT)
              MOVE 0 TO NT-ELAPSED(WS-NIGHT-COUNT)
           ELSE
              MOVE 'Y' TO NT-ENDED(WS-NIGHT-COUNT)
              MOVE JH-RUN-TIME TO NT-END-TIME(WS-NIGHT-COUNT)
              MOVE WS-RUN-END-SECS TO NT-END-SECS(WS-NIGHT-COUNT)
              COMPUTE NT-ELAPSED(WS-NIGHT-COUNT) =
                 WS-RUN-END-SECS - WS-RUN-START-SECS
           END-IF
       .
      *// a STARTED record is superseded by the finished
      *// record carrying the same start; what is left never
      *// recorded a finish.
       SETTLE-STARTED-RECORDS.
           MOVE 0 TO WS-UNFINISHED
           PERFORM VARYING WS-NIGHT-IND FROM 1 BY 1
              UNTIL WS-NIGHT-IND > WS-NIGHT-COUNT
              IF NT-ENDED(WS-NIGHT-IND) EQUAL 'N'
                 PERFORM VARYING WS-NIGHT-J FROM 1 BY 1
                    UNTIL WS-NIGHT-J > WS-NIGHT-COUNT
                    IF NT-ENDED(WS-NIGHT-J) EQUAL 'Y'
                    AND NT-PROGRAM(WS-NIGHT-J) EQUAL
                        NT-PROGRAM(WS-NIGHT-IND)
                    AND NT-MODE(WS-NIGHT-J) EQUAL
                        NT-MODE(WS-NIGHT-IND)
                    AND NT-START-SECS(WS-NIGHT-J) EQUAL
                        NT-START-SECS(WS-NIGHT-IND)
                       MOVE 'X' TO NT-ENDED(WS-NIGHT-IND)
                       MOVE WS-NIGHT-COUNT TO WS-NIGHT-J
                    END-IF
                 END-PERFORM
                 IF NT-ENDED(WS-NIGHT-IND) EQUAL 'N'
                    ADD 1 TO WS-UNFINISHED
                 END-IF
              END-IF
           END-PERFORM
       .
       SORT-NIGHT-BY-START.
           MOVE 'Y' TO WS-NIGHT-SWAPPED
           PERFORM UNTIL WS-NIGHT-SWAPPED EQUAL 'N'
              MOVE 'N' TO WS-NIGHT-SWAPPED
              PERFORM VARYING WS-NIGHT-IND FROM 1 BY 1
                 UNTIL WS-NIGHT-IND NOT < WS-NIGHT-COUNT
                 IF NT-START-SECS(WS-NIGHT-IND) >
                    NT-START-SECS(WS-NIGHT-IND + 1)
                    MOVE WS-NIGHT-ENTRY(WS-NIGHT-IND)
                      TO WS-NIGHT-TEMP
                    MOVE WS-NIGHT-ENTRY(WS-NIGHT-IND + 1)
                      TO WS-NIGHT-ENTRY(WS-NIGHT-IND)
                    MOVE WS-NIGHT-TEMP
                      TO WS-NIGHT-ENTRY(WS-NIGHT-IND + 1)
                    MOVE 'Y' TO WS-NIGHT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       WRITE-WINDOW-TIMELINE.
           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE 'TIMELINE' TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE
           '  start-end     elapsed  program      m    status    window'
             TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           IF WS-NIGHT-COUNT EQUAL 0
              MOVE '  (no runs started inside the window)'
                TO WINDOW-REPORT-REC
              WRITE WINDOW-REPORT-REC
           END-IF
           PERFORM VARYING WS-NIGHT-IND FROM 1 BY 1
              UNTIL WS-NIGHT-IND > WS-NIGHT-COUNT
              IF NT-ENDED(WS-NIGHT-IND) NOT EQUAL 'X'
                 PERFORM WRITE-TIMELINE-LINE
              END-IF
           END-PERFORM
       .
       WRITE-TIMELINE-LINE.
           PERFORM BUILD-TIMELINE-BAR
           MOVE NT-ELAPSED(WS-NIGHT-IND) TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO WINDOW-REPORT-REC
           EVALUATE TRUE
              WHEN NT-ENDED(WS-NIGHT-IND) EQUAL 'N'
                 MOVE 'no end' TO WS-DUR-TEXT
              WHEN NT-TIMED(WS-NIGHT-IND) EQUAL 'N'
                 MOVE 'untimed' TO WS-DUR-TEXT
           END-EVALUATE
           STRING '  '                         DELIMITED BY SIZE
                  NT-START-TIME(WS-NIGHT-IND)(1:2)
                                               DELIMITED BY SIZE
                  ':'                          DELIMITED BY SIZE
                  NT-START-TIME(WS-NIGHT-IND)(3:2)
                                               DELIMITED BY SIZE
                  '-'                          DELIMITED BY SIZE
                  NT-END-TIME(WS-NIGHT-IND)(1:2)
                                               DELIMITED BY SIZE
                  ':'                          DELIMITED BY SIZE
                  NT-END-TIME(WS-NIGHT-IND)(3:2)
                                               DELIMITED BY SIZE
                  '   '                        DELIMITED BY SIZE
                  WS-DUR-TEXT                  DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  NT-PROGRAM(WS-NIGHT-IND)     DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  NT-MODE(WS-NIGHT-IND)        DELIMITED BY SIZE
                  '    '                       DELIMITED BY SIZE
                  NT-STATUS(WS-NIGHT-IND)      DELIMITED BY SIZE
                  ' |'                         DELIMITED BY SIZE
                  WS-BAR                       DELIMITED BY SIZE
                  '|'                          DELIMITED BY SIZE
                  INTO WINDOW-REPORT-REC
           IF NT-ENDED(WS-NIGHT-IND) EQUAL 'N'
              STRING FUNCTION TRIM(WINDOW-REPORT-REC TRAILING)
                                               DELIMITED BY SIZE
                     ' NO FINISH'              DELIMITED BY SIZE
                     INTO WINDOW-REPORT-REC
           END-IF
           WRITE WINDOW-REPORT-REC
       .
       BUILD-TIMELINE-BAR.
           MOVE ALL '.' TO WS-BAR
           COMPUTE WS-BAR-FROM = (NT-START-SECS(WS-NIGHT-IND)
              - WS-WINDOW-OPEN-SECS) * 48 / WS-WINDOW-LENGTH + 1
           IF NT-END-SECS(WS-NIGHT-IND) NOT < WS-WINDOW-CLOSE-SECS
              MOVE 48 TO WS-BAR-TO
           ELSE
              COMPUTE WS-BAR-TO = (NT-END-SECS(WS-NIGHT-IND)
                 - WS-WINDOW-OPEN-SECS) * 48 / WS-WINDOW-LENGTH + 1
           END-IF
           IF NT-ENDED(WS-NIGHT-IND) EQUAL 'N'
              MOVE '?' TO WS-BAR(WS-BAR-FROM:1)
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAR-IND FROM WS-BAR-FROM BY 1
              UNTIL WS-BAR-IND > WS-BAR-TO
              MOVE '#' TO WS-BAR(WS-BAR-IND:1)
           END-PERFORM
           IF NT-END-SECS(WS-NIGHT-IND) > WS-WINDOW-CLOSE-SECS
              MOVE '>' TO WS-BAR(48:1)
           END-IF
       .
       WRITE-WINDOW-TOTALS.
           MOVE 0 TO WS-TOTAL-ELAPSED
           MOVE 0 TO WS-LAST-END-SECS
           MOVE SPACES TO WS-DUR-TEXT-2
           PERFORM VARYING WS-NIGHT-IND FROM 1 BY 1
              UNTIL WS-NIGHT-IND > WS-NIGHT-COUNT
              IF NT-ENDED(WS-NIGHT-IND) EQUAL 'Y'
                 ADD NT-ELAPSED(WS-NIGHT-IND) TO WS-TOTAL-ELAPSED
                 IF NT-END-SECS(WS-NIGHT-IND) > WS-LAST-END-SECS
                    MOVE NT-END-SECS(WS-NIGHT-IND)
                      TO WS-LAST-END-SECS
                    MOVE NT-END-TIME(WS-NIGHT-IND)
                      TO WS-DUR-TEXT-2
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-ELAPSED TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE SPACES TO WINDOW-REPORT-REC
           STRING 'Total elapsed across the night''s runs: '
                                               DELIMITED BY SIZE
                  WS-DUR-TEXT                  DELIMITED BY SIZE
                  INTO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           IF WS-LAST-END-SECS > 0
              MOVE SPACES TO WINDOW-REPORT-REC
              STRING 'Last run finished at '   DELIMITED BY SIZE
                     WS-DUR-TEXT-2(1:2)        DELIMITED BY SIZE
                     ':'                       DELIMITED BY SIZE
                     WS-DUR-TEXT-2(3:2)        DELIMITED BY SIZE
                     ':'                       DELIMITED BY SIZE
                     WS-DUR-TEXT-2(5:2)        DELIMITED BY SIZE
                     INTO WINDOW-REPORT-REC
              WRITE WINDOW-REPORT-REC
           END-IF
       .
      *// the longest-running steps, longest first -- a
      *// selection pass per place rather than a second sort.
       WRITE-LONGEST-STEPS.
           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE 'LONGEST-RUNNING STEPS' TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE SPACES TO WS-TOP-PICKED
           PERFORM VARYING WS-TOP-SHOWN FROM 1 BY 1
              UNTIL WS-TOP-SHOWN > WS-TOP-LIMIT
              MOVE 0 TO WS-TOP-BEST
              PERFORM VARYING WS-NIGHT-IND FROM 1 BY 1
                 UNTIL WS-NIGHT-IND > WS-NIGHT-COUNT
                 IF NT-ENDED(WS-NIGHT-IND) EQUAL 'Y'
                 AND NT-TIMED(WS-NIGHT-IND) EQUAL 'Y'
                 AND WS-TOP-PICKED(WS-NIGHT-IND:1) EQUAL SPACE
                    IF WS-TOP-BEST EQUAL 0
                       MOVE WS-NIGHT-IND TO WS-TOP-BEST
                    ELSE
                       IF NT-ELAPSED(WS-NIGHT-IND) >
                          NT-ELAPSED(WS-TOP-BEST)
                          MOVE WS-NIGHT-IND TO WS-TOP-BEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-TOP-BEST EQUAL 0
                 MOVE WS-TOP-LIMIT TO WS-TOP-SHOWN
              ELSE
                 MOVE 'Y' TO WS-TOP-PICKED(WS-TOP-BEST:1)
                 MOVE NT-ELAPSED(WS-TOP-BEST) TO WS-DUR-SECS
                 PERFORM FORMAT-DURATION
                 MOVE SPACES TO WINDOW-REPORT-REC
                 STRING '  '                      DELIMITED BY SIZE
                        WS-DUR-TEXT               DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        NT-PROGRAM(WS-TOP-BEST)   DELIMITED BY SIZE
                        ' mode='                  DELIMITED BY SIZE
                        NT-MODE(WS-TOP-BEST)      DELIMITED BY SIZE
                        ' started '               DELIMITED BY SIZE
                        NT-START-TIME(WS-TOP-BEST)(1:2)
                                                  DELIMITED BY SIZE
                        ':'                       DELIMITED BY SIZE
                        NT-START-TIME(WS-TOP-BEST)(3:2)
                                                  DELIMITED BY SIZE
                        INTO WINDOW-REPORT-REC
                 WRITE WINDOW-REPORT-REC
              END-IF
           END-PERFORM
       .
       WRITE-WINDOW-BREACH.
           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE SPACES TO WINDOW-REPORT-REC
           EVALUATE TRUE
              WHEN WS-LAST-END-SECS > WS-WINDOW-CLOSE-SECS
                 COMPUTE WS-DUR-SECS =
                    WS-LAST-END-SECS - WS-WINDOW-CLOSE-SECS
                 PERFORM FORMAT-DURATION
                 STRING 'WINDOW END BREACHED -- work ran '
                                               DELIMITED BY SIZE
                        WS-DUR-TEXT            DELIMITED BY SIZE
                        ' past '               DELIMITED BY SIZE
                        WS-WINDOW-END(1:2)     DELIMITED BY SIZE
                        ':'                    DELIMITED BY SIZE
                        WS-WINDOW-END(3:2)     DELIMITED BY SIZE
                        INTO WINDOW-REPORT-REC
              WHEN WS-LAST-END-SECS EQUAL 0
                 MOVE 'Window end: no finished runs to judge'
                   TO WINDOW-REPORT-REC
              WHEN OTHER
                 COMPUTE WS-DUR-SECS =
                    WS-WINDOW-CLOSE-SECS - WS-LAST-END-SECS
                 PERFORM FORMAT-DURATION
                 STRING 'Window end held -- '  DELIMITED BY SIZE
                        WS-DUR-TEXT            DELIMITED BY SIZE
                        ' to spare before '    DELIMITED BY SIZE
                        WS-WINDOW-END(1:2)     DELIMITED BY SIZE
                        ':'                    DELIMITED BY SIZE
                        WS-WINDOW-END(3:2)     DELIMITED BY SIZE
                        INTO WINDOW-REPORT-REC
           END-EVALUATE
           WRITE WINDOW-REPORT-REC
      *// a run that never recorded its finish may still be
      *// going, so the window cannot be called clean.
           IF WS-UNFINISHED > 0
              MOVE WS-UNFINISHED TO WS-NIGHT-EDIT
              MOVE SPACES TO WINDOW-REPORT-REC
              STRING '** '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NIGHT-EDIT)
                                               DELIMITED BY SIZE
                     ' run(s) never recorded a finish -- window end '
                                               DELIMITED BY SIZE
                     'not confirmed **'        DELIMITED BY SIZE
                     INTO WINDOW-REPORT-REC
              WRITE WINDOW-REPORT-REC
           END-IF
       .
      *// runs that took sharply longer than their own
      *// average -- shown with the read count against its average,
      *// since a slow run on steady volume is the one to chase.
       WRITE-DURATION-GROWTH.
           MOVE 0 TO WS-GROWTH-FLAGGED
           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE WS-GROWTH-THRESHOLD TO WS-GROWTH-EDIT
           MOVE SPACES TO WINDOW-REPORT-REC
           STRING 'DURATION GROWTH (over '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GROWTH-EDIT) DELIMITED BY SIZE
                  '% longer than the run''s own average)'
                                               DELIMITED BY SIZE
                  INTO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           PERFORM VARYING WS-NIGHT-IND FROM 1 BY 1
              UNTIL WS-NIGHT-IND > WS-NIGHT-COUNT
              IF NT-ENDED(WS-NIGHT-IND) EQUAL 'Y'
              AND NT-TIMED(WS-NIGHT-IND) EQUAL 'Y'
                 PERFORM CHECK-ONE-RUN-GROWTH
              END-IF
           END-PERFORM
           MOVE SPACES TO WINDOW-REPORT-REC
           IF WS-GROWTH-FLAGGED EQUAL 0
              MOVE '  (no run grew against its history)'
                TO WINDOW-REPORT-REC
           ELSE
              MOVE WS-GROWTH-FLAGGED TO WS-NIGHT-EDIT
              STRING 'Runs flagged for duration growth: '
                                               DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NIGHT-EDIT)
                                               DELIMITED BY SIZE
                     INTO WINDOW-REPORT-REC
           END-IF
           WRITE WINDOW-REPORT-REC
       .
       CHECK-ONE-RUN-GROWTH.
           MOVE 0 TO WS-BL-CUR
           PERFORM VARYING WS-BL-IND FROM 1 BY 1
              UNTIL WS-BL-IND > WS-BL-COUNT
              IF BL-PROGRAM(WS-BL-IND) EQUAL NT-PROGRAM(WS-NIGHT-IND)
              AND BL-MODE(WS-BL-IND) EQUAL NT-MODE(WS-NIGHT-IND)
                 MOVE WS-BL-IND TO WS-BL-CUR
                 MOVE WS-BL-COUNT TO WS-BL-IND
              END-IF
           END-PERFORM
           IF WS-BL-CUR EQUAL 0 OR BL-TIMED-COUNT(WS-BL-CUR) < 2
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GROWTH-AVG ROUNDED =
              BL-SUM-ELAPSED(WS-BL-CUR) / BL-TIMED-COUNT(WS-BL-CUR)
           COMPUTE WS-GROWTH-LIMIT =
              WS-GROWTH-AVG * (100 + WS-GROWTH-THRESHOLD) / 100
           IF NT-ELAPSED(WS-NIGHT-IND) NOT > WS-GROWTH-LIMIT
           OR NT-ELAPSED(WS-NIGHT-IND) - WS-GROWTH-AVG
              < WS-GROWTH-SECS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROWTH-FLAGGED
           MOVE WS-GROWTH-AVG TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-DUR-TEXT-2
           MOVE NT-ELAPSED(WS-NIGHT-IND) TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           COMPUTE WS-GROWTH-READ-AVG ROUNDED =
              BL-SUM-READ(WS-BL-CUR) / BL-COUNT(WS-BL-CUR)
           MOVE NT-READ(WS-NIGHT-IND) TO WS-READ-EDIT
           MOVE WS-GROWTH-READ-AVG TO WS-ANOM-AVG-EDIT
           MOVE SPACES TO WINDOW-REPORT-REC
           STRING '  '                         DELIMITED BY SIZE
                  NT-PROGRAM(WS-NIGHT-IND)     DELIMITED BY SIZE
                  ' mode='                     DELIMITED BY SIZE
                  NT-MODE(WS-NIGHT-IND)        DELIMITED BY SIZE
                  ' took '                     DELIMITED BY SIZE
                  WS-DUR-TEXT                  DELIMITED BY SIZE
                  ' vs average '               DELIMITED BY SIZE
                  WS-DUR-TEXT-2                DELIMITED BY SIZE
                  ', read='                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-READ-EDIT)  DELIMITED BY SIZE
                  ' vs average '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-AVG-EDIT)
                                               DELIMITED BY SIZE
                  INTO WINDOW-REPORT-REC
      *// counts within the anomaly threshold of their
      *// average: the slowdown is not explained by volume.
           IF WS-GROWTH-READ-AVG > 0
              COMPUTE WS-GROWTH-READ-DEV ROUNDED = FUNCTION ABS(
                 NT-READ(WS-NIGHT-IND) - WS-GROWTH-READ-AVG)
                 * 100 / WS-GROWTH-READ-AVG
           ELSE
              MOVE 0 TO WS-GROWTH-READ-DEV
           END-IF
           IF WS-GROWTH-READ-DEV NOT > WS-ANOMALY-THRESHOLD
              STRING FUNCTION TRIM(WINDOW-REPORT-REC TRAILING)
                                               DELIMITED BY SIZE
                     ' -- COUNTS STEADY'       DELIMITED BY SIZE
                     INTO WINDOW-REPORT-REC
           END-IF
           WRITE WINDOW-REPORT-REC
       .
       CONVERT-TO-SECS.
           COMPUTE WS-CV-SECS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CV-DATE))
              * 86400 + WS-CV-HH * 3600 + WS-CV-MM * 60 + WS-CV-SS
       .
       FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
           COMPUTE WS-DUR-MM =
              (WS-DUR-SECS - WS-DUR-HH * 3600) / 60
           COMPUTE WS-DUR-SS =
              WS-DUR-SECS - WS-DUR-HH * 3600 - WS-DUR-MM * 60
           MOVE SPACES TO WS-DUR-TEXT
           STRING WS-DUR-HH  DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-DUR-MM  DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-DUR-SS  DELIMITED BY SIZE
                  INTO WS-DUR-TEXT
       .
