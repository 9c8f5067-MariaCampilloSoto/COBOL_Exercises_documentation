      *// marked against what CONVERT-NUMBER says they should be
      *// under the class's rules file.
           SELECT ANSWERS-FILE ASSIGN TO WS-ANSWERS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-ANSWERS-STATUS.
           SELECT MARKED-REPORT-FILE ASSIGN TO WS-MARKED-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// one record per class -- id, range, rules file --
              FILE STATUS WS-HISTORY-STATUS.
           SELECT TERM-REPORT-FILE ASSIGN TO WS-TERM-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// item analysis: for every number asked, how the
      *// class did on it, grouped by the rules the number triggers,
      *// so the department can see which combinations to reteach.
           SELECT ITEM-REPORT-FILE ASSIGN TO WS-ITEM-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// term grades went into the school information system
      *// by hand off the term report -- the export writes them in
      *// the system's import layout, checked against the class
      *// roster, with header/trailer counts for the import to tie.
           SELECT CLASS-ROSTER-FILE ASSIGN TO WS-CLASS-ROSTER-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CLASS-ROSTER-STATUS.
           SELECT GRADE-BOUNDARY-FILE ASSIGN TO WS-GRADE-BOUNDARY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-GRADE-BOUNDARY-STATUS.
           SELECT GRADEBOOK-FILE ASSIGN TO WS-GRADEBOOK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT GRADEBOOK-REJECTS-FILE
              ASSIGN TO WS-GRADEBOOK-REJECTS-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 HS-DATE    PIC X(8).
             02 HS-RIGHT   PIC 9(4).
             02 HS-WRONG   PIC 9(4).
      *// S submitted, N on the roster but handed nothing in;
      *// records written before the roster existed carry a space
      *// and count as submitted.
             02 HS-STATUS  PIC X.
       FD TERM-REPORT-FILE.
          01 TERM-REPORT-REC PIC X(100).
       FD ITEM-REPORT-FILE.
          01 ITEM-REPORT-REC PIC X(100).
       FD CLASS-ROSTER-FILE.
          01 CLASS-ROSTER-REC.
             02 CR-CLASS   PIC X(8).
             02 CR-STUDENT PIC X(10).
             02 CR-NAME    PIC X(30).
             02 CR-STATUS  PIC X(8).
       FD GRADE-BOUNDARY-FILE.
          01 GRADE-BOUNDARY-REC.
             02 GB-MIN-PCT-IN PIC 9(3).
             02 GB-GRADE-IN   PIC X(2).
       FD GRADEBOOK-FILE.
          01 GRADEBOOK-REC.
             02 GX-TYPE       PIC X(3).
             02 GX-CLASS      PIC X(8).
             02 GX-STUDENT    PIC X(10).
             02 GX-ASSESSMENT PIC X(30).
             02 GX-DATE       PIC X(8).
             02 GX-RAW        PIC 9(4).
             02 GX-OUT-OF     PIC 9(4).
             02 GX-PCT        PIC 9(3).
             02 GX-GRADE      PIC X(2).
          01 GRADEBOOK-CONTROL-REC.
             02 GXC-TYPE      PIC X(3).
             02 GXC-SOURCE    PIC X(12).
             02 GXC-RUN-DATE  PIC X(8).
             02 GXC-TERM-FROM PIC X(8).
             02 GXC-TERM-TO   PIC X(8).
             02 GXC-COUNT     PIC 9(6).
             02 GXC-RAW-TOTAL PIC 9(9).
             02 GXC-REJECTS   PIC 9(6).
       FD GRADEBOOK-REJECTS-FILE.
          01 GRADEBOOK-REJECTS-REC PIC X(100).
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
       01 WS-NUMBER PIC 9(4).
       01 WS-RESULT PIC X(20).
         88 MODE-MULTI-CLASS       VALUE 'C'.
         88 MODE-GENERATE-SHEETS   VALUE 'W'.
         88 MODE-TERM-REPORT       VALUE 'T'.
         88 MODE-ITEM-ANALYSIS     VALUE 'Q'.
         88 MODE-GRADEBOOK-EXPORT  VALUE 'X'.
       01 WS-RANGE-REPORT-PATH     PIC X(100)
                                   VALUE 'raindrops-table.rpt'.
       01 WS-RANGE-START           PIC 9(4) VALUE 1.
                                    VALUE 'raindrops-answers.dat'.
       01 WS-MARKED-REPORT-PATH    PIC X(100)
                                    VALUE 'raindrops-marked.rpt'.
       01 WS-ANSWERS-STATUS        PIC XX.
       01 WS-EOF-ANSWERS           PIC X VALUE 'N'.
         88 END-OF-ANSWERS         VALUE 'Y'.
       01 WS-GRADE-STUDENTS.
            03 GR-STUDENT-ID PIC X(10).
            03 GR-RIGHT      PIC 9(4).
            03 GR-WRONG      PIC 9(4).
            03 GR-STATUS     PIC X.
       01 WS-GRADE-COUNT           PIC 999 VALUE 0.
       01 WS-GRADE-CUR             PIC 999 VALUE 0.
       01 WS-GRADE-I               PIC 999.
         88 ANSWER-CORRECT         VALUE 'Y'.
       01 WS-GRADE-EDIT            PIC Z(3)9.
       01 WS-GRADE-EDIT2           PIC Z(3)9.
      *// grading checks answers against the class roster when
      *// one is on hand for the class being graded.
       01 WS-ROSTER-CHECK          PIC X VALUE 'N'.
         88 ROSTER-CHECK-ON        VALUE 'Y'.
       01 WS-GRADE-MISSING         PIC 999 VALUE 0.
      *// MULTI-CLASS HANDOUT RUN
       01 WS-CLASS-CONTROL-PATH    PIC X(100)
                                    VALUE 'raindrops-classes.dat'.
            03 HT-WRONG   PIC 9(4).
            03 HT-PCT     PIC 9(3).
            03 HT-DONE    PIC X.
            03 HT-STATUS  PIC X.
       01 WS-HT-COUNT              PIC 9(4) VALUE 0.
       01 WS-HT-IND                PIC 9(4).
       01 WS-HT-J                  PIC 9(4).
       01 WS-WEEK-NO               PIC 9(6).
       01 WS-TERM-AVG              PIC 9(3).
       01 WS-TERM-EDIT             PIC ZZ9.
       01 WS-TERM-SUBMITTED        PIC 9(4).
       01 WS-TERM-SET              PIC 9(4).
       01 WS-TERM-EDIT2            PIC Z(3)9.
       01 WS-TERM-EDIT3            PIC Z(3)9.
       01 WS-TERM-PTR              PIC 999.
       01 WS-HIST-DATE             PIC X(8).
      *// WORKSHEET GENERATION
       01 WS-SHEET-PATH            PIC X(100).
       01 WS-RANDOM-HOLD           PIC V9(9).
       01 WS-GEN-CLASSES           PIC 999 VALUE 0.
       01 WS-GEN-QUESTIONS         PIC 9(6) VALUE 0.
      *// QUESTION ITEM ANALYSIS
       01 WS-ITEM-REPORT-PATH      PIC X(100)
                                    VALUE 'raindrops-items.rpt'.
      *// a rule group whose percent correct falls below this
      *// is flagged for reteaching.
       01 WS-IA-RETEACH-PCT        PIC 9(3) VALUE 60.
       01 WS-IA-MULTI              PIC X VALUE 'N'.
         88 IA-MULTI-CLASS         VALUE 'Y'.
       01 WS-IA-TABLE.
         02 WS-IA-ENTRY OCCURS 600 TIMES.
            03 IA-SORT-KEY.
               04 IA-CLASS         PIC X(8).
               04 IA-HITS          PIC 99.
               04 IA-COMBO         PIC X(30).
               04 IA-NUMBER        PIC 9(4).
            03 IA-ATTEMPTS         PIC 9(5).
            03 IA-CORRECT          PIC 9(5).
            03 IA-WRONG-USED       PIC 9.
            03 IA-WRONG OCCURS 6 TIMES.
               04 IA-WRONG-TEXT    PIC X(20).
               04 IA-WRONG-COUNT   PIC 9(4).
       01 WS-IA-TEMP-ENTRY         PIC X(199).
       01 WS-IA-COUNT              PIC 9(4) VALUE 0.
       01 WS-IA-IND                PIC 9(4).
       01 WS-IA-CUR                PIC 9(4).
       01 WS-IA-W                  PIC 9.
       01 WS-IA-WCUR               PIC 9.
       01 WS-IA-SWAPPED            PIC X.
         88 IA-SWAPPED             VALUE 'Y'.
       01 WS-IA-KEY-CLASS          PIC X(8).
       01 WS-IA-HITS               PIC 99.
       01 WS-IA-COMBO              PIC X(30).
       01 WS-IA-COMBO-PTR          PIC 99.
       01 WS-IA-ANSWER             PIC X(20).
       01 WS-IA-OVERFLOW           PIC 9(6) VALUE 0.
       01 WS-IA-PREV-CLASS         PIC X(8).
       01 WS-IA-PREV-HITS          PIC 99.
       01 WS-IA-PREV-COMBO         PIC X(30).
       01 WS-IA-GRP-ATTEMPTS       PIC 9(6).
       01 WS-IA-GRP-CORRECT        PIC 9(6).
       01 WS-IA-PCT                PIC 9(3).
       01 WS-IA-EDIT               PIC Z(4)9.
       01 WS-IA-PCT-EDIT           PIC ZZ9.
       01 WS-IA-PTR                PIC 999.
      *// CLASS ROSTER
       01 WS-CLASS-ROSTER-PATH     PIC X(100)
                                    VALUE 'raindrops-roster.dat'.
       01 WS-CLASS-ROSTER-STATUS   PIC XX.
       01 WS-CR-TABLE.
         02 WS-CR-ENTRY OCCURS 1000 TIMES.
            03 CRE-CLASS   PIC X(8).
            03 CRE-STUDENT PIC X(10).
            03 CRE-NAME    PIC X(30).
            03 CRE-STATUS  PIC X(8).
       01 WS-CR-COUNT              PIC 9(4) VALUE 0.
       01 WS-CR-IND                PIC 9(4).
       01 WS-CR-CUR                PIC 9(4).
       01 WS-CR-OVERFLOW           PIC 9(6) VALUE 0.
       01 WS-CR-KEY-CLASS          PIC X(8).
       01 WS-CR-KEY-STUDENT        PIC X(10).
       01 WS-EOF-ROSTER            PIC X VALUE 'N'.
         88 END-OF-ROSTER          VALUE 'Y'.
      *// GRADEBOOK EXPORT
       01 WS-GRADE-BOUNDARY-PATH   PIC X(100)
                                    VALUE 'raindrops-grades.dat'.
       01 WS-GRADE-BOUNDARY-STATUS PIC XX.
       01 WS-GRADEBOOK-PATH        PIC X(100)
                                    VALUE 'raindrops-gradebook.dat'.
       01 WS-GRADEBOOK-REJECTS-PATH PIC X(100)
                          VALUE 'raindrops-gradebook-rejects.rpt'.
       01 WS-GB-TABLE.
         02 WS-GB-ENTRY OCCURS 20 TIMES.
            03 GBE-MIN-PCT PIC 9(3).
            03 GBE-GRADE   PIC X(2).
       01 WS-GB-COUNT              PIC 99 VALUE 0.
       01 WS-GB-IND                PIC 99.
       01 WS-GB-BEST               PIC 99.
       01 WS-EOF-GRADES            PIC X VALUE 'N'.
         88 END-OF-GRADES          VALUE 'Y'.
      *// the term the export covers; the defaults take the
      *// whole history file.
       01 WS-TERM-FROM             PIC X(8) VALUE '00000000'.
       01 WS-TERM-TO               PIC X(8) VALUE '99999999'.
       01 WS-ASSESSMENT-NAME       PIC X(30)
                                    VALUE 'RAINDROPS WORKSHEET'.
      *// one gradebook row per class and student: the term's
      *// history is totalled here first, entry for entry with the
      *// roster table, submitted worksheets only.
       01 WS-GT-TABLE.
         02 WS-GT-ENTRY OCCURS 1000 TIMES.
            03 GTE-ROWS      PIC 9(4).
            03 GTE-SUBMITTED PIC 9(4).
            03 GTE-RIGHT     PIC 9(6).
            03 GTE-WRONG     PIC 9(6).
            03 GTE-LAST-DATE PIC X(8).
       01 WS-GX-ROWS-READ          PIC 9(6) VALUE 0.
       01 WS-GX-IN-TERM            PIC X.
         88 GX-IN-TERM             VALUE 'Y'.
       01 WS-GX-ROW-OK             PIC X.
         88 GX-ROW-OK              VALUE 'Y'.
       01 WS-GX-REASON             PIC X(40).
       01 WS-GX-PCT                PIC 9(3).
       01 WS-GX-GRADE              PIC X(2).
       01 WS-GX-COUNT              PIC 9(6) VALUE 0.
       01 WS-GX-RAW-TOTAL          PIC 9(9) VALUE 0.
       01 WS-GX-REJECTS            PIC 9(6) VALUE 0.
       01 WS-GX-EDIT               PIC Z(5)9.
       01 WS-GX-PTR                PIC 999.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'raindrops-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       RAINDROPS.
                 PERFORM RUN-WORKSHEET-GENERATION
              WHEN MODE-TERM-REPORT
                 PERFORM RUN-TERM-REPORT
              WHEN MODE-ITEM-ANALYSIS
                 PERFORM RUN-ITEM-ANALYSIS
              WHEN MODE-GRADEBOOK-EXPORT
                 PERFORM RUN-GRADEBOOK-EXPORT
              WHEN OTHER
                 PERFORM CONVERT-NUMBER
           END-EVALUATE
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'R' OR 'N'
                    OR 'G' OR 'C' OR 'W' OR 'T' OR 'Q' OR 'X'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'raindrops run-control: bad MODE '''
                       RCTL-VALUE(1:1)
                       ''' (valid: S R N G C W T Q X), entry ignored'
                 END-IF
              WHEN 'RULES'
                 MOVE RCTL-VALUE TO WS-RULES-PATH
                 MOVE RCTL-VALUE TO WS-HISTORY-PATH
              WHEN 'TERM-RPT'
                 MOVE RCTL-VALUE TO WS-TERM-REPORT-PATH
              WHEN 'ROSTER'
                 MOVE RCTL-VALUE TO WS-CLASS-ROSTER-PATH
              WHEN 'GRADES'
                 MOVE RCTL-VALUE TO WS-GRADE-BOUNDARY-PATH
              WHEN 'GRADEBOOK'
                 MOVE RCTL-VALUE TO WS-GRADEBOOK-PATH
              WHEN 'GB-REJECTS'
                 MOVE RCTL-VALUE TO WS-GRADEBOOK-REJECTS-PATH
              WHEN 'ASSESSMENT'
                 MOVE RCTL-VALUE(1:30) TO WS-ASSESSMENT-NAME
              WHEN 'TERM-FROM'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-TERM-FROM
                 ELSE
                    DISPLAY 'raindrops run-control: TERM-FROM '
                       'not a YYYYMMDD date, entry ignored'
                 END-IF
              WHEN 'TERM-TO'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-TERM-TO
                 ELSE
                    DISPLAY 'raindrops run-control: TERM-TO '
                       'not a YYYYMMDD date, entry ignored'
                 END-IF
              WHEN 'ITEM-RPT'
                 MOVE RCTL-VALUE TO WS-ITEM-REPORT-PATH
              WHEN 'RETEACH-PCT'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-IA-RETEACH-PCT
                 ELSE
                    DISPLAY 'raindrops run-control: RETEACH-PCT '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'QUESTIONS'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-QUESTION-COUNT
       RUN-GRADING.
           PERFORM WRITE-JOB-START
           OPEN INPUT ANSWERS-FILE
           IF WS-ANSWERS-STATUS NOT EQUAL '00'
              DISPLAY 'raindrops grading: cannot open answers file '
                 FUNCTION TRIM(WS-ANSWERS-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT MARKED-REPORT-FILE
           MOVE 'N' TO WS-EOF-ANSWERS
           MOVE 0 TO WS-GRADE-COUNT
           MOVE 'MARKED WORKSHEETS' TO MARKED-REPORT-REC
           WRITE MARKED-REPORT-REC
           PERFORM SET-ROSTER-CHECK
           READ ANSWERS-FILE
              AT END MOVE 'Y' TO WS-EOF-ANSWERS
           END-READ
           PERFORM UNTIL END-OF-ANSWERS
              ADD 1 TO WS-JH-READ
              IF ROSTER-CHECK-ON
                 MOVE WS-CLASS-FILTER TO WS-CR-KEY-CLASS
                 MOVE AN-STUDENT-ID TO WS-CR-KEY-STUDENT
                 PERFORM FIND-ROSTER-STUDENT
              END-IF
              IF ROSTER-CHECK-ON AND WS-CR-CUR EQUAL 0
                 PERFORM REJECT-OFF-ROSTER-ANSWER
              ELSE
                 PERFORM GRADE-ONE-ANSWER
              END-IF
              READ ANSWERS-FILE
                 AT END MOVE 'Y' TO WS-EOF-ANSWERS
              END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           IF ROSTER-CHECK-ON
              PERFORM ADD-MISSING-SUBMISSIONS
           END-IF
           PERFORM WRITE-GRADE-SUMMARY
           PERFORM APPEND-GRADE-HISTORY
           COMPUTE WS-JH-WRITTEN = WS-JH-READ - WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
           CLOSE MARKED-REPORT-FILE
       .
                 MOVE AN-STUDENT-ID TO GR-STUDENT-ID(WS-GRADE-CUR)
                 MOVE 0 TO GR-RIGHT(WS-GRADE-CUR)
                 MOVE 0 TO GR-WRONG(WS-GRADE-CUR)
                 MOVE 'S' TO GR-STATUS(WS-GRADE-CUR)
              END-IF
           END-IF
       .
              MOVE SPACES TO MARKED-REPORT-REC
              MOVE GR-RIGHT(WS-GRADE-I) TO WS-GRADE-EDIT
              MOVE GR-WRONG(WS-GRADE-I) TO WS-GRADE-EDIT2
              IF GR-STATUS(WS-GRADE-I) EQUAL 'N'
                 STRING FUNCTION TRIM(GR-STUDENT-ID(WS-GRADE-I))
                                                DELIMITED BY SIZE
                        ': NOT SUBMITTED'       DELIMITED BY SIZE
                        INTO MARKED-REPORT-REC
              ELSE
                 STRING FUNCTION TRIM(GR-STUDENT-ID(WS-GRADE-I))
                                                DELIMITED BY SIZE
                        ': '                    DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GRADE-EDIT)
                                                DELIMITED BY SIZE
                        ' correct, '            DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GRADE-EDIT2)
                                                DELIMITED BY SIZE
                        ' incorrect'            DELIMITED BY SIZE
                        INTO MARKED-REPORT-REC
              END-IF
              WRITE MARKED-REPORT-REC
           END-PERFORM
           IF WS-GRADE-MISSING > 0
              MOVE SPACES TO MARKED-REPORT-REC
              MOVE WS-GRADE-MISSING TO WS-GRADE-EDIT
              STRING 'Not submitted: '          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GRADE-EDIT)
                                                DELIMITED BY SIZE
                     INTO MARKED-REPORT-REC
              WRITE MARKED-REPORT-REC
           END-IF
       .
       VALIDATE-NUMBER-RECORD.
           MOVE 'Y' TO WS-NUMBER-VALID
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'RAINDROPS' TO JH-PROGRAM
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
              MOVE WS-HIST-DATE TO HS-DATE
              MOVE GR-RIGHT(WS-GRADE-I) TO HS-RIGHT
              MOVE GR-WRONG(WS-GRADE-I) TO HS-WRONG
              MOVE GR-STATUS(WS-GRADE-I) TO HS-STATUS
              WRITE HISTORY-REC
           END-PERFORM
           CLOSE HISTORY-FILE
       RUN-TERM-REPORT.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-TERM-HISTORY
           PERFORM LOAD-CLASS-ROSTER
           OPEN OUTPUT TERM-REPORT-FILE
           MOVE SPACES TO TERM-REPORT-REC
           IF WS-CLASS-FILTER EQUAL SPACES
                 PERFORM REPORT-ONE-STUDENT
              END-IF
           END-PERFORM
           PERFORM WRITE-UNSEEN-ROSTER-STUDENTS
           PERFORM WRITE-WEEKLY-AVERAGES
           CLOSE TERM-REPORT-FILE
           MOVE WS-HT-COUNT TO WS-JH-READ
                          MOVE HS-DATE TO HT-DATE(WS-HT-COUNT)
                          MOVE HS-RIGHT TO HT-RIGHT(WS-HT-COUNT)
                          MOVE HS-WRONG TO HT-WRONG(WS-HT-COUNT)
                          MOVE HS-STATUS TO HT-STATUS(WS-HT-COUNT)
                          IF HS-RIGHT + HS-WRONG > 0
                             COMPUTE HT-PCT(WS-HT-COUNT) ROUNDED =
                                HS-RIGHT * 100
                             MOVE 0 TO HT-PCT(WS-HT-COUNT)
                          END-IF
                          MOVE 'N' TO HT-DONE(WS-HT-COUNT)
                          IF HS-STATUS NOT EQUAL 'N'
                             PERFORM TALLY-WEEKLY-AVERAGE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
       .
      *// walk one student's runs in file (and so date)
      *// order; two drops in a row earns the slipping flag. A
      *// worksheet not handed in is shown but neither breaks nor
      *// extends a run of drops.
       REPORT-ONE-STUDENT.
           MOVE 0 TO WS-TERM-SUBMITTED
           MOVE 0 TO WS-TERM-SET
           PERFORM VARYING WS-HT-J FROM 1 BY 1
              UNTIL WS-HT-J > WS-HT-COUNT
              IF HT-STUDENT(WS-HT-J) EQUAL HT-STUDENT(WS-HT-IND)
              AND HT-DONE(WS-HT-J) EQUAL 'N'
                 ADD 1 TO WS-TERM-SET
                 IF HT-STATUS(WS-HT-J) NOT EQUAL 'N'
                    ADD 1 TO WS-TERM-SUBMITTED
                 END-IF
              END-IF
           END-PERFORM
           MOVE HT-CLASS(WS-HT-IND) TO WS-CR-KEY-CLASS
           MOVE HT-STUDENT(WS-HT-IND) TO WS-CR-KEY-STUDENT
           PERFORM FIND-ROSTER-STUDENT
           MOVE SPACES TO TERM-REPORT-REC
           WRITE TERM-REPORT-REC
           MOVE SPACES TO TERM-REPORT-REC
           MOVE 1 TO WS-TERM-PTR
           STRING 'STUDENT '                     DELIMITED BY SIZE
                  FUNCTION TRIM(HT-STUDENT(WS-HT-IND))
                                                 DELIMITED BY SIZE
                  INTO TERM-REPORT-REC WITH POINTER WS-TERM-PTR
           IF WS-CR-CUR > 0
              STRING ' ('                        DELIMITED BY SIZE
                     FUNCTION TRIM(CRE-NAME(WS-CR-CUR))
                                                 DELIMITED BY SIZE
                     ')'                         DELIMITED BY SIZE
                     INTO TERM-REPORT-REC WITH POINTER WS-TERM-PTR
           END-IF
           COMPUTE WS-TERM-AVG ROUNDED =
              WS-TERM-SUBMITTED * 100 / WS-TERM-SET
           MOVE WS-TERM-SUBMITTED TO WS-TERM-EDIT2
           MOVE WS-TERM-SET TO WS-TERM-EDIT3
           MOVE WS-TERM-AVG TO WS-TERM-EDIT
           STRING '  submitted '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-EDIT2)   DELIMITED BY SIZE
                  ' of '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-EDIT3)   DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-EDIT)    DELIMITED BY SIZE
                  '%)'                           DELIMITED BY SIZE
                  INTO TERM-REPORT-REC WITH POINTER WS-TERM-PTR
           WRITE TERM-REPORT-REC
           MOVE 'Y' TO WS-TERM-FIRST
           MOVE 0 TO WS-TERM-DROPS
              IF HT-STUDENT(WS-HT-J) EQUAL HT-STUDENT(WS-HT-IND)
              AND HT-DONE(WS-HT-J) EQUAL 'N'
                 MOVE 'Y' TO HT-DONE(WS-HT-J)
                 IF HT-STATUS(WS-HT-J) EQUAL 'N'
                    MOVE SPACES TO TERM-REPORT-REC
                    STRING '  '                  DELIMITED BY SIZE
                           HT-DATE(WS-HT-J)      DELIMITED BY SIZE
                           ' NOT SUBMITTED'      DELIMITED BY SIZE
                           INTO TERM-REPORT-REC
                    WRITE TERM-REPORT-REC
                 ELSE
                    PERFORM REPORT-ONE-SUBMISSION
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TERM-FLAG EQUAL 'Y'
              WRITE TERM-REPORT-REC
           END-IF
       .
       REPORT-ONE-SUBMISSION.
           IF WS-TERM-FIRST EQUAL 'N'
              IF HT-PCT(WS-HT-J) < WS-TERM-PREV-PCT
                 ADD 1 TO WS-TERM-DROPS
                 IF WS-TERM-DROPS >= 2
                    MOVE 'Y' TO WS-TERM-FLAG
                 END-IF
              ELSE
                 MOVE 0 TO WS-TERM-DROPS
              END-IF
           END-IF
           MOVE 'N' TO WS-TERM-FIRST
           MOVE HT-PCT(WS-HT-J) TO WS-TERM-PREV-PCT
           MOVE SPACES TO TERM-REPORT-REC
           MOVE HT-PCT(WS-HT-J) TO WS-TERM-EDIT
           STRING '  '                           DELIMITED BY SIZE
                  HT-DATE(WS-HT-J)               DELIMITED BY SIZE
                  ' right='                      DELIMITED BY SIZE
                  HT-RIGHT(WS-HT-J)              DELIMITED BY SIZE
                  ' wrong='                      DELIMITED BY SIZE
                  HT-WRONG(WS-HT-J)              DELIMITED BY SIZE
                  ' score '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-EDIT)    DELIMITED BY SIZE
                  '%'                            DELIMITED BY SIZE
                  INTO TERM-REPORT-REC
           WRITE TERM-REPORT-REC
       .
      *// an active roster student with nothing at all in the
      *// history for the term would otherwise not appear.
       WRITE-UNSEEN-ROSTER-STUDENTS.
           PERFORM VARYING WS-CR-IND FROM 1 BY 1
              UNTIL WS-CR-IND > WS-CR-COUNT
              IF (WS-CLASS-FILTER EQUAL SPACES
                  OR CRE-CLASS(WS-CR-IND) EQUAL WS-CLASS-FILTER)
              AND (CRE-STATUS(WS-CR-IND) EQUAL 'ACTIVE'
                   OR CRE-STATUS(WS-CR-IND) EQUAL SPACES)
                 MOVE 0 TO WS-HT-J
                 PERFORM VARYING WS-HT-IND FROM 1 BY 1
                    UNTIL WS-HT-IND > WS-HT-COUNT OR WS-HT-J > 0
                    IF HT-STUDENT(WS-HT-IND)
                       EQUAL CRE-STUDENT(WS-CR-IND)
                       MOVE WS-HT-IND TO WS-HT-J
                    END-IF
                 END-PERFORM
                 IF WS-HT-J EQUAL 0
                    MOVE SPACES TO TERM-REPORT-REC
                    WRITE TERM-REPORT-REC
                    MOVE SPACES TO TERM-REPORT-REC
                    STRING 'STUDENT '            DELIMITED BY SIZE
                           FUNCTION TRIM(CRE-STUDENT(WS-CR-IND))
                                                 DELIMITED BY SIZE
                           ' ('                  DELIMITED BY SIZE
                           FUNCTION TRIM(CRE-NAME(WS-CR-IND))
                                                 DELIMITED BY SIZE
                           ')  submitted 0 -- no worksheets on file'
                                                 DELIMITED BY SIZE
                           INTO TERM-REPORT-REC
                    WRITE TERM-REPORT-REC
                 END-IF
              END-IF
           END-PERFORM
       .
       WRITE-WEEKLY-AVERAGES.
           MOVE SPACES TO TERM-REPORT-REC
           WRITE TERM-REPORT-REC
              END-IF
           END-PERFORM
       .
      *// item analysis over graded worksheets: for each
      *// number asked, how many attempted it, the percent correct
      *// and the commonest wrong answer, grouped by the rule
      *// combination the number triggers. With no CLASS set and a
      *// class control file on hand, every class is analysed from
      *// its own answers file under its own rules, then combined.
       RUN-ITEM-ANALYSIS.
           PERFORM WRITE-JOB-START
           MOVE 0 TO WS-IA-COUNT
           MOVE 'N' TO WS-IA-MULTI
           IF WS-CLASS-FILTER EQUAL SPACES
              OPEN INPUT CLASS-CONTROL-FILE
              IF WS-CLASS-CONTROL-STATUS EQUAL '00'
                 MOVE 'Y' TO WS-IA-MULTI
              END-IF
           END-IF
           IF IA-MULTI-CLASS
              MOVE 'N' TO WS-EOF-CLASSES
              PERFORM UNTIL END-OF-CLASSES
                 READ CLASS-CONTROL-FILE
                    AT END MOVE 'Y' TO WS-EOF-CLASSES
                    NOT AT END PERFORM ANALYSE-ONE-CLASS
                 END-READ
              END-PERFORM
              CLOSE CLASS-CONTROL-FILE
           ELSE
              MOVE WS-CLASS-FILTER TO WS-CLASS-ID
              PERFORM ANALYSE-ANSWERS-FILE
           END-IF
           PERFORM SORT-ITEM-TABLE
           PERFORM WRITE-ITEM-REPORT
           PERFORM WRITE-JOB-HISTORY
       .
      *// a class brings its own rules, as in the handout run,
      *// and its worksheets come back as raindrops-<class>-answers.
       ANALYSE-ONE-CLASS.
           MOVE CL-CLASS-ID-IN TO WS-CLASS-ID
           IF CL-RULES-PATH-IN NOT EQUAL SPACES
              MOVE CL-RULES-PATH-IN TO WS-RULES-PATH
           ELSE
              MOVE 'raindrops-rules.dat' TO WS-RULES-PATH
           END-IF
           MOVE 'N' TO WS-RULES-LOADED
           MOVE SPACES TO WS-ANSWERS-PATH
           STRING 'raindrops-'                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLASS-ID)      DELIMITED BY SIZE
                  '-answers.dat'                  DELIMITED BY SIZE
                  INTO WS-ANSWERS-PATH
           PERFORM ANALYSE-ANSWERS-FILE
       .
       ANALYSE-ANSWERS-FILE.
           OPEN INPUT ANSWERS-FILE
           IF WS-ANSWERS-STATUS NOT EQUAL '00'
              DISPLAY 'raindrops item analysis: no answers file '
                 FUNCTION TRIM(WS-ANSWERS-PATH) ', class '
                 FUNCTION TRIM(WS-CLASS-ID) ' skipped'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ANSWERS
           PERFORM UNTIL END-OF-ANSWERS
              READ ANSWERS-FILE
                 AT END MOVE 'Y' TO WS-EOF-ANSWERS
                 NOT AT END
                    ADD 1 TO WS-JH-READ
                    PERFORM ANALYSE-ONE-ANSWER
              END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
       .
      *// marked exactly as GRADE-ONE-ANSWER marks it; an
      *// ungradeable number is left out of the analysis.
       ANALYSE-ONE-ANSWER.
           IF AN-NUMBER NOT NUMERIC
              ADD 1 TO WS-JH-REJECTS
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AN-NUMBER) TO WS-NUMBER
           PERFORM CONVERT-NUMBER
           IF CONVERT-RESULT-OVERFLOW
              ADD 1 TO WS-JH-REJECTS
              EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-STUDENT-ANSWER
           PERFORM BUILD-RULE-COMBO
           ADD 1 TO WS-JH-WRITTEN
           MOVE WS-CLASS-ID TO WS-IA-KEY-CLASS
           PERFORM TALLY-ITEM
           IF IA-MULTI-CLASS
              MOVE HIGH-VALUES TO WS-IA-KEY-CLASS
              PERFORM TALLY-ITEM
           END-IF
       .
      *// the rule words the number triggers, joined with
      *// '+' -- one word is a single factor, more a combination,
      *// none means the answer is just the number.
       BUILD-RULE-COMBO.
           MOVE SPACES TO WS-IA-COMBO
           MOVE 0 TO WS-IA-HITS
           MOVE 1 TO WS-IA-COMBO-PTR
           PERFORM VARYING WS-RULE-IND FROM 1 BY 1
              UNTIL WS-RULE-IND > WS-RULE-COUNT
              DIVIDE WS-NUMBER BY RULE-DIVISOR(WS-RULE-IND)
                 GIVING WS-VALUE REMAINDER WS-RULE-REM
              IF WS-RULE-REM EQUAL 0
                 IF WS-IA-HITS > 0
                    STRING '+' DELIMITED BY SIZE
                       INTO WS-IA-COMBO WITH POINTER WS-IA-COMBO-PTR
                    END-STRING
                 END-IF
                 STRING RULE-WORD(WS-RULE-IND) DELIMITED BY SPACES
                    INTO WS-IA-COMBO WITH POINTER WS-IA-COMBO-PTR
                 END-STRING
                 ADD 1 TO WS-IA-HITS
              END-IF
           END-PERFORM
           IF WS-IA-HITS EQUAL 0
              MOVE 'just the number' TO WS-IA-COMBO
           END-IF
       .
      *// one entry per class, number and rule combination --
      *// the combination is part of the key because two classes'
      *// rules files can send the same number different ways.
       TALLY-ITEM.
           MOVE 0 TO WS-IA-CUR
           PERFORM VARYING WS-IA-IND FROM 1 BY 1
              UNTIL WS-IA-IND > WS-IA-COUNT OR WS-IA-CUR > 0
              IF IA-CLASS(WS-IA-IND) EQUAL WS-IA-KEY-CLASS
              AND IA-NUMBER(WS-IA-IND) EQUAL WS-NUMBER
              AND IA-COMBO(WS-IA-IND) EQUAL WS-IA-COMBO
                 MOVE WS-IA-IND TO WS-IA-CUR
              END-IF
           END-PERFORM
           IF WS-IA-CUR EQUAL 0
              IF WS-IA-COUNT >= 600
                 ADD 1 TO WS-IA-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-IA-COUNT
              MOVE WS-IA-COUNT TO WS-IA-CUR
              INITIALIZE WS-IA-ENTRY(WS-IA-CUR)
              MOVE WS-IA-KEY-CLASS TO IA-CLASS(WS-IA-CUR)
              MOVE WS-IA-HITS TO IA-HITS(WS-IA-CUR)
              MOVE WS-IA-COMBO TO IA-COMBO(WS-IA-CUR)
              MOVE WS-NUMBER TO IA-NUMBER(WS-IA-CUR)
           END-IF
           ADD 1 TO IA-ATTEMPTS(WS-IA-CUR)
           IF ANSWER-CORRECT
              ADD 1 TO IA-CORRECT(WS-IA-CUR)
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(AN-ANSWER) TO WS-IA-ANSWER
           IF WS-IA-ANSWER EQUAL SPACES
              MOVE '(blank)' TO WS-IA-ANSWER
           END-IF
           MOVE 0 TO WS-IA-WCUR
           PERFORM VARYING WS-IA-W FROM 1 BY 1
              UNTIL WS-IA-W > IA-WRONG-USED(WS-IA-CUR)
              OR WS-IA-WCUR > 0
              IF IA-WRONG-TEXT(WS-IA-CUR, WS-IA-W) EQUAL WS-IA-ANSWER
                 MOVE WS-IA-W TO WS-IA-WCUR
              END-IF
           END-PERFORM
           IF WS-IA-WCUR EQUAL 0
           AND IA-WRONG-USED(WS-IA-CUR) < 6
              ADD 1 TO IA-WRONG-USED(WS-IA-CUR)
              MOVE IA-WRONG-USED(WS-IA-CUR) TO WS-IA-WCUR
              MOVE WS-IA-ANSWER
                TO IA-WRONG-TEXT(WS-IA-CUR, WS-IA-WCUR)
              MOVE 0 TO IA-WRONG-COUNT(WS-IA-CUR, WS-IA-WCUR)
           END-IF
           IF WS-IA-WCUR > 0
              ADD 1 TO IA-WRONG-COUNT(WS-IA-CUR, WS-IA-WCUR)
           END-IF
       .
      *// class, then number of rules hit (none, single
      *// factor, combinations), then the combination and number;
      *// the all-classes entries carry HIGH-VALUES and so sort last.
       SORT-ITEM-TABLE.
           MOVE 'Y' TO WS-IA-SWAPPED
           PERFORM UNTIL NOT IA-SWAPPED
              MOVE 'N' TO WS-IA-SWAPPED
              PERFORM VARYING WS-IA-IND FROM 1 BY 1
                 UNTIL WS-IA-IND >= WS-IA-COUNT
                 IF IA-SORT-KEY(WS-IA-IND) >
                    IA-SORT-KEY(WS-IA-IND + 1)
                    MOVE WS-IA-ENTRY(WS-IA-IND) TO WS-IA-TEMP-ENTRY
                    MOVE WS-IA-ENTRY(WS-IA-IND + 1)
                      TO WS-IA-ENTRY(WS-IA-IND)
                    MOVE WS-IA-TEMP-ENTRY
                      TO WS-IA-ENTRY(WS-IA-IND + 1)
                    MOVE 'Y' TO WS-IA-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       WRITE-ITEM-REPORT.
           OPEN OUTPUT ITEM-REPORT-FILE
           MOVE 'QUESTION ITEM ANALYSIS' TO ITEM-REPORT-REC
           WRITE ITEM-REPORT-REC
           MOVE LOW-VALUES TO WS-IA-PREV-CLASS
           MOVE 0 TO WS-IA-PREV-HITS
           MOVE SPACES TO WS-IA-PREV-COMBO
           PERFORM VARYING WS-IA-IND FROM 1 BY 1
              UNTIL WS-IA-IND > WS-IA-COUNT
              IF IA-CLASS(WS-IA-IND) NOT EQUAL WS-IA-PREV-CLASS
              OR IA-HITS(WS-IA-IND) NOT EQUAL WS-IA-PREV-HITS
              OR IA-COMBO(WS-IA-IND) NOT EQUAL WS-IA-PREV-COMBO
                 IF WS-IA-IND > 1
                    PERFORM WRITE-ITEM-GROUP-TOTAL
                 END-IF
                 IF IA-CLASS(WS-IA-IND) NOT EQUAL WS-IA-PREV-CLASS
                    MOVE IA-CLASS(WS-IA-IND) TO WS-IA-PREV-CLASS
                    PERFORM WRITE-ITEM-CLASS-HEAD
                 END-IF
                 MOVE IA-HITS(WS-IA-IND) TO WS-IA-PREV-HITS
                 MOVE IA-COMBO(WS-IA-IND) TO WS-IA-PREV-COMBO
                 PERFORM WRITE-ITEM-GROUP-HEAD
              END-IF
              PERFORM WRITE-ITEM-LINE
           END-PERFORM
           IF WS-IA-COUNT > 0
              PERFORM WRITE-ITEM-GROUP-TOTAL
           ELSE
              MOVE 'NO GRADEABLE ANSWERS FOUND' TO ITEM-REPORT-REC
              WRITE ITEM-REPORT-REC
           END-IF
           IF WS-IA-OVERFLOW > 0
              MOVE SPACES TO ITEM-REPORT-REC
              MOVE WS-IA-OVERFLOW TO WS-IA-EDIT
              STRING '** '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IA-EDIT)   DELIMITED BY SIZE
                     ' answers not analysed -- item table full **'
                                                 DELIMITED BY SIZE
                     INTO ITEM-REPORT-REC
              WRITE ITEM-REPORT-REC
           END-IF
           CLOSE ITEM-REPORT-FILE
       .
       WRITE-ITEM-CLASS-HEAD.
           MOVE SPACES TO ITEM-REPORT-REC
           WRITE ITEM-REPORT-REC
           MOVE SPACES TO ITEM-REPORT-REC
           EVALUATE TRUE
              WHEN WS-IA-PREV-CLASS EQUAL HIGH-VALUES
                 MOVE 'ALL CLASSES' TO ITEM-REPORT-REC
              WHEN WS-IA-PREV-CLASS EQUAL SPACES
                 MOVE 'CLASS (not named)' TO ITEM-REPORT-REC
              WHEN OTHER
                 STRING 'CLASS '                 DELIMITED BY SIZE
                        FUNCTION TRIM(WS-IA-PREV-CLASS)
                                                 DELIMITED BY SIZE
                        INTO ITEM-REPORT-REC
           END-EVALUATE
           WRITE ITEM-REPORT-REC
       .
       WRITE-ITEM-GROUP-HEAD.
           MOVE 0 TO WS-IA-GRP-ATTEMPTS
           MOVE 0 TO WS-IA-GRP-CORRECT
           MOVE SPACES TO ITEM-REPORT-REC
           EVALUATE TRUE
              WHEN WS-IA-PREV-HITS EQUAL 0
                 MOVE '  Rule: none -- just the number'
                   TO ITEM-REPORT-REC
              WHEN WS-IA-PREV-HITS EQUAL 1
                 STRING '  Rule: '               DELIMITED BY SIZE
                        FUNCTION TRIM(WS-IA-PREV-COMBO)
                                                 DELIMITED BY SIZE
                        ' (single factor)'       DELIMITED BY SIZE
                        INTO ITEM-REPORT-REC
              WHEN OTHER
                 STRING '  Rule: '               DELIMITED BY SIZE
                        FUNCTION TRIM(WS-IA-PREV-COMBO)
                                                 DELIMITED BY SIZE
                        ' (combination)'         DELIMITED BY SIZE
                        INTO ITEM-REPORT-REC
           END-EVALUATE
           WRITE ITEM-REPORT-REC
       .
      *// one line per number: attempts, percent correct and
      *// the wrong answer given most often (first seen wins a tie).
       WRITE-ITEM-LINE.
           ADD IA-ATTEMPTS(WS-IA-IND) TO WS-IA-GRP-ATTEMPTS
           ADD IA-CORRECT(WS-IA-IND) TO WS-IA-GRP-CORRECT
           COMPUTE WS-IA-PCT ROUNDED =
              IA-CORRECT(WS-IA-IND) * 100 / IA-ATTEMPTS(WS-IA-IND)
           MOVE 0 TO WS-IA-WCUR
           PERFORM VARYING WS-IA-W FROM 1 BY 1
              UNTIL WS-IA-W > IA-WRONG-USED(WS-IA-IND)
              IF WS-IA-WCUR EQUAL 0
                 MOVE WS-IA-W TO WS-IA-WCUR
              ELSE
                 IF IA-WRONG-COUNT(WS-IA-IND, WS-IA-W) >
                    IA-WRONG-COUNT(WS-IA-IND, WS-IA-WCUR)
                    MOVE WS-IA-W TO WS-IA-WCUR
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO ITEM-REPORT-REC
           MOVE IA-ATTEMPTS(WS-IA-IND) TO WS-IA-EDIT
           MOVE WS-IA-PCT TO WS-IA-PCT-EDIT
           MOVE 1 TO WS-IA-PTR
           STRING '    '                         DELIMITED BY SIZE
                  IA-NUMBER(WS-IA-IND)           DELIMITED BY SIZE
                  '  attempted '                 DELIMITED BY SIZE
                  WS-IA-EDIT                     DELIMITED BY SIZE
                  '  correct '                   DELIMITED BY SIZE
                  WS-IA-PCT-EDIT                 DELIMITED BY SIZE
                  '%'                            DELIMITED BY SIZE
                  INTO ITEM-REPORT-REC WITH POINTER WS-IA-PTR
           IF WS-IA-WCUR > 0
              MOVE IA-WRONG-COUNT(WS-IA-IND, WS-IA-WCUR) TO WS-IA-EDIT
              STRING '  commonest wrong: '       DELIMITED BY SIZE
                     FUNCTION TRIM(IA-WRONG-TEXT(WS-IA-IND, WS-IA-WCUR))
                                                 DELIMITED BY SIZE
                     ' ('                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IA-EDIT)   DELIMITED BY SIZE
                     ')'                         DELIMITED BY SIZE
                     INTO ITEM-REPORT-REC WITH POINTER WS-IA-PTR
           END-IF
           WRITE ITEM-REPORT-REC
       .
       WRITE-ITEM-GROUP-TOTAL.
           COMPUTE WS-IA-PCT ROUNDED =
              WS-IA-GRP-CORRECT * 100 / WS-IA-GRP-ATTEMPTS
           MOVE SPACES TO ITEM-REPORT-REC
           MOVE WS-IA-GRP-ATTEMPTS TO WS-IA-EDIT
           MOVE WS-IA-PCT TO WS-IA-PCT-EDIT
           MOVE 1 TO WS-IA-PTR
           STRING '    rule total: attempted '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-EDIT)      DELIMITED BY SIZE
                  ', correct '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-PCT-EDIT)  DELIMITED BY SIZE
                  '%'                            DELIMITED BY SIZE
                  INTO ITEM-REPORT-REC WITH POINTER WS-IA-PTR
           IF WS-IA-PCT < WS-IA-RETEACH-PCT
              STRING '  ** RETEACH **'           DELIMITED BY SIZE
                     INTO ITEM-REPORT-REC WITH POINTER WS-IA-PTR
           END-IF
           WRITE ITEM-REPORT-REC
       .
      *// gradebook export for the school information system:
      *// one detail per history record in the term (and class,
      *// when CLASS is set), graded off the boundary table. The
      *// history is read twice -- the first pass only counts, so
      *// the header carries the same control counts as the trailer.
       RUN-GRADEBOOK-EXPORT.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-CLASS-ROSTER
           IF WS-CLASS-ROSTER-STATUS NOT EQUAL '00'
              DISPLAY 'raindrops gradebook: no class roster at '
                 FUNCTION TRIM(WS-CLASS-ROSTER-PATH)
                 ', nothing exported'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM LOAD-GRADE-BOUNDARIES
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT EQUAL '00'
              DISPLAY 'raindrops gradebook: no history file at '
                 FUNCTION TRIM(WS-HISTORY-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           CLOSE HISTORY-FILE
           OPEN OUTPUT GRADEBOOK-REJECTS-FILE
           MOVE SPACES TO GRADEBOOK-REJECTS-REC
           STRING 'GRADEBOOK EXPORT REJECTS -- TERM '
                                                 DELIMITED BY SIZE
                  WS-TERM-FROM                   DELIMITED BY SIZE
                  ' TO '                         DELIMITED BY SIZE
                  WS-TERM-TO                     DELIMITED BY SIZE
                  INTO GRADEBOOK-REJECTS-REC
           WRITE GRADEBOOK-REJECTS-REC
           INITIALIZE WS-GT-TABLE
           MOVE 0 TO WS-GX-ROWS-READ
           MOVE 0 TO WS-GX-REJECTS
           PERFORM READ-GRADEBOOK-HISTORY
      *// the trailer totals are known before the header goes
      *// out, so both carry the same counts.
           MOVE 0 TO WS-GX-COUNT
           MOVE 0 TO WS-GX-RAW-TOTAL
           PERFORM VARYING WS-CR-IND FROM 1 BY 1
              UNTIL WS-CR-IND > WS-CR-COUNT
              IF GTE-ROWS(WS-CR-IND) > 0
                 ADD 1 TO WS-GX-COUNT
                 ADD GTE-RIGHT(WS-CR-IND) TO WS-GX-RAW-TOTAL
              END-IF
           END-PERFORM
           OPEN OUTPUT GRADEBOOK-FILE
           MOVE 'HDR' TO GXC-TYPE
           PERFORM WRITE-GRADEBOOK-CONTROL
           PERFORM VARYING WS-CR-IND FROM 1 BY 1
              UNTIL WS-CR-IND > WS-CR-COUNT
              IF GTE-ROWS(WS-CR-IND) > 0
                 MOVE WS-CR-IND TO WS-CR-CUR
                 PERFORM WRITE-GRADEBOOK-DETAIL
              END-IF
           END-PERFORM
           MOVE 'TRL' TO GXC-TYPE
           PERFORM WRITE-GRADEBOOK-CONTROL
           MOVE SPACES TO GRADEBOOK-REJECTS-REC
           WRITE GRADEBOOK-REJECTS-REC
           MOVE SPACES TO GRADEBOOK-REJECTS-REC
           MOVE WS-GX-COUNT TO WS-GX-EDIT
           MOVE 1 TO WS-GX-PTR
           STRING 'Exported: '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GX-EDIT)      DELIMITED BY SIZE
                  INTO GRADEBOOK-REJECTS-REC WITH POINTER WS-GX-PTR
           MOVE WS-GX-REJECTS TO WS-GX-EDIT
           STRING '   rejected: '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GX-EDIT)      DELIMITED BY SIZE
                  INTO GRADEBOOK-REJECTS-REC WITH POINTER WS-GX-PTR
           WRITE GRADEBOOK-REJECTS-REC
           CLOSE GRADEBOOK-FILE
           CLOSE GRADEBOOK-REJECTS-FILE
           MOVE WS-GX-ROWS-READ TO WS-JH-READ
           MOVE WS-GX-COUNT TO WS-JH-WRITTEN
           MOVE WS-GX-REJECTS TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
      *// every history row in the term is checked against the
      *// roster; a good one is added into its student's totals, a
      *// bad one listed on the rejects report.
       READ-GRADEBOOK-HISTORY.
           OPEN INPUT HISTORY-FILE
           MOVE 'N' TO WS-EOF-HIST
           PERFORM UNTIL END-OF-HIST
              READ HISTORY-FILE
                 AT END MOVE 'Y' TO WS-EOF-HIST
                 NOT AT END PERFORM EXPORT-ONE-HISTORY-ROW
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
       .
       EXPORT-ONE-HISTORY-ROW.
           MOVE 'Y' TO WS-GX-IN-TERM
           IF HS-DATE < WS-TERM-FROM OR HS-DATE > WS-TERM-TO
              MOVE 'N' TO WS-GX-IN-TERM
           END-IF
           IF WS-CLASS-FILTER NOT EQUAL SPACES
           AND HS-CLASS NOT EQUAL WS-CLASS-FILTER
              MOVE 'N' TO WS-GX-IN-TERM
           END-IF
           IF NOT GX-IN-TERM
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GX-ROWS-READ
           PERFORM CHECK-GRADEBOOK-ROW
           IF NOT GX-ROW-OK
              ADD 1 TO WS-GX-REJECTS
              MOVE SPACES TO GRADEBOOK-REJECTS-REC
              STRING HS-CLASS                 DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     HS-STUDENT               DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     HS-DATE                  DELIMITED BY SIZE
                     ' -- '                   DELIMITED BY SIZE
                     WS-GX-REASON             DELIMITED BY SIZE
                     INTO GRADEBOOK-REJECTS-REC
              WRITE GRADEBOOK-REJECTS-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO GTE-ROWS(WS-CR-CUR)
           IF HS-DATE > GTE-LAST-DATE(WS-CR-CUR)
              MOVE HS-DATE TO GTE-LAST-DATE(WS-CR-CUR)
           END-IF
           IF HS-STATUS NOT EQUAL 'N'
              ADD 1 TO GTE-SUBMITTED(WS-CR-CUR)
              ADD HS-RIGHT TO GTE-RIGHT(WS-CR-CUR)
              ADD HS-WRONG TO GTE-WRONG(WS-CR-CUR)
           END-IF
       .
      *// the import keys on class and student, so a row the
      *// roster does not know is held back rather than sent.
       CHECK-GRADEBOOK-ROW.
           MOVE 'Y' TO WS-GX-ROW-OK
           MOVE SPACES TO WS-GX-REASON
           IF HS-CLASS EQUAL SPACES
              MOVE 'N' TO WS-GX-ROW-OK
              MOVE 'no class on the history record' TO WS-GX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE HS-CLASS TO WS-CR-KEY-CLASS
           MOVE HS-STUDENT TO WS-CR-KEY-STUDENT
           PERFORM FIND-ROSTER-STUDENT
           IF WS-CR-CUR EQUAL 0
              MOVE 'N' TO WS-GX-ROW-OK
              MOVE 'student not on the class roster' TO WS-GX-REASON
           END-IF
       .
       FIND-ROSTER-STUDENT.
           MOVE 0 TO WS-CR-CUR
           PERFORM VARYING WS-CR-IND FROM 1 BY 1
              UNTIL WS-CR-IND > WS-CR-COUNT OR WS-CR-CUR > 0
              IF CRE-CLASS(WS-CR-IND) EQUAL WS-CR-KEY-CLASS
              AND CRE-STUDENT(WS-CR-IND) EQUAL WS-CR-KEY-STUDENT
                 MOVE WS-CR-IND TO WS-CR-CUR
              END-IF
           END-PERFORM
       .
      *// the student's term on one row: the percentage over
      *// every worksheet handed in, dated by the latest run.
       WRITE-GRADEBOOK-DETAIL.
           IF GTE-RIGHT(WS-CR-CUR) + GTE-WRONG(WS-CR-CUR) > 0
              COMPUTE WS-GX-PCT ROUNDED =
                 GTE-RIGHT(WS-CR-CUR) * 100
                 / (GTE-RIGHT(WS-CR-CUR) + GTE-WRONG(WS-CR-CUR))
           ELSE
              MOVE 0 TO WS-GX-PCT
           END-IF
      *// nothing handed in all term goes across as NS, not as
      *// a zero-percent fail.
           IF GTE-SUBMITTED(WS-CR-CUR) EQUAL 0
              MOVE 'NS' TO WS-GX-GRADE
           ELSE
              PERFORM LOOKUP-LETTER-GRADE
           END-IF
           MOVE SPACES TO GRADEBOOK-REC
           MOVE 'DTL' TO GX-TYPE
           MOVE CRE-CLASS(WS-CR-CUR) TO GX-CLASS
           MOVE CRE-STUDENT(WS-CR-CUR) TO GX-STUDENT
           MOVE WS-ASSESSMENT-NAME TO GX-ASSESSMENT
           MOVE GTE-LAST-DATE(WS-CR-CUR) TO GX-DATE
           MOVE GTE-RIGHT(WS-CR-CUR) TO GX-RAW
           COMPUTE GX-OUT-OF =
              GTE-RIGHT(WS-CR-CUR) + GTE-WRONG(WS-CR-CUR)
           MOVE WS-GX-PCT TO GX-PCT
           MOVE WS-GX-GRADE TO GX-GRADE
           WRITE GRADEBOOK-REC
       .
       WRITE-GRADEBOOK-CONTROL.
           MOVE 'RAINDROPS' TO GXC-SOURCE
           ACCEPT GXC-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-TERM-FROM TO GXC-TERM-FROM
           MOVE WS-TERM-TO TO GXC-TERM-TO
           MOVE WS-GX-COUNT TO GXC-COUNT
           MOVE WS-GX-RAW-TOTAL TO GXC-RAW-TOTAL
           MOVE WS-GX-REJECTS TO GXC-REJECTS
           WRITE GRADEBOOK-CONTROL-REC
       .
      *// the highest boundary the percentage reaches; the
      *// table need not be in any order.
       LOOKUP-LETTER-GRADE.
           MOVE 0 TO WS-GB-BEST
           PERFORM VARYING WS-GB-IND FROM 1 BY 1
              UNTIL WS-GB-IND > WS-GB-COUNT
              IF GBE-MIN-PCT(WS-GB-IND) <= WS-GX-PCT
                 IF WS-GB-BEST EQUAL 0
                    MOVE WS-GB-IND TO WS-GB-BEST
                 ELSE
                    IF GBE-MIN-PCT(WS-GB-IND) >
                       GBE-MIN-PCT(WS-GB-BEST)
                       MOVE WS-GB-IND TO WS-GB-BEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-GB-BEST EQUAL 0
              MOVE '??' TO WS-GX-GRADE
           ELSE
              MOVE GBE-GRADE(WS-GB-BEST) TO WS-GX-GRADE
           END-IF
       .
      *// the school's boundaries; without a table on hand
      *// the usual A 90 / B 80 / C 70 / D 60 / E 50 / F below.
       LOAD-GRADE-BOUNDARIES.
           MOVE 0 TO WS-GB-COUNT
           OPEN INPUT GRADE-BOUNDARY-FILE
           IF WS-GRADE-BOUNDARY-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-GRADES
              PERFORM UNTIL END-OF-GRADES
                 READ GRADE-BOUNDARY-FILE
                    AT END MOVE 'Y' TO WS-EOF-GRADES
                    NOT AT END
                       IF GB-MIN-PCT-IN IS NUMERIC
                       AND WS-GB-COUNT < 20
                          ADD 1 TO WS-GB-COUNT
                          MOVE GB-MIN-PCT-IN
                            TO GBE-MIN-PCT(WS-GB-COUNT)
                          MOVE GB-GRADE-IN TO GBE-GRADE(WS-GB-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-BOUNDARY-FILE
           END-IF
           IF WS-GB-COUNT EQUAL 0
              MOVE 090 TO GBE-MIN-PCT(1)
              MOVE 'A' TO GBE-GRADE(1)
              MOVE 080 TO GBE-MIN-PCT(2)
              MOVE 'B' TO GBE-GRADE(2)
              MOVE 070 TO GBE-MIN-PCT(3)
              MOVE 'C' TO GBE-GRADE(3)
              MOVE 060 TO GBE-MIN-PCT(4)
              MOVE 'D' TO GBE-GRADE(4)
              MOVE 050 TO GBE-MIN-PCT(5)
              MOVE 'E' TO GBE-GRADE(5)
              MOVE 000 TO GBE-MIN-PCT(6)
              MOVE 'F' TO GBE-GRADE(6)
              MOVE 6 TO WS-GB-COUNT
           END-IF
       .
      *// class id, student id, name and status, one record
      *// per student per class.
       LOAD-CLASS-ROSTER.
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-CR-OVERFLOW
           OPEN INPUT CLASS-ROSTER-FILE
           IF WS-CLASS-ROSTER-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ROSTER
           PERFORM UNTIL END-OF-ROSTER
              READ CLASS-ROSTER-FILE
                 AT END MOVE 'Y' TO WS-EOF-ROSTER
                 NOT AT END
                    IF CR-STUDENT NOT EQUAL SPACES
                       IF WS-CR-COUNT < 1000
                          ADD 1 TO WS-CR-COUNT
                          MOVE CR-CLASS TO CRE-CLASS(WS-CR-COUNT)
                          MOVE CR-STUDENT TO CRE-STUDENT(WS-CR-COUNT)
                          MOVE CR-NAME TO CRE-NAME(WS-CR-COUNT)
                          MOVE CR-STATUS TO CRE-STATUS(WS-CR-COUNT)
                       ELSE
                          ADD 1 TO WS-CR-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLASS-ROSTER-FILE
           IF WS-CR-OVERFLOW > 0
              DISPLAY 'raindrops: class roster has more than 1000 '
                 'students, the rest were not loaded'
           END-IF
       .
      *// the roster only governs a grading run for a named
      *// class that the roster actually lists; otherwise grading
      *// runs on whoever handed in, as it always has.
       SET-ROSTER-CHECK.
           MOVE 'N' TO WS-ROSTER-CHECK
           MOVE 0 TO WS-GRADE-MISSING
           IF WS-CLASS-FILTER EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLASS-ROSTER
           PERFORM VARYING WS-CR-IND FROM 1 BY 1
              UNTIL WS-CR-IND > WS-CR-COUNT OR ROSTER-CHECK-ON
              IF CRE-CLASS(WS-CR-IND) EQUAL WS-CLASS-FILTER
                 MOVE 'Y' TO WS-ROSTER-CHECK
              END-IF
           END-PERFORM
           IF NOT ROSTER-CHECK-ON
              DISPLAY 'raindrops grading: class '
                 FUNCTION TRIM(WS-CLASS-FILTER)
                 ' is not on the class roster, answers not checked'
           END-IF
       .
       REJECT-OFF-ROSTER-ANSWER.
           ADD 1 TO WS-JH-REJECTS
           MOVE SPACES TO MARKED-REPORT-REC
           STRING FUNCTION TRIM(AN-STUDENT-ID)   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  AN-NUMBER                      DELIMITED BY SIZE
                  ' -- REJECTED, not on the roster for class '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLASS-FILTER) DELIMITED BY SIZE
                  INTO MARKED-REPORT-REC
           WRITE MARKED-REPORT-REC
       .
      *// every active roster student with no answers in
      *// this worksheet run is recorded as not submitted -- kept
      *// apart from a zero score all the way to the gradebook.
       ADD-MISSING-SUBMISSIONS.
           PERFORM VARYING WS-CR-IND FROM 1 BY 1
              UNTIL WS-CR-IND > WS-CR-COUNT
              IF CRE-CLASS(WS-CR-IND) EQUAL WS-CLASS-FILTER
              AND (CRE-STATUS(WS-CR-IND) EQUAL 'ACTIVE'
                   OR CRE-STATUS(WS-CR-IND) EQUAL SPACES)
                 MOVE 0 TO WS-GRADE-CUR
                 PERFORM VARYING WS-GRADE-I FROM 1 BY 1
                    UNTIL WS-GRADE-I > WS-GRADE-COUNT
                    OR WS-GRADE-CUR > 0
                    IF GR-STUDENT-ID(WS-GRADE-I)
                       EQUAL CRE-STUDENT(WS-CR-IND)
                       MOVE WS-GRADE-I TO WS-GRADE-CUR
                    END-IF
                 END-PERFORM
                 IF WS-GRADE-CUR EQUAL 0 AND WS-GRADE-COUNT < 100
                    ADD 1 TO WS-GRADE-COUNT
                    ADD 1 TO WS-GRADE-MISSING
                    MOVE CRE-STUDENT(WS-CR-IND)
                      TO GR-STUDENT-ID(WS-GRADE-COUNT)
                    MOVE 0 TO GR-RIGHT(WS-GRADE-COUNT)
                    MOVE 0 TO GR-WRONG(WS-GRADE-COUNT)
                    MOVE 'N' TO GR-STATUS(WS-GRADE-COUNT)
                 END-IF
              END-IF
           END-PERFORM
       .
