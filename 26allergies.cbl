           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RUN-CONTROL-STATUS.
      *// the suite authorization table: which operators,
      *// by ID or by role, may run the guarded modes.
           SELECT AUTH-FILE ASSIGN TO WS-AUTH-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-AUTH-STATUS.
      *// lock-file convention for files shared across
      *// programs: take <file>.lck before opening a shared file for
      *// write, fail cleanly with a message when it is held, and
              FILE STATUS WS-STATS-HISTORY-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO WS-TREND-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// every batch's decoded scores kept by patient and
      *// test date, so a new score is read against the patient's
      *// previous test -- what changed, not just today's list.
           SELECT RESULT-HISTORY-FILE ASSIGN TO WS-RESULT-HIST-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RESULT-HIST-STATUS.
      *// wristband and chart labels, printed rather than
      *// handwritten: one per patient with a positive allergen,
      *// grouped by ward for the porter run, and a reprint whenever
      *// the allergen list changes or a transfer re-wards the band.
           SELECT LABEL-FILE ASSIGN TO WS-LABEL-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-LABEL-STATUS.
      *// the family doctor hears about a discharged
      *// patient's allergy findings: census keeps a record of each
      *// discharge (the master entry itself is dropped), the letter
      *// mode writes one GP letter per discharged patient with
      *// findings, logs each one sent, and lists those with no GP on
      *// file for the ward clerk to chase.
           SELECT DISCHARGE-FILE ASSIGN TO WS-DISCHARGE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DISCHARGE-STATUS.
           SELECT GP-PRACTICE-FILE ASSIGN TO WS-GP-PRACTICE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-GP-PRACTICE-STATUS.
           SELECT GP-LETTER-FILE ASSIGN TO WS-GP-LETTER-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT LETTER-LOG-FILE ASSIGN TO WS-LETTER-LOG-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-LETTER-LOG-STATUS.
           SELECT GP-CHASE-FILE ASSIGN TO WS-GP-CHASE-PATH
              ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         02 CEN-NAME       PIC X(25).
         02 CEN-DOB        PIC X(8).
         02 CEN-WARD       PIC X(6).
         02 CEN-GP-PRACTICE PIC X(8).
       FD CENSUS-REPORT-FILE.
        01 CENSUS-REPORT-REC PIC X(120).
       FD MASTER-BAK-FILE.
        01 MASTER-BAK-REC PIC X(57).
       FD RECALL-FILE.
        01 RECALL-REC.
         02 RC-STATUS     PIC X(8).
        01 RUN-CONTROL-REC.
         02 RCTL-KEYWORD PIC X(12).
         02 RCTL-VALUE   PIC X(100).
       FD AUTH-FILE.
        01 AUTH-REC.
      *// ROLE  operator  role       -- the operator holds the role
      *// GRANT who       program    mode ('*' any guarded mode),
      *// where who is an operator ID or a role
         02 AZ-TYPE     PIC X(6).
         02 AZ-SUBJECT  PIC X(12).
         02 AZ-GRANT.
            03 AZ-PROGRAM PIC X(12).
            03 AZ-MODE    PIC X.
         02 AZ-MEMBERSHIP REDEFINES AZ-GRANT.
            03 AZ-ROLE    PIC X(12).
            03 FILLER     PIC X.
       FD LOCK-FILE.
          01 LOCK-REC.
             02 LK-STATE   PIC X(4).
         02 JH-WRITTEN  PIC 9(6).
         02 JH-REJECTS  PIC 9(6).
         02 JH-STATUS   PIC X(8).
      *// who ran it, as named to the authorization check
         02 JH-OPERATOR PIC X(12).
      *// when the run started, and when it ended -- a
      *// STARTED record carries the start only.
         02 FILLER      PIC X(24).
         02 JH-START-DATE PIC X(8).
         02 JH-START-TIME PIC X(6).
         02 JH-END-DATE   PIC X(8).
         02 JH-END-TIME   PIC X(6).
       FD STATISTICS-REPORT-FILE.
        01 STATISTICS-REPORT-REC PIC X(60).
       FD PATIENT-MASTER-FILE.
         02 PM-NAME       PIC X(25).
         02 PM-DOB        PIC X(8).
         02 PM-WARD       PIC X(6).
         02 PM-GP-PRACTICE PIC X(8).
       FD EXCEPTIONS-FILE.
        01 EXCEPTIONS-REC PIC X(100).
       FD STATS-HISTORY-FILE.
          03 SH-COUNT OCCURS 12 PIC 9(6).
       FD TREND-REPORT-FILE.
        01 TREND-REPORT-REC PIC X(100).
       FD RESULT-HISTORY-FILE.
        01 RESULT-HISTORY-REC.
         02 RH-PATIENT-ID PIC X(10).
         02 RH-TEST-DATE  PIC X(8).
         02 RH-SCORE      PIC 9(4).
       FD LABEL-FILE.
        01 LABEL-REC PIC X(40).
       FD DISCHARGE-FILE.
        01 DISCHARGE-REC.
         02 DS-PATIENT-ID  PIC X(10).
         02 DS-NAME        PIC X(25).
         02 DS-DOB         PIC X(8).
         02 DS-WARD        PIC X(6).
         02 DS-GP-PRACTICE PIC X(8).
         02 DS-DATE        PIC X(8).
       FD GP-PRACTICE-FILE.
        01 GP-PRACTICE-REC.
         02 GPP-PRACTICE   PIC X(8).
         02 GPP-NAME       PIC X(30).
         02 GPP-ADDRESS    PIC X(60).
       FD GP-LETTER-FILE.
        01 GP-LETTER-REC PIC X(80).
       FD LETTER-LOG-FILE.
        01 LETTER-LOG-REC.
         02 LG-PATIENT-ID  PIC X(10).
         02 LG-DISCHARGED  PIC X(8).
         02 LG-GP-PRACTICE PIC X(8).
         02 LG-SENT-DATE   PIC X(8).
         02 LG-STATUS      PIC X(8).
       FD GP-CHASE-FILE.
        01 GP-CHASE-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *// widened from 999 to 9(4) so the 12-allergen
         88 MODE-ACK-MAINT          VALUE 'K'.
         88 MODE-DUE-LIST           VALUE 'R'.
         88 MODE-CENSUS             VALUE 'C'.
         88 MODE-GP-LETTERS         VALUE 'L'.
       01 WS-PATIENT-SCORE-PATH     PIC X(100)
                                     VALUE 'patient-scores.dat'.
       01 WS-ALLERGY-REPORT-PATH    PIC X(100)
           10 WS-PM-TABLE-NAME PIC X(25).
           10 WS-PM-TABLE-DOB  PIC X(8).
           10 WS-PM-TABLE-WARD PIC X(6).
           10 WS-PM-TABLE-GP   PIC X(8).
       01 WS-PM-COUNT               PIC 999 VALUE 0.
       01 WS-PM-IND                 PIC 999.
       01 WS-PM-CUR                 PIC 999.
       01 WS-RATE-NOW-EDIT           PIC ZZ9.9.
       01 WS-RATE-PRIOR-EDIT         PIC ZZ9.9.
       01 WS-RATE-DELTA-EDIT         PIC ++++9.9.
      *// RESULT HISTORY AND CHANGES SINCE LAST TEST
       01 WS-RESULT-HIST-PATH        PIC X(100)
                                VALUE 'allergy-result-history.dat'.
       01 WS-RESULT-HIST-STATUS      PIC XX.
       01 WS-EOF-RESULT-HIST         PIC X VALUE 'N'.
         88 END-OF-RESULT-HIST       VALUE 'Y'.
      *// one entry per patient: the latest test dated
      *// before this run, which is what today's score is read
      *// against.
       01 WS-RH-TABLE.
         05 WS-RH-ENTRY OCCURS 1000 TIMES.
           10 WS-RH-PATIENT   PIC X(10).
           10 WS-RH-DATE      PIC X(8).
           10 WS-RH-SCORE     PIC 9(4).
       01 WS-RH-COUNT                PIC 9(4) VALUE 0.
       01 WS-RH-IND                  PIC 9(4).
       01 WS-RH-CUR                  PIC 9(4).
       01 WS-RH-OVERFLOW             PIC 9(4) VALUE 0.
       01 WS-PRIOR-BINARY-TABLE.
         05 WS-PRIOR-DIGIT OCCURS 12 PIC 9.
       01 WS-PRIOR-SCORE-WORK        PIC 9(4).
       01 WS-CHG-IND                 PIC 99.
       01 WS-NEW-LIST                PIC X(100).
       01 WS-GONE-LIST               PIC X(100).
      *// the report's changes section is written after the
      *// patient lines, so its lines are held until then.
       01 WS-CHG-TABLE.
         05 WS-CHG-LINE OCCURS 500 TIMES PIC X(200).
       01 WS-CHG-COUNT               PIC 9(4) VALUE 0.
       01 WS-CHG-OVERFLOW            PIC 9(4) VALUE 0.
       01 WS-CHG-LINE-WORK           PIC X(200).
       01 WS-CHG-EDIT                PIC Z(3)9.
       01 WS-NEW-ALERTS              PIC 9(4) VALUE 0.
      *// the batch reads against the latest test before
      *// today; a label reprint wants the latest test of all.
       01 WS-RH-SCOPE                PIC X VALUE 'P'.
         88 RH-PRIOR-ONLY            VALUE 'P'.
         88 RH-LATEST-ANY            VALUE 'L'.
      *// WRISTBAND AND CHART LABELS
       01 WS-LABEL-PATH              PIC X(100)
                                      VALUE 'allergy-labels.prt'.
       01 WS-LABEL-STATUS            PIC XX.
      *// the label stock is 40 print positions wide with
      *// room for this many allergen lines; what does not fit goes
      *// to a SEE CHART line.
       01 WS-LABEL-WIDTH             PIC 99 VALUE 40.
       01 WS-LABEL-ALLERGEN-LINES    PIC 9 VALUE 2.
       01 WS-LABEL-REASON            PIC X(8).
       01 WS-LABEL-WARD              PIC X(6).
       01 WS-LB-TABLE.
         05 WS-LB-ENTRY OCCURS 500 TIMES.
           10 LBE-WARD        PIC X(6).
           10 LBE-PATIENT     PIC X(10).
           10 LBE-NAME        PIC X(25).
           10 LBE-DOB         PIC X(8).
           10 LBE-REASON      PIC X(8).
           10 LBE-ITEM-COUNT  PIC 99.
           10 LBE-ITEM OCCURS 12 PIC X(12).
       01 WS-LB-TEMP-ENTRY           PIC X(203).
       01 WS-LB-COUNT                PIC 9(4) VALUE 0.
       01 WS-LB-OVERFLOW             PIC 9(4) VALUE 0.
       01 WS-LB-IND                  PIC 9(4).
       01 WS-LB-I                    PIC 9(4).
       01 WS-LB-SWAPPED              PIC X VALUE 'N'.
         88 LB-SWAPPED               VALUE 'Y'.
       01 WS-LB-PASS                 PIC X.
       01 WS-LB-ITEM-IND             PIC 99.
       01 WS-LB-ITEM-LEN             PIC 99.
       01 WS-LB-TEXT                 PIC X(40).
       01 WS-LB-LEN                  PIC 99.
       01 WS-LB-LINE-NO              PIC 9.
       01 WS-LB-SEE-CHART            PIC X VALUE 'N'.
         88 LABEL-SEE-CHART          VALUE 'Y'.
       01 WS-LB-PRIOR-WARD           PIC X(6).
      *// GP DISCHARGE LETTERS
       01 WS-DISCHARGE-PATH          PIC X(100)
                                      VALUE 'allergy-discharges.dat'.
       01 WS-DISCHARGE-STATUS        PIC XX.
       01 WS-GP-PRACTICE-PATH        PIC X(100)
                                      VALUE 'gp-practices.dat'.
       01 WS-GP-PRACTICE-STATUS      PIC XX.
       01 WS-GP-LETTER-PATH          PIC X(100)
                                      VALUE 'allergy-gp-letters.txt'.
       01 WS-LETTER-LOG-PATH         PIC X(100)
                                      VALUE 'allergy-letter-log.dat'.
       01 WS-LETTER-LOG-STATUS       PIC XX.
       01 WS-GP-CHASE-PATH           PIC X(100)
                                      VALUE 'allergy-gp-chase.rpt'.
      *// the discharge period the letters cover; left
      *// blank it is the seven days up to the run date.
       01 WS-PERIOD-FROM             PIC X(8) VALUE SPACES.
       01 WS-PERIOD-TO               PIC X(8) VALUE SPACES.
       01 WS-PERIOD-DATE-NUM         PIC 9(8).
       01 WS-PERIOD-DAYS             PIC 9(3) VALUE 7.
       01 WS-GPP-TABLE.
         05 WS-GPP-ENTRY OCCURS 300 TIMES.
           10 GPE-PRACTICE   PIC X(8).
           10 GPE-NAME       PIC X(30).
           10 GPE-ADDRESS    PIC X(60).
       01 WS-GPP-COUNT               PIC 9(4) VALUE 0.
       01 WS-GPP-IND                 PIC 9(4).
       01 WS-GPP-CUR                 PIC 9(4).
      *// letters already sent, by patient and discharge
      *// date, so a rerun over the same period never sends twice.
       01 WS-LG-TABLE.
         05 WS-LG-ENTRY OCCURS 2000 TIMES.
           10 LGE-PATIENT    PIC X(10).
           10 LGE-DISCHARGED PIC X(8).
       01 WS-LG-COUNT                PIC 9(4) VALUE 0.
       01 WS-LG-IND                  PIC 9(4).
       01 WS-LG-OVERFLOW             PIC 9(4) VALUE 0.
       01 WS-LG-FOUND                PIC X VALUE 'N'.
         88 LETTER-ALREADY-SENT      VALUE 'Y'.
       01 WS-EOF-DISCHARGES          PIC X VALUE 'N'.
         88 END-OF-DISCHARGES        VALUE 'Y'.
       01 WS-GL-OPEN-ALERTS          PIC 9(4).
       01 WS-GL-LINES                PIC 9(4).
       01 WS-GL-CHASE-REASON         PIC X(40).
       01 WS-GL-SENT                 PIC 9(4) VALUE 0.
       01 WS-GL-CHASED               PIC 9(4) VALUE 0.
       01 WS-GL-NO-FINDINGS          PIC 9(4) VALUE 0.
       01 WS-GL-ALREADY              PIC 9(4) VALUE 0.
      *// ALERT ACKNOWLEDGMENT WORKFLOW
       01 WS-ACK-ACTIONS-PATH        PIC X(100)
                                      VALUE 'allergy-ack.dat'.
       01 WS-RCTL-DATE             PIC X(8).
       01 WS-RCTL-TOKEN-POS        PIC 999.
       01 WS-RCTL-TOKEN-FOUND      PIC X.
      *// OPERATOR AUTHORITY -- acknowledgement maintenance runs only
      *// for an operator the authorization table allows.
       01 WS-OPERATOR              PIC X(12) VALUE SPACES.
       01 WS-AUTH-PATH             PIC X(100)
                                    VALUE 'operator-auth.dat'.
       01 WS-AUTH-STATUS           PIC XX.
       01 WS-AUTH-ROLE-TABLE.
         02 WS-AUTH-ROLE OCCURS 20 TIMES PIC X(12).
       01 WS-AUTH-ROLE-COUNT       PIC 99 VALUE 0.
       01 WS-AUTH-ROLE-IND         PIC 99.
       01 WS-AUTH-GRANTED          PIC X VALUE 'N'.
       01 WS-AUTH-REFUSED          PIC X VALUE 'N'.
         88 RUN-REFUSED            VALUE 'Y'.
      *// FILE LOCKS
       01 WS-LOCK-PATH             PIC X(100).
       01 WS-LOCK-STATUS           PIC XX.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
      *// new dispatcher entry point. Single-patient
      *// as before; this only routes the whole-file batch job.
       ALLERGIES.
           PERFORM LOAD-RUN-CONTROL
           IF RUN-REFUSED
              MOVE 'REFUSED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           EVALUATE TRUE
              WHEN MODE-BATCH-PATIENTS
                 PERFORM RUN-PATIENT-BATCH
                 PERFORM RUN-DUE-LIST
              WHEN MODE-CENSUS
                 PERFORM RUN-CENSUS-MAINTENANCE
              WHEN MODE-GP-LETTERS
                 PERFORM RUN-GP-LETTERS
              WHEN OTHER
                 PERFORM ALLERGIC-TO
           END-EVALUATE
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
       .
      *// a guarded mode runs only for an operator the
      *// authorization table allows, by ID or through a role; the
      *// check is made here, before anything is opened or written.
       CHECK-OPERATOR-AUTHORITY.
           IF NOT MODE-ACK-MAINT
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR EQUAL SPACES
              DISPLAY 'allergies: mode K needs an OPERATOR in the '
                 'run-control file -- run refused'
              MOVE 'Y' TO WS-AUTH-REFUSED
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AUTH-ROLE-COUNT
           MOVE 'N' TO WS-AUTH-GRANTED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT EQUAL '00'
              DISPLAY 'allergies: no authorization table '
                 FUNCTION TRIM(WS-AUTH-PATH)
                 ' -- mode K run refused'
              MOVE 'Y' TO WS-AUTH-REFUSED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTH-STATUS NOT EQUAL '00'
              READ AUTH-FILE
                 AT END MOVE '10' TO WS-AUTH-STATUS
                 NOT AT END PERFORM NOTE-OPERATOR-ROLE
              END-READ
           END-PERFORM
           CLOSE AUTH-FILE
      *// grants are read once the operator's roles are all
      *// known, so the table can list them in any order.
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL WS-AUTH-STATUS NOT EQUAL '00'
              READ AUTH-FILE
                 AT END MOVE '10' TO WS-AUTH-STATUS
                 NOT AT END PERFORM CHECK-OPERATOR-GRANT
              END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF WS-AUTH-GRANTED EQUAL 'N'
              DISPLAY 'allergies: operator ' FUNCTION TRIM(WS-OPERATOR)
                 ' is not authorized for mode K -- run refused'
              MOVE 'Y' TO WS-AUTH-REFUSED
           END-IF
       .
       NOTE-OPERATOR-ROLE.
           IF AZ-TYPE EQUAL 'ROLE'
           AND AZ-SUBJECT EQUAL WS-OPERATOR
           AND WS-AUTH-ROLE-COUNT < 20
              ADD 1 TO WS-AUTH-ROLE-COUNT
              MOVE AZ-ROLE TO WS-AUTH-ROLE(WS-AUTH-ROLE-COUNT)
           END-IF
       .
       CHECK-OPERATOR-GRANT.
           IF AZ-TYPE NOT EQUAL 'GRANT'
           OR AZ-PROGRAM NOT EQUAL 'ALLERGIES'
              EXIT PARAGRAPH
           END-IF
           IF AZ-MODE NOT EQUAL WS-MODE AND AZ-MODE NOT EQUAL '*'
              EXIT PARAGRAPH
           END-IF
           IF AZ-SUBJECT EQUAL WS-OPERATOR
              MOVE 'Y' TO WS-AUTH-GRANTED
           END-IF
           PERFORM VARYING WS-AUTH-ROLE-IND FROM 1 BY 1
              UNTIL WS-AUTH-ROLE-IND > WS-AUTH-ROLE-COUNT
              IF AZ-SUBJECT EQUAL WS-AUTH-ROLE(WS-AUTH-ROLE-IND)
                 MOVE 'Y' TO WS-AUTH-GRANTED
              END-IF
           END-PERFORM
       .
      *// expand every %DATE% token in the entry's value to
      *// the run date before the keyword is applied.
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'K' OR 'R'
                    OR 'C' OR 'L'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'allergies run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: S B K R C L), '
                       'entry ignored'
                 END-IF
              WHEN 'SCORES'
                 END-IF
              WHEN 'REPORT'
                 MOVE RCTL-VALUE TO WS-ALLERGY-REPORT-PATH
              WHEN 'RESULT-HIST'
                 MOVE RCTL-VALUE TO WS-RESULT-HIST-PATH
              WHEN 'LABELS'
                 MOVE RCTL-VALUE TO WS-LABEL-PATH
              WHEN 'DISCHARGES'
                 MOVE RCTL-VALUE TO WS-DISCHARGE-PATH
              WHEN 'GP-PRACTICES'
                 MOVE RCTL-VALUE TO WS-GP-PRACTICE-PATH
              WHEN 'GP-LETTERS'
                 MOVE RCTL-VALUE TO WS-GP-LETTER-PATH
              WHEN 'LETTER-LOG'
                 MOVE RCTL-VALUE TO WS-LETTER-LOG-PATH
              WHEN 'GP-CHASE'
                 MOVE RCTL-VALUE TO WS-GP-CHASE-PATH
              WHEN 'PERIOD-FROM'
                 MOVE RCTL-VALUE(1:8) TO WS-PERIOD-DATE-NUM
                 IF RCTL-VALUE(1:8) IS NUMERIC
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-DATE-NUM)
                     EQUAL 0
                    MOVE RCTL-VALUE(1:8) TO WS-PERIOD-FROM
                 ELSE
                    DISPLAY 'allergies run-control: PERIOD-FROM '
                       'not a YYYYMMDD date, entry ignored'
                 END-IF
              WHEN 'PERIOD-TO'
                 MOVE RCTL-VALUE(1:8) TO WS-PERIOD-DATE-NUM
                 IF RCTL-VALUE(1:8) IS NUMERIC
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-DATE-NUM)
                     EQUAL 0
                    MOVE RCTL-VALUE(1:8) TO WS-PERIOD-TO
                 ELSE
                    DISPLAY 'allergies run-control: PERIOD-TO '
                       'not a YYYYMMDD date, entry ignored'
                 END-IF
              WHEN 'EXCEPTIONS'
                 MOVE RCTL-VALUE TO WS-EXCEPTIONS-PATH
              WHEN 'OPERATOR'
                 MOVE RCTL-VALUE TO WS-OPERATOR
              WHEN 'AUTH-TABLE'
                 MOVE RCTL-VALUE TO WS-AUTH-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           PERFORM LOAD-DANGEROUS-COMBOS
           PERFORM LOAD-SEVERE-RULES
           PERFORM LOAD-RECALL-TABLE
           PERFORM LOAD-RESULT-HISTORY
           OPEN EXTEND RESULT-HISTORY-FILE
           IF WS-RESULT-HIST-STATUS EQUAL '35'
              OPEN OUTPUT RESULT-HISTORY-FILE
              CLOSE RESULT-HISTORY-FILE
              OPEN EXTEND RESULT-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-CHG-OVERFLOW
           MOVE 0 TO WS-NEW-ALERTS
           MOVE 0 TO WS-LB-COUNT
           MOVE 0 TO WS-LB-OVERFLOW
           INITIALIZE WS-ALLERGEN-STATS-TABLE
           MOVE 0 TO WS-PATIENT-COUNT
           PERFORM UNTIL END-OF-PATIENTS
                 NOT AT END PERFORM PROCESS-PATIENT-RECORD
              END-READ
           END-PERFORM
           PERFORM WRITE-CHANGES-SECTION
           CLOSE PATIENT-SCORE-FILE
           CLOSE ALLERGY-REPORT-FILE
           CLOSE MEDICATION-FILE
           CLOSE ALERT-REPORT-FILE
           CLOSE EXCEPTIONS-FILE
           CLOSE RESULT-HISTORY-FILE
           PERFORM WRITE-LABEL-FILE
           PERFORM SAVE-RECALL-TABLE
           OPEN OUTPUT STATISTICS-REPORT-FILE
           PERFORM WRITE-STATISTICS-REPORT
                 PERFORM CHECK-DANGEROUS-COMBOS
                 PERFORM TALLY-PATIENT-STATS
                 PERFORM JUDGE-RETEST-RECALL
                 PERFORM COMPARE-WITH-PRIOR-TEST
                 IF WS-RESULT-LIST NOT EQUAL SPACES
                 OR WS-LABEL-REASON EQUAL 'REPRINT'
                    MOVE WS-PATIENT-WARD TO WS-LABEL-WARD
                    PERFORM QUEUE-PATIENT-LABEL
                 END-IF
              END-IF
           END-IF
       .
      *// load the result history, keeping per patient only
      *// the latest test dated before this run.
       LOAD-RESULT-HISTORY.
           MOVE 0 TO WS-RH-COUNT
           MOVE 0 TO WS-RH-OVERFLOW
           OPEN INPUT RESULT-HISTORY-FILE
           IF WS-RESULT-HIST-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-RESULT-HIST
              PERFORM UNTIL END-OF-RESULT-HIST
                 READ RESULT-HISTORY-FILE
                    AT END SET END-OF-RESULT-HIST TO TRUE
                    NOT AT END PERFORM KEEP-LATEST-PRIOR-RESULT
                 END-READ
              END-PERFORM
              CLOSE RESULT-HISTORY-FILE
           END-IF
      *// a patient past the table's capacity would read
      *// as a baseline test -- say so rather than mislead.
           IF WS-RH-OVERFLOW > 0
              DISPLAY 'allergies batch: result history holds more '
                 'patients than the comparison table, '
                 WS-RH-OVERFLOW ' would show as baseline'
           END-IF
       .
      *// today's own records (a same-day rerun) are not a
      *// previous test, unless the latest test of all was asked
      *// for; of the rest the latest date wins, and a
      *// later record for the same patient and date supersedes an
      *// earlier one, so patient and test date stay the key.
       KEEP-LATEST-PRIOR-RESULT.
           IF (RH-TEST-DATE NOT < WS-RUN-DATE AND RH-PRIOR-ONLY)
           OR RH-SCORE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE RH-PATIENT-ID TO WS-PATIENT-ID
           PERFORM FIND-PRIOR-RESULT
           IF WS-RH-CUR EQUAL 0
              IF WS-RH-COUNT < 1000
                 ADD 1 TO WS-RH-COUNT
                 MOVE WS-RH-COUNT TO WS-RH-CUR
              ELSE
                 ADD 1 TO WS-RH-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF RH-TEST-DATE < WS-RH-DATE(WS-RH-CUR)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE RH-PATIENT-ID TO WS-RH-PATIENT(WS-RH-CUR)
           MOVE RH-TEST-DATE TO WS-RH-DATE(WS-RH-CUR)
           MOVE RH-SCORE TO WS-RH-SCORE(WS-RH-CUR)
       .
       FIND-PRIOR-RESULT.
           MOVE 0 TO WS-RH-CUR
           PERFORM VARYING WS-RH-IND FROM 1 BY 1
              UNTIL WS-RH-IND > WS-RH-COUNT
              IF WS-RH-PATIENT(WS-RH-IND) EQUAL WS-PATIENT-ID
                 MOVE WS-RH-IND TO WS-RH-CUR
                 MOVE WS-RH-COUNT TO WS-RH-IND
              END-IF
           END-PERFORM
       .
      *// read the patient just decoded against their
      *// previous test: allergens newly positive and no longer
      *// positive go to the changes section, a newly positive
      *// severe allergen goes onto the danger alert workflow, and a
      *// patient with no earlier test is marked baseline. Either
      *// way today's score joins the history.
       COMPARE-WITH-PRIOR-TEST.
           PERFORM FIND-PRIOR-RESULT
           MOVE SPACES TO WS-CHG-LINE-WORK
           MOVE SPACES TO WS-LABEL-REASON
           IF WS-RH-CUR EQUAL 0
              MOVE 'NEW' TO WS-LABEL-REASON
              STRING FUNCTION TRIM(WS-PATIENT-ID) DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PATIENT-NAME)
                                                  DELIMITED BY SIZE
                     ' (ward '                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PATIENT-WARD)
                                                  DELIMITED BY SIZE
                     '): BASELINE -- no earlier test on file'
                                                  DELIMITED BY SIZE
                     INTO WS-CHG-LINE-WORK
              PERFORM KEEP-CHANGE-LINE
           ELSE
              INITIALIZE WS-PRIOR-BINARY-TABLE
              MOVE WS-RH-SCORE(WS-RH-CUR) TO WS-PRIOR-SCORE-WORK
              PERFORM VARYING WS-CHG-IND FROM 1 BY 1
                 UNTIL WS-CHG-IND > 12
                 DIVIDE WS-PRIOR-SCORE-WORK BY 2
                   GIVING WS-PRIOR-SCORE-WORK
                   REMAINDER WS-PRIOR-DIGIT(WS-CHG-IND)
              END-PERFORM
              MOVE SPACES TO WS-NEW-LIST
              MOVE SPACES TO WS-GONE-LIST
              PERFORM VARYING WS-CHG-IND FROM 1 BY 1
                 UNTIL WS-CHG-IND > 12
                 IF WS-DIGIT(WS-CHG-IND) EQUAL 1
                 AND WS-PRIOR-DIGIT(WS-CHG-IND) EQUAL 0
                    STRING WS-NEW-LIST ',' WS-ALLERGY(WS-CHG-IND)
                           DELIMITED BY SPACE INTO WS-NEW-LIST
                    IF WS-SEVERE-IX(WS-CHG-IND) EQUAL 'Y'
                       PERFORM WRITE-NEW-POSITIVE-ALERT
                    END-IF
                 END-IF
                 IF WS-DIGIT(WS-CHG-IND) EQUAL 0
                 AND WS-PRIOR-DIGIT(WS-CHG-IND) EQUAL 1
                    STRING WS-GONE-LIST ',' WS-ALLERGY(WS-CHG-IND)
                           DELIMITED BY SPACE INTO WS-GONE-LIST
                 END-IF
              END-PERFORM
              IF WS-NEW-LIST NOT EQUAL SPACES
              OR WS-GONE-LIST NOT EQUAL SPACES
                 MOVE 'REPRINT' TO WS-LABEL-REASON
                 IF WS-NEW-LIST EQUAL SPACES
                    MOVE ',none' TO WS-NEW-LIST
                 END-IF
                 IF WS-GONE-LIST EQUAL SPACES
                    MOVE ',none' TO WS-GONE-LIST
                 END-IF
                 STRING FUNCTION TRIM(WS-PATIENT-ID)
                                                  DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PATIENT-NAME)
                                                  DELIMITED BY SIZE
                        ' (ward '                 DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PATIENT-WARD)
                                                  DELIMITED BY SIZE
                        ') since '                DELIMITED BY SIZE
                        WS-RH-DATE(WS-RH-CUR)     DELIMITED BY SIZE
                        ': new positive '         DELIMITED BY SIZE
                        FUNCTION TRIM(WS-NEW-LIST(2:))
                                                  DELIMITED BY SIZE
                        '; no longer positive '   DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GONE-LIST(2:))
                                                  DELIMITED BY SIZE
                        INTO WS-CHG-LINE-WORK
                 PERFORM KEEP-CHANGE-LINE
              END-IF
           END-IF
           MOVE SPACES TO RESULT-HISTORY-REC
           MOVE WS-PATIENT-ID TO RH-PATIENT-ID
           MOVE WS-RUN-DATE TO RH-TEST-DATE
           MOVE WS-SCORE TO RH-SCORE
           WRITE RESULT-HISTORY-REC
       .
       KEEP-CHANGE-LINE.
           IF WS-CHG-COUNT < 500
              ADD 1 TO WS-CHG-COUNT
              MOVE WS-CHG-LINE-WORK TO WS-CHG-LINE(WS-CHG-COUNT)
           ELSE
              ADD 1 TO WS-CHG-OVERFLOW
           END-IF
       .
      *// a severe allergen that has turned positive since
      *// the last test raises an OPEN alert of its own. One still
      *// open, or one already raised today, is not duplicated; an
      *// acknowledged one from an earlier change does not suppress
      *// a fresh turn positive.
       WRITE-NEW-POSITIVE-ALERT.
           MOVE 'N' TO WS-AL-MATCH
           PERFORM VARYING WS-AL-IND FROM 1 BY 1
              UNTIL WS-AL-IND > WS-AL-COUNT
              IF WS-AL-PATIENT(WS-AL-IND) EQUAL WS-PATIENT-ID
              AND WS-AL-ALLERGEN(WS-AL-IND) EQUAL
                  WS-ALLERGY(WS-CHG-IND)
              AND WS-AL-MEDICATION(WS-AL-IND) EQUAL 'NEW POSITIVE'
              AND (WS-AL-STATUS(WS-AL-IND) EQUAL 'OPEN'
                   OR WS-AL-DATE(WS-AL-IND) EQUAL WS-RUN-DATE)
                 MOVE 'O' TO WS-AL-MATCH
                 MOVE WS-AL-COUNT TO WS-AL-IND
              END-IF
           END-PERFORM
           IF WS-AL-MATCH EQUAL 'O'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-REPORT-REC
           MOVE 'OPEN' TO AL-STATUS
           MOVE WS-RUN-DATE TO AL-DATE
           MOVE WS-PATIENT-ID TO AL-PATIENT-ID
           MOVE WS-PATIENT-NAME TO AL-NAME
           MOVE WS-PATIENT-WARD TO AL-WARD
           MOVE WS-ALLERGY(WS-CHG-IND) TO AL-ALLERGEN
           MOVE 'NEW POSITIVE' TO AL-MEDICATION
           STRING 'negative at test of '      DELIMITED BY SIZE
                  WS-RH-DATE(WS-RH-CUR)       DELIMITED BY SIZE
                  INTO AL-NOTE
           WRITE ALERT-REPORT-REC
           ADD 1 TO WS-NEW-ALERTS
           IF WS-AL-COUNT < 2000
              ADD 1 TO WS-AL-COUNT
              MOVE 'OPEN' TO WS-AL-STATUS(WS-AL-COUNT)
              MOVE WS-RUN-DATE TO WS-AL-DATE(WS-AL-COUNT)
              MOVE WS-PATIENT-ID TO WS-AL-PATIENT(WS-AL-COUNT)
              MOVE WS-PATIENT-NAME TO WS-AL-NAME(WS-AL-COUNT)
              MOVE WS-PATIENT-WARD TO WS-AL-WARD(WS-AL-COUNT)
              MOVE WS-ALLERGY(WS-CHG-IND)
                TO WS-AL-ALLERGEN(WS-AL-COUNT)
              MOVE 'NEW POSITIVE' TO WS-AL-MEDICATION(WS-AL-COUNT)
              MOVE AL-NOTE TO WS-AL-NOTE(WS-AL-COUNT)
           END-IF
       .
      *// the changes section closes the allergy report:
      *// every patient whose result moved since the last test, and
      *// every patient tested for the first time, marked baseline.
       WRITE-CHANGES-SECTION.
           MOVE SPACES TO ALLERGY-REPORT-REC
           WRITE ALLERGY-REPORT-REC
           MOVE 'CHANGES SINCE LAST TEST' TO ALLERGY-REPORT-REC
           WRITE ALLERGY-REPORT-REC
           IF WS-CHG-COUNT EQUAL 0
              MOVE '  no patient result changed since the last test'
                TO ALLERGY-REPORT-REC
              WRITE ALLERGY-REPORT-REC
           END-IF
           PERFORM VARYING WS-CHG-IND FROM 1 BY 1
              UNTIL WS-CHG-IND > WS-CHG-COUNT
              MOVE SPACES TO ALLERGY-REPORT-REC
              STRING '  '                     DELIMITED BY SIZE
                     WS-CHG-LINE(WS-CHG-IND)  DELIMITED BY SIZE
                     INTO ALLERGY-REPORT-REC
              WRITE ALLERGY-REPORT-REC
           END-PERFORM
           IF WS-CHG-OVERFLOW > 0
              MOVE SPACES TO ALLERGY-REPORT-REC
              MOVE WS-CHG-OVERFLOW TO WS-CHG-EDIT
              STRING '  ... and '              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CHG-EDIT) DELIMITED BY SIZE
                     ' more not listed'        DELIMITED BY SIZE
                     INTO ALLERGY-REPORT-REC
              WRITE ALLERGY-REPORT-REC
           END-IF
           MOVE SPACES TO ALLERGY-REPORT-REC
           MOVE WS-NEW-ALERTS TO WS-CHG-EDIT
           STRING 'New-positive severe allergen alerts raised: '
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHG-EDIT)    DELIMITED BY SIZE
                  INTO ALLERGY-REPORT-REC
           WRITE ALLERGY-REPORT-REC
       .
      *// queue a label for the patient just decoded (or
      *// just transferred), allergens in severity order: the
      *// severe ones first and in capitals, then the rest.
      *// The ward is the caller's: the census pass labels the ward
      *// the patient is going to.
       QUEUE-PATIENT-LABEL.
           IF WS-LB-COUNT NOT < 500
              ADD 1 TO WS-LB-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LB-COUNT
           MOVE SPACES TO WS-LB-ENTRY(WS-LB-COUNT)
           MOVE WS-LABEL-WARD TO LBE-WARD(WS-LB-COUNT)
           MOVE WS-PATIENT-ID TO LBE-PATIENT(WS-LB-COUNT)
           MOVE WS-PATIENT-NAME TO LBE-NAME(WS-LB-COUNT)
           MOVE WS-PM-TABLE-DOB(WS-PM-CUR) TO LBE-DOB(WS-LB-COUNT)
           MOVE WS-LABEL-REASON TO LBE-REASON(WS-LB-COUNT)
           MOVE 0 TO LBE-ITEM-COUNT(WS-LB-COUNT)
           MOVE 'S' TO WS-LB-PASS
           PERFORM ADD-LABEL-ALLERGENS
           MOVE 'O' TO WS-LB-PASS
           PERFORM ADD-LABEL-ALLERGENS
       .
       ADD-LABEL-ALLERGENS.
           PERFORM VARYING WS-LB-ITEM-IND FROM 1 BY 1
              UNTIL WS-LB-ITEM-IND > 12
              IF WS-DIGIT(WS-LB-ITEM-IND) EQUAL 1
                 IF WS-LB-PASS EQUAL 'S'
                 AND WS-SEVERE-IX(WS-LB-ITEM-IND) EQUAL 'Y'
                    ADD 1 TO LBE-ITEM-COUNT(WS-LB-COUNT)
                    MOVE FUNCTION UPPER-CASE(
                      WS-ALLERGY(WS-LB-ITEM-IND))
                      TO LBE-ITEM(WS-LB-COUNT,
                                  LBE-ITEM-COUNT(WS-LB-COUNT))
                 END-IF
                 IF WS-LB-PASS EQUAL 'O'
                 AND WS-SEVERE-IX(WS-LB-ITEM-IND) NOT EQUAL 'Y'
                    ADD 1 TO LBE-ITEM-COUNT(WS-LB-COUNT)
                    MOVE WS-ALLERGY(WS-LB-ITEM-IND)
                      TO LBE-ITEM(WS-LB-COUNT,
                                  LBE-ITEM-COUNT(WS-LB-COUNT))
                 END-IF
              END-IF
           END-PERFORM
       .
      *// the label print file, sorted by ward with a break
      *// line per ward so the porter can bundle each one -- simple
      *// bubble on ward then patient, the table is small. Appended,
      *// so the batch's labels and the census pass's transfer
      *// reprints queue for the same print run.
       WRITE-LABEL-FILE.
           MOVE 'Y' TO WS-LB-SWAPPED
           PERFORM UNTIL NOT LB-SWAPPED
              MOVE 'N' TO WS-LB-SWAPPED
              PERFORM VARYING WS-LB-I FROM 1 BY 1
                 UNTIL WS-LB-I > WS-LB-COUNT - 1
                 IF LBE-WARD(WS-LB-I) > LBE-WARD(WS-LB-I + 1)
                 OR (LBE-WARD(WS-LB-I) EQUAL LBE-WARD(WS-LB-I + 1)
                     AND LBE-PATIENT(WS-LB-I)
                         > LBE-PATIENT(WS-LB-I + 1))
                    MOVE WS-LB-ENTRY(WS-LB-I) TO WS-LB-TEMP-ENTRY
                    MOVE WS-LB-ENTRY(WS-LB-I + 1)
                      TO WS-LB-ENTRY(WS-LB-I)
                    MOVE WS-LB-TEMP-ENTRY TO WS-LB-ENTRY(WS-LB-I + 1)
                    MOVE 'Y' TO WS-LB-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           OPEN EXTEND LABEL-FILE
           IF WS-LABEL-STATUS EQUAL '35'
              OPEN OUTPUT LABEL-FILE
              CLOSE LABEL-FILE
              OPEN EXTEND LABEL-FILE
           END-IF
           MOVE HIGH-VALUES TO WS-LB-PRIOR-WARD
           PERFORM VARYING WS-LB-IND FROM 1 BY 1
              UNTIL WS-LB-IND > WS-LB-COUNT
              IF LBE-WARD(WS-LB-IND) NOT EQUAL WS-LB-PRIOR-WARD
                 MOVE LBE-WARD(WS-LB-IND) TO WS-LB-PRIOR-WARD
                 MOVE SPACES TO LABEL-REC
                 STRING '===== WARD '            DELIMITED BY SIZE
                        FUNCTION TRIM(LBE-WARD(WS-LB-IND))
                                                 DELIMITED BY SIZE
                        ' ====='                 DELIMITED BY SIZE
                        INTO LABEL-REC
                 WRITE LABEL-REC
              END-IF
              PERFORM PRINT-ONE-LABEL
           END-PERFORM
      *// a patient who did not get a label must not go
      *// unnoticed on a ward -- the overflow is printed too.
           IF WS-LB-OVERFLOW > 0
              MOVE SPACES TO LABEL-REC
              MOVE WS-LB-OVERFLOW TO WS-CHG-EDIT
              STRING '** '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CHG-EDIT)  DELIMITED BY SIZE
                     ' LABELS NOT PRINTED **'    DELIMITED BY SIZE
                     INTO LABEL-REC
              WRITE LABEL-REC
              DISPLAY 'allergies: ' WS-LB-OVERFLOW ' labels past '
                 'the label table capacity were not printed'
           END-IF
           CLOSE LABEL-FILE
       .
      *// one label: banner with ward and reprint reason,
      *// name, id and date of birth, then the allergens wrapped to
      *// the label width over the allowed lines, with a SEE CHART
      *// line when they run out of room.
       PRINT-ONE-LABEL.
           MOVE SPACES TO LABEL-REC
           STRING '*ALLERGY*  WARD '         DELIMITED BY SIZE
                  FUNCTION TRIM(LBE-WARD(WS-LB-IND))
                                             DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  LBE-REASON(WS-LB-IND)      DELIMITED BY SIZE
                  INTO LABEL-REC
           WRITE LABEL-REC
           MOVE LBE-NAME(WS-LB-IND) TO LABEL-REC
           WRITE LABEL-REC
           MOVE SPACES TO LABEL-REC
           STRING 'ID '                      DELIMITED BY SIZE
                  LBE-PATIENT(WS-LB-IND)     DELIMITED BY SIZE
                  ' DOB '                    DELIMITED BY SIZE
                  LBE-DOB(WS-LB-IND)         DELIMITED BY SIZE
                  INTO LABEL-REC
           WRITE LABEL-REC
           IF LBE-ITEM-COUNT(WS-LB-IND) EQUAL 0
              MOVE 'NO POSITIVE ALLERGEN - REMOVE RED BAND'
                TO LABEL-REC
              WRITE LABEL-REC
           END-IF
           MOVE SPACES TO WS-LB-TEXT
           MOVE 0 TO WS-LB-LEN
           MOVE 1 TO WS-LB-LINE-NO
           MOVE 'N' TO WS-LB-SEE-CHART
           PERFORM VARYING WS-LB-ITEM-IND FROM 1 BY 1
              UNTIL WS-LB-ITEM-IND > LBE-ITEM-COUNT(WS-LB-IND)
              OR LABEL-SEE-CHART
              MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   LBE-ITEM(WS-LB-IND, WS-LB-ITEM-IND)))
                TO WS-LB-ITEM-LEN
              IF WS-LB-LEN > 0
              AND WS-LB-LEN + 2 + WS-LB-ITEM-LEN > WS-LABEL-WIDTH
                 MOVE WS-LB-TEXT TO LABEL-REC
                 WRITE LABEL-REC
                 MOVE SPACES TO WS-LB-TEXT
                 MOVE 0 TO WS-LB-LEN
                 ADD 1 TO WS-LB-LINE-NO
                 IF WS-LB-LINE-NO > WS-LABEL-ALLERGEN-LINES
                    SET LABEL-SEE-CHART TO TRUE
                 END-IF
              END-IF
              IF NOT LABEL-SEE-CHART
                 IF WS-LB-LEN > 0
                    MOVE ', ' TO WS-LB-TEXT(WS-LB-LEN + 1:2)
                    ADD 2 TO WS-LB-LEN
                 END-IF
                 MOVE LBE-ITEM(WS-LB-IND, WS-LB-ITEM-IND)
                   TO WS-LB-TEXT(WS-LB-LEN + 1:WS-LB-ITEM-LEN)
                 ADD WS-LB-ITEM-LEN TO WS-LB-LEN
              END-IF
           END-PERFORM
           IF LABEL-SEE-CHART
              MOVE 'SEE CHART - FURTHER ALLERGENS' TO LABEL-REC
              WRITE LABEL-REC
           ELSE
              IF WS-LB-LEN > 0
                 MOVE WS-LB-TEXT TO LABEL-REC
                 WRITE LABEL-REC
              END-IF
           END-IF
           MOVE ALL '-' TO LABEL-REC
           WRITE LABEL-REC
       .
       LOAD-PATIENT-MASTER.
           MOVE 0 TO WS-PM-COUNT
           OPEN INPUT PATIENT-MASTER-FILE
                            TO WS-PM-TABLE-DOB(WS-PM-COUNT)
                          MOVE PM-WARD
                            TO WS-PM-TABLE-WARD(WS-PM-COUNT)
                          MOVE PM-GP-PRACTICE
                            TO WS-PM-TABLE-GP(WS-PM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'ALLERGIES' TO JH-PROGRAM
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
           MOVE WS-OPERATOR TO JH-OPERATOR
           MOVE WS-JH-READ TO JH-READ
           MOVE WS-JH-WRITTEN TO JH-WRITTEN
           MOVE WS-JH-REJECTS TO JH-REJECTS
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PATIENT-MASTER
           PERFORM LOAD-SEVERE-RULES
           SET RH-LATEST-ANY TO TRUE
           PERFORM LOAD-RESULT-HISTORY
           MOVE 0 TO WS-LB-COUNT
           MOVE 0 TO WS-LB-OVERFLOW
           PERFORM LOAD-ALERT-TABLE
           IF WS-AL-OVERFLOW > 0
              DISPLAY 'allergies census: alert file exceeds '
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN EXTEND DISCHARGE-FILE
           IF WS-DISCHARGE-STATUS EQUAL '35'
              OPEN OUTPUT DISCHARGE-FILE
              CLOSE DISCHARGE-FILE
              OPEN EXTEND DISCHARGE-FILE
           END-IF
           OPEN OUTPUT CENSUS-REPORT-FILE
           MOVE 'CENSUS RECONCILIATION' TO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC
              MOVE '(no census feed on hand)' TO CENSUS-REPORT-REC
              WRITE CENSUS-REPORT-REC
           END-IF
           CLOSE DISCHARGE-FILE
           PERFORM SAVE-PATIENT-MASTER
           PERFORM REWRITE-ALERT-FILE
           PERFORM WRITE-LABEL-FILE
           MOVE SPACES TO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC
           MOVE SPACES TO CENSUS-REPORT-REC
                  INTO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC
           MOVE SPACES TO CENSUS-REPORT-REC
           MOVE WS-LB-COUNT TO WS-CEN-EDIT
           STRING 'Wristband reprints for transfers: '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CEN-EDIT)     DELIMITED BY SIZE
                  INTO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC
           MOVE SPACES TO CENSUS-REPORT-REC
           MOVE WS-CEN-UNMATCHED TO WS-CEN-EDIT
           STRING 'Feed records matching nothing: '
                                                 DELIMITED BY SIZE
                       MOVE CEN-DOB TO WS-PM-TABLE-DOB(WS-PM-COUNT)
                       MOVE CEN-WARD
                         TO WS-PM-TABLE-WARD(WS-PM-COUNT)
                       MOVE CEN-GP-PRACTICE
                         TO WS-PM-TABLE-GP(WS-PM-COUNT)
                       ADD 1 TO WS-CEN-APPLIED
                       PERFORM WRITE-CENSUS-CHANGE
                    END-IF
              WHEN 'DISCHARGE'
                 IF PATIENT-ON-MASTER
      *// blanking the id drops the entry from the
      *// rewrite; the open alerts close as DISCHARGED. The
      *// discharge record keeps who they were and their GP for
      *// the letter run.
                    PERFORM WRITE-DISCHARGE-RECORD
                    MOVE SPACES TO WS-PM-TABLE-ID(WS-PM-CUR)
                    PERFORM VARYING WS-AL-IND FROM 1 BY 1
                       UNTIL WS-AL-IND > WS-AL-COUNT
                 END-IF
              WHEN 'TRANSFER'
                 IF PATIENT-ON-MASTER
                    IF CEN-WARD NOT EQUAL WS-PM-TABLE-WARD(WS-PM-CUR)
                       PERFORM QUEUE-TRANSFER-LABEL
                    END-IF
                    MOVE CEN-WARD TO WS-PM-TABLE-WARD(WS-PM-CUR)
                    PERFORM VARYING WS-AL-IND FROM 1 BY 1
                       UNTIL WS-AL-IND > WS-AL-COUNT
                 PERFORM WRITE-CENSUS-UNMATCHED
           END-EVALUATE
       .
      *// a transferred patient's band carries the old
      *// ward: reprint it from their latest test, if they have
      *// anything positive to wear.
       QUEUE-TRANSFER-LABEL.
           PERFORM FIND-PRIOR-RESULT
           IF WS-RH-CUR EQUAL 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RH-SCORE(WS-RH-CUR) TO WS-SCORE
           PERFORM LIST-ALLERGENS
           IF WS-RESULT-LIST EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'TRANSFER' TO WS-LABEL-REASON
           MOVE CEN-WARD TO WS-LABEL-WARD
           PERFORM QUEUE-PATIENT-LABEL
       .
       WRITE-DISCHARGE-RECORD.
           MOVE SPACES TO DISCHARGE-REC
           MOVE WS-PM-TABLE-ID(WS-PM-CUR) TO DS-PATIENT-ID
           MOVE WS-PM-TABLE-NAME(WS-PM-CUR) TO DS-NAME
           MOVE WS-PM-TABLE-DOB(WS-PM-CUR) TO DS-DOB
           MOVE WS-PM-TABLE-WARD(WS-PM-CUR) TO DS-WARD
           MOVE WS-PM-TABLE-GP(WS-PM-CUR) TO DS-GP-PRACTICE
           MOVE WS-RUN-DATE TO DS-DATE
           WRITE DISCHARGE-REC
       .
       WRITE-CENSUS-CHANGE.
           MOVE SPACES TO CENSUS-REPORT-REC
           STRING FUNCTION TRIM(CEN-ACTION)      DELIMITED BY SIZE
                 MOVE WS-PM-TABLE-NAME(WS-PM-IND) TO PM-NAME
                 MOVE WS-PM-TABLE-DOB(WS-PM-IND) TO PM-DOB
                 MOVE WS-PM-TABLE-WARD(WS-PM-IND) TO PM-WARD
                 MOVE WS-PM-TABLE-GP(WS-PM-IND) TO PM-GP-PRACTICE
                 WRITE PATIENT-MASTER-REC
              END-IF
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
       .
      *// GP letter run: every patient discharged in the
      *// period with a positive allergy result or a danger alert
      *// still open at discharge gets one letter to their
      *// registered practice. Each letter sent is logged; a patient
      *// with no GP practice the directory knows goes on the chase
      *// list for the ward clerk instead.
       RUN-GP-LETTERS.
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-PERIOD-TO EQUAL SPACES
              MOVE WS-RUN-DATE TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-FROM EQUAL SPACES
              COMPUTE WS-RECALL-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-PERIOD-TO)) - WS-PERIOD-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-RECALL-DUE-INT)
                TO WS-PERIOD-FROM
           END-IF
           IF WS-PERIOD-FROM > WS-PERIOD-TO
              DISPLAY 'allergies GP letters: period from '
                 WS-PERIOD-FROM ' is after period to ' WS-PERIOD-TO
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN INPUT DISCHARGE-FILE
           IF WS-DISCHARGE-STATUS NOT EQUAL '00'
              DISPLAY 'allergies GP letters: no discharge records '
                 'on ' FUNCTION TRIM(WS-DISCHARGE-PATH)
                 ', nothing to send'
              PERFORM WRITE-JOB-HISTORY
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALERT-TABLE
           PERFORM LOAD-RECALL-TABLE
           SET RH-LATEST-ANY TO TRUE
           PERFORM LOAD-RESULT-HISTORY
           PERFORM LOAD-GP-PRACTICES
           PERFORM LOAD-LETTER-LOG
           IF WS-LG-OVERFLOW > 0
              DISPLAY 'allergies GP letters: letter log exceeds '
                 'the resend check''s capacity, nothing sent -- '
                 'archive it first'
              CLOSE DISCHARGE-FILE
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT GP-LETTER-FILE
           OPEN OUTPUT GP-CHASE-FILE
           OPEN EXTEND LETTER-LOG-FILE
           IF WS-LETTER-LOG-STATUS EQUAL '35'
              OPEN OUTPUT LETTER-LOG-FILE
              CLOSE LETTER-LOG-FILE
              OPEN EXTEND LETTER-LOG-FILE
           END-IF
           MOVE SPACES TO GP-CHASE-REC
           STRING 'GP CHASE LIST -- discharges '  DELIMITED BY SIZE
                  WS-PERIOD-FROM                  DELIMITED BY SIZE
                  ' to '                          DELIMITED BY SIZE
                  WS-PERIOD-TO                    DELIMITED BY SIZE
                  ' with no GP practice on file'  DELIMITED BY SIZE
                  INTO GP-CHASE-REC
           WRITE GP-CHASE-REC
           MOVE 0 TO WS-GL-SENT
           MOVE 0 TO WS-GL-CHASED
           MOVE 0 TO WS-GL-NO-FINDINGS
           MOVE 0 TO WS-GL-ALREADY
           MOVE 'N' TO WS-EOF-DISCHARGES
           PERFORM UNTIL END-OF-DISCHARGES
              READ DISCHARGE-FILE
                 AT END SET END-OF-DISCHARGES TO TRUE
                 NOT AT END
                    IF DS-DATE NOT < WS-PERIOD-FROM
                    AND DS-DATE NOT > WS-PERIOD-TO
                       ADD 1 TO WS-JH-READ
                       PERFORM CONSIDER-DISCHARGE
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO GP-CHASE-REC
           WRITE GP-CHASE-REC
           MOVE SPACES TO GP-CHASE-REC
           MOVE WS-GL-SENT TO WS-CEN-EDIT
           STRING 'Letters sent: '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CEN-EDIT)      DELIMITED BY SIZE
                  INTO GP-CHASE-REC
           WRITE GP-CHASE-REC
           MOVE SPACES TO GP-CHASE-REC
           MOVE WS-GL-CHASED TO WS-CEN-EDIT
           STRING 'Patients to chase for a GP: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CEN-EDIT)      DELIMITED BY SIZE
                  INTO GP-CHASE-REC
           WRITE GP-CHASE-REC
           MOVE SPACES TO GP-CHASE-REC
           MOVE WS-GL-NO-FINDINGS TO WS-CEN-EDIT
           STRING 'Discharges with no allergy findings: '
                                                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CEN-EDIT)      DELIMITED BY SIZE
                  INTO GP-CHASE-REC
           WRITE GP-CHASE-REC
           MOVE SPACES TO GP-CHASE-REC
           MOVE WS-GL-ALREADY TO WS-CEN-EDIT
           STRING 'Letters already sent on an earlier run: '
                                                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CEN-EDIT)      DELIMITED BY SIZE
                  INTO GP-CHASE-REC
           WRITE GP-CHASE-REC
           CLOSE DISCHARGE-FILE
           CLOSE GP-LETTER-FILE
           CLOSE GP-CHASE-FILE
           CLOSE LETTER-LOG-FILE
           MOVE WS-GL-SENT TO WS-JH-WRITTEN
           MOVE WS-GL-CHASED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       LOAD-GP-PRACTICES.
           MOVE 0 TO WS-GPP-COUNT
           OPEN INPUT GP-PRACTICE-FILE
           IF WS-GP-PRACTICE-STATUS EQUAL '00'
              PERFORM UNTIL WS-GP-PRACTICE-STATUS NOT EQUAL '00'
                 READ GP-PRACTICE-FILE
                    AT END MOVE '10' TO WS-GP-PRACTICE-STATUS
                    NOT AT END
                       IF GPP-PRACTICE NOT EQUAL SPACES
                       AND WS-GPP-COUNT < 300
                          ADD 1 TO WS-GPP-COUNT
                          MOVE GPP-PRACTICE
                            TO GPE-PRACTICE(WS-GPP-COUNT)
                          MOVE GPP-NAME TO GPE-NAME(WS-GPP-COUNT)
                          MOVE GPP-ADDRESS
                            TO GPE-ADDRESS(WS-GPP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GP-PRACTICE-FILE
           END-IF
       .
       LOAD-LETTER-LOG.
           MOVE 0 TO WS-LG-COUNT
           MOVE 0 TO WS-LG-OVERFLOW
           OPEN INPUT LETTER-LOG-FILE
           IF WS-LETTER-LOG-STATUS EQUAL '00'
              PERFORM UNTIL WS-LETTER-LOG-STATUS NOT EQUAL '00'
                 READ LETTER-LOG-FILE
                    AT END MOVE '10' TO WS-LETTER-LOG-STATUS
                    NOT AT END
                       IF LG-STATUS EQUAL 'SENT'
                          IF WS-LG-COUNT < 2000
                             ADD 1 TO WS-LG-COUNT
                             MOVE LG-PATIENT-ID
                               TO LGE-PATIENT(WS-LG-COUNT)
                             MOVE LG-DISCHARGED
                               TO LGE-DISCHARGED(WS-LG-COUNT)
                          ELSE
                             ADD 1 TO WS-LG-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LETTER-LOG-FILE
           END-IF
       .
      *// one discharge: skip it if the letter already
      *// went, or if there is nothing to tell the GP; chase it if
      *// there is no practice to send to; otherwise write and log
      *// the letter.
       CONSIDER-DISCHARGE.
           MOVE DS-PATIENT-ID TO WS-PATIENT-ID
           MOVE 'N' TO WS-LG-FOUND
           PERFORM VARYING WS-LG-IND FROM 1 BY 1
              UNTIL WS-LG-IND > WS-LG-COUNT
              IF LGE-PATIENT(WS-LG-IND) EQUAL DS-PATIENT-ID
              AND LGE-DISCHARGED(WS-LG-IND) EQUAL DS-DATE
                 SET LETTER-ALREADY-SENT TO TRUE
                 MOVE WS-LG-COUNT TO WS-LG-IND
              END-IF
           END-PERFORM
           IF LETTER-ALREADY-SENT
              ADD 1 TO WS-GL-ALREADY
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCORE
           PERFORM FIND-PRIOR-RESULT
           IF WS-RH-CUR > 0
              MOVE WS-RH-SCORE(WS-RH-CUR) TO WS-SCORE
           END-IF
           PERFORM LIST-ALLERGENS
           MOVE 0 TO WS-GL-OPEN-ALERTS
           PERFORM VARYING WS-AL-IND FROM 1 BY 1
              UNTIL WS-AL-IND > WS-AL-COUNT
              IF WS-AL-PATIENT(WS-AL-IND) EQUAL DS-PATIENT-ID
              AND (WS-AL-STATUS(WS-AL-IND) EQUAL 'OPEN'
                   OR WS-AL-STATUS(WS-AL-IND) EQUAL 'DISCHRGD')
                 ADD 1 TO WS-GL-OPEN-ALERTS
              END-IF
           END-PERFORM
           IF WS-RESULT-LIST EQUAL SPACES
           AND WS-GL-OPEN-ALERTS EQUAL 0
              ADD 1 TO WS-GL-NO-FINDINGS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GPP-CUR
           MOVE SPACES TO WS-GL-CHASE-REASON
           IF DS-GP-PRACTICE EQUAL SPACES
              MOVE 'no GP practice on the master'
                TO WS-GL-CHASE-REASON
           ELSE
              PERFORM VARYING WS-GPP-IND FROM 1 BY 1
                 UNTIL WS-GPP-IND > WS-GPP-COUNT
                 IF GPE-PRACTICE(WS-GPP-IND) EQUAL DS-GP-PRACTICE
                    MOVE WS-GPP-IND TO WS-GPP-CUR
                    MOVE WS-GPP-COUNT TO WS-GPP-IND
                 END-IF
              END-PERFORM
              IF WS-GPP-CUR EQUAL 0
                 STRING 'practice '           DELIMITED BY SIZE
                        FUNCTION TRIM(DS-GP-PRACTICE)
                                              DELIMITED BY SIZE
                        ' not in the directory'
                                              DELIMITED BY SIZE
                        INTO WS-GL-CHASE-REASON
              END-IF
           END-IF
           IF WS-GL-CHASE-REASON NOT EQUAL SPACES
              ADD 1 TO WS-GL-CHASED
              MOVE SPACES TO GP-CHASE-REC
              STRING 'ward '                  DELIMITED BY SIZE
                     DS-WARD                  DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     DS-PATIENT-ID            DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     FUNCTION TRIM(DS-NAME)   DELIMITED BY SIZE
                     ' discharged '           DELIMITED BY SIZE
                     DS-DATE                  DELIMITED BY SIZE
                     ' -- '                   DELIMITED BY SIZE
                     WS-GL-CHASE-REASON       DELIMITED BY SIZE
                     INTO GP-CHASE-REC
              WRITE GP-CHASE-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-GP-LETTER
           MOVE SPACES TO LETTER-LOG-REC
           MOVE DS-PATIENT-ID TO LG-PATIENT-ID
           MOVE DS-DATE TO LG-DISCHARGED
           MOVE DS-GP-PRACTICE TO LG-GP-PRACTICE
           MOVE WS-RUN-DATE TO LG-SENT-DATE
           MOVE 'SENT' TO LG-STATUS
           WRITE LETTER-LOG-REC
           ADD 1 TO WS-GL-SENT
       .
      *// the letter: addressed to the practice, naming the
      *// patient, then the confirmed allergens, the medication
      *// combinations flagged during the stay, and any retest
      *// still pending. A rule line and a blank line part
      *// each letter from the one before it.
       WRITE-GP-LETTER.
           IF WS-GL-SENT > 0
              MOVE ALL '-' TO GP-LETTER-REC
              WRITE GP-LETTER-REC
              MOVE SPACES TO GP-LETTER-REC
              WRITE GP-LETTER-REC
           END-IF
           MOVE SPACES TO GP-LETTER-REC
           STRING 'To: '                      DELIMITED BY SIZE
                  FUNCTION TRIM(GPE-NAME(WS-GPP-CUR))
                                              DELIMITED BY SIZE
                  ' (practice '               DELIMITED BY SIZE
                  FUNCTION TRIM(DS-GP-PRACTICE)
                                              DELIMITED BY SIZE
                  ')'                         DELIMITED BY SIZE
                  INTO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           STRING '    '                      DELIMITED BY SIZE
                  GPE-ADDRESS(WS-GPP-CUR)     DELIMITED BY SIZE
                  INTO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           STRING 'Date: '                    DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  INTO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           STRING 'Re: '                      DELIMITED BY SIZE
                  FUNCTION TRIM(DS-NAME)      DELIMITED BY SIZE
                  ', date of birth '          DELIMITED BY SIZE
                  DS-DOB                      DELIMITED BY SIZE
                  ', hospital id '            DELIMITED BY SIZE
                  FUNCTION TRIM(DS-PATIENT-ID)
                                              DELIMITED BY SIZE
                  INTO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           STRING '    discharged '           DELIMITED BY SIZE
                  DS-DATE                     DELIMITED BY SIZE
                  ' from ward '               DELIMITED BY SIZE
                  FUNCTION TRIM(DS-WARD)      DELIMITED BY SIZE
                  INTO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE 'Dear Doctor,' TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE 'Allergy testing during this admission found:'
             TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           IF WS-RESULT-LIST EQUAL SPACES
              MOVE 'Confirmed allergens: none' TO GP-LETTER-REC
           ELSE
              STRING 'Confirmed allergens: '  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RESULT-LIST)
                                              DELIMITED BY SIZE
                     INTO GP-LETTER-REC
           END-IF
           WRITE GP-LETTER-REC
           MOVE 'Medication combinations flagged:' TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE 0 TO WS-GL-LINES
           PERFORM VARYING WS-AL-IND FROM 1 BY 1
              UNTIL WS-AL-IND > WS-AL-COUNT
              IF WS-AL-PATIENT(WS-AL-IND) EQUAL DS-PATIENT-ID
              AND WS-AL-MEDICATION(WS-AL-IND) NOT EQUAL
                  'NEW POSITIVE'
                 ADD 1 TO WS-GL-LINES
                 MOVE SPACES TO GP-LETTER-REC
                 STRING '    '                DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AL-ALLERGEN(WS-AL-IND))
                                              DELIMITED BY SIZE
                        ' allergy with '      DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AL-MEDICATION(WS-AL-IND))
                                              DELIMITED BY SIZE
                        ', flagged '          DELIMITED BY SIZE
                        WS-AL-DATE(WS-AL-IND) DELIMITED BY SIZE
                        INTO GP-LETTER-REC
                 WRITE GP-LETTER-REC
              END-IF
           END-PERFORM
           IF WS-GL-LINES EQUAL 0
              MOVE '    none' TO GP-LETTER-REC
              WRITE GP-LETTER-REC
           END-IF
           MOVE 'Allergy retest pending:' TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE 0 TO WS-GL-LINES
           PERFORM VARYING WS-RC-IND FROM 1 BY 1
              UNTIL WS-RC-IND > WS-RC-COUNT
              IF RCE-PATIENT(WS-RC-IND) EQUAL DS-PATIENT-ID
              AND RCE-STATUS(WS-RC-IND) EQUAL 'OPEN'
                 ADD 1 TO WS-GL-LINES
                 MOVE SPACES TO GP-LETTER-REC
                 STRING '    due '            DELIMITED BY SIZE
                        RCE-DUE(WS-RC-IND)    DELIMITED BY SIZE
                        ' for '               DELIMITED BY SIZE
                        FUNCTION TRIM(RCE-ALLERGENS(WS-RC-IND))
                                              DELIMITED BY SIZE
                        INTO GP-LETTER-REC
                 WRITE GP-LETTER-REC
              END-IF
           END-PERFORM
           IF WS-GL-LINES EQUAL 0
              MOVE '    none' TO GP-LETTER-REC
              WRITE GP-LETTER-REC
           END-IF
           MOVE SPACES TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE 'Please update the patient''s primary care record.'
             TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE SPACES TO GP-LETTER-REC
           WRITE GP-LETTER-REC
           MOVE 'Hospital Allergy Service' TO GP-LETTER-REC
           WRITE GP-LETTER-REC
       .
