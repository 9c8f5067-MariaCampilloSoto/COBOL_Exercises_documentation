              FILE STATUS WS-DOCUMENT-STATUS.
           SELECT ANNOTATED-FILE ASSIGN TO WS-ANNOTATED-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT COMPLIANCE-REPORT-FILE
              ASSIGN TO WS-COMPLIANCE-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT ANNOTATION-REPORT-FILE
              ASSIGN TO WS-ANNOTATION-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// new glossary candidates wait in the pending file
      *// for the documentation group instead of going straight
      *// into the glossary log; the approvals transaction decides
      *// each one and the maintenance mode applies the decisions,
      *// so only approved entries ever reach the master.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PENDING-STATUS.
           SELECT APPROVALS-FILE ASSIGN TO WS-APPROVALS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-APPROVALS-STATUS.
           SELECT APPROVAL-REPORT-FILE
              ASSIGN TO WS-APPROVAL-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE ASSIGN TO WS-PENDING-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode, strict-initialism
      *// switch and file paths set per run from keyword/value
      *// records, no recompile.
        01 DOCUMENT-REC PIC X(100).
       FD ANNOTATED-FILE.
        01 ANNOTATED-REC PIC X(250).
       FD COMPLIANCE-REPORT-FILE.
        01 COMPLIANCE-REPORT-REC PIC X(200).
       FD ANNOTATION-REPORT-FILE.
        01 ANNOTATION-REPORT-REC PIC X(110).
      *// one record per candidate, kept after it is
      *// decided so a rejected or re-lettered title is not queued
      *// again by the next batch.
       FD PENDING-FILE.
        01 PENDING-REC.
         02 PD-ACRONYM      PIC X(20).
         02 PD-TITLE        PIC X(80).
         02 PD-QUEUED-DATE  PIC X(8).
         02 PD-STATE        PIC X.
           88 PD-IS-PENDING   VALUE 'P'.
           88 PD-IS-APPROVED  VALUE 'A'.
           88 PD-IS-REJECTED  VALUE 'R'.
         02 PD-DECIDED-DATE PIC X(8).
         02 PD-APPROVED-AS  PIC X(20).
         02 PD-REASON       PIC X(50).
      *// A approve, R reject (reason required), E approve
      *// under the edited acronym given
       FD APPROVALS-FILE.
        01 APPROVAL-REC.
         02 AP-ACTION       PIC X.
         02 AP-ACRONYM      PIC X(20).
         02 AP-EDITED       PIC X(20).
         02 AP-REASON       PIC X(50).
       FD APPROVAL-REPORT-FILE.
        01 APPROVAL-REPORT-REC PIC X(200).
       FD PENDING-REPORT-FILE.
        01 PENDING-REPORT-REC PIC X(150).
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
      *// widened to match WS-EXPANDED's capacity -- camelCase
      *// boundary-splitting inserts a space per transition, so the
         88 MODE-GLOSSARY-LOOKUP      VALUE 'L'.
         88 MODE-ANNOTATE             VALUE 'A'.
         88 MODE-BOOKLET              VALUE 'K'.
         88 MODE-PENDING-REPORT       VALUE 'P'.
         88 MODE-COMPLIANCE           VALUE 'C'.
       01 WS-TITLES-FILE-PATH         PIC X(100)
                                       VALUE 'titles.dat'.
       01 WS-ABBREVIATION-INDEX-PATH  PIC X(100)
       01 WS-ANN-UNKNOWN-COUNT PIC 999 VALUE 0.
       01 WS-ANN-IND        PIC 999.
       01 WS-ANN-EDIT       PIC Z(3)9.
      *// FIRST-USE DEFINITION COMPLIANCE
       01 WS-COMPLIANCE-RPT-PATH PIC X(100)
                             VALUE 'acronym-compliance.rpt'.
      *// the current document line split into words, so
      *// the words either side of an acronym can be inspected
       01 WS-FU-WORD-TABLE.
         02 WS-FU-WORD OCCURS 50 PIC X(30).
       01 WS-FU-WORDS       PIC 99.
       01 WS-FU-WIND        PIC 99.
       01 WS-FU-JIND        PIC 99.
       01 WS-FU-LAST        PIC 99.
       01 WS-FU-PTR         PIC 999.
       01 WS-FU-LINE-NO     PIC 9(5) VALUE 0.
       01 WS-FU-LINE-EDIT   PIC Z(4)9.
      *// per known acronym: where it was first used and
      *// how often it has been spelled out so far
       01 WS-FU-ACRO-TABLE.
         02 WS-FU-ACRO OCCURS 100 TIMES.
            03 FUA-ACRO      PIC X(20).
            03 FUA-FIRST     PIC 9(5).
            03 FUA-USES      PIC 9(4).
            03 FUA-DEFS      PIC 9(4).
            03 FUA-DEF-LINE  PIC 9(5).
            03 FUA-AT-FIRST  PIC X.
            03 FUA-FLAGGED   PIC X.
       01 WS-FU-ACRO-COUNT  PIC 999 VALUE 0.
       01 WS-FU-CUR         PIC 999.
       01 WS-FU-DEFINED     PIC X.
         88 FU-DEFINED-HERE VALUE 'Y'.
       01 WS-FU-GIVEN       PIC X(120).
       01 WS-FU-TITLE-WORDS PIC 99.
       01 WS-FU-TITLE-LEN   PIC 99.
       01 WS-FU-BRACKETS    PIC 99.
       01 WS-FU-INNER       PIC X(30).
       01 WS-FU-PIECE       PIC X(30).
       01 WS-FU-PIECE-LEN   PIC 99.
       01 WS-FU-FINDING     PIC X(30).
       01 WS-FU-DETAIL      PIC X(120).
       01 WS-FU-FINDINGS    PIC 9(4) VALUE 0.
       01 WS-FU-CLEAN-ACROS PIC 9(4) VALUE 0.
       01 WS-FU-EDIT        PIC Z(3)9.
      *// GLOSSARY APPROVAL QUEUE
       01 WS-PENDING-PATH   PIC X(100)
                             VALUE 'acronym-pending.dat'.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-APPROVALS-PATH PIC X(100)
                             VALUE 'acronym-approvals.dat'.
       01 WS-APPROVALS-STATUS PIC XX.
       01 WS-APPROVAL-RPT-PATH PIC X(100)
                             VALUE 'acronym-approvals.rpt'.
       01 WS-PENDING-RPT-PATH PIC X(100)
                             VALUE 'acronym-pending.rpt'.
       01 WS-EOF-APPROVALS  PIC X VALUE 'N'.
         88 END-OF-APPROVALS VALUE 'Y'.
      *// the whole pending file in memory while the
      *// approvals are applied, then written back
       01 WS-PEND-TABLE.
         02 WS-PEND-ENTRY OCCURS 2000 TIMES.
            03 PQ-ACRONYM     PIC X(20).
            03 PQ-TITLE       PIC X(80).
            03 PQ-QUEUED      PIC X(8).
            03 PQ-STATE       PIC X.
            03 PQ-DECIDED     PIC X(8).
            03 PQ-APPROVED-AS PIC X(20).
            03 PQ-REASON      PIC X(50).
       01 WS-PEND-COUNT     PIC 9(4) VALUE 0.
       01 WS-PEND-OVERFLOW  PIC 9(4) VALUE 0.
       01 WS-PEND-IND       PIC 9(4).
       01 WS-PEND-CUR       PIC 9(4).
       01 WS-PEND-TODAY     PIC X(8).
       01 WS-PEND-FINAL     PIC X(20).
       01 WS-PEND-OUTCOME   PIC X(100).
       01 WS-PEND-AGE       PIC 9(5).
       01 WS-PEND-OLDEST    PIC 9(5).
       01 WS-PEND-AGE-EDIT  PIC Z(4)9.
       01 WS-PEND-APPROVED  PIC 9(4) VALUE 0.
       01 WS-PEND-REJECTED  PIC 9(4) VALUE 0.
       01 WS-PEND-REFUSED   PIC 9(4) VALUE 0.
       01 WS-PEND-WAITING   PIC 9(4) VALUE 0.
       01 WS-PEND-EDIT      PIC Z(3)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH PIC X(100)
                             VALUE 'acronym-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       ACRONYM.
                 PERFORM RUN-DOCUMENT-ANNOTATION
              WHEN MODE-BOOKLET
                 PERFORM RUN-BOOKLET
              WHEN MODE-PENDING-REPORT
                 PERFORM RUN-PENDING-REPORT
              WHEN MODE-COMPLIANCE
                 PERFORM RUN-FIRST-USE-COMPLIANCE
              WHEN OTHER
                 PERFORM ABBREVIATE
                 PERFORM CHECK-SINGLE-TITLE-KNOWN
                 PERFORM LOG-GLOSSARY-ENTRY
           END-EVALUATE
           GOBACK
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'M' OR 'L'
                    OR 'A' OR 'K' OR 'P' OR 'C'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'acronym run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: S B M L A K P C), '
                       'entry ignored'
                 END-IF
              WHEN 'STRICT'
                 MOVE RCTL-VALUE TO WS-RENAMES-PATH
              WHEN 'BOOKLET'
                 MOVE RCTL-VALUE TO WS-BOOKLET-PATH
              WHEN 'PENDING'
                 MOVE RCTL-VALUE TO WS-PENDING-PATH
              WHEN 'APPROVALS'
                 MOVE RCTL-VALUE TO WS-APPROVALS-PATH
              WHEN 'APPROVAL-RPT'
                 MOVE RCTL-VALUE TO WS-APPROVAL-RPT-PATH
              WHEN 'PENDING-RPT'
                 MOVE RCTL-VALUE TO WS-PENDING-RPT-PATH
              WHEN 'COMPLIANCE'
                 MOVE RCTL-VALUE TO WS-COMPLIANCE-RPT-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
      *// lines of duplication collapse to one record per mapping.
       RUN-GLOSSARY-MAINT.
           PERFORM WRITE-JOB-START
      *// the day's approval decisions go into the glossary
      *// log first, so this rebuild already carries them.
           PERFORM APPLY-PENDING-APPROVALS
           PERFORM LOAD-KNOWN-GLOSSARY
      *// a log past the single-pass capacity must not be
      *// rebuilt into the master -- an incomplete master answers
              FUNCTION TRIM(WS-MAINT-EDIT) ' mappings'
      *// the master rebuild mutates a persistent file --
      *// it leaves a job-history record like the batch runs do.
           PERFORM WRITE-PENDING-REPORT
           MOVE WS-KNOWN-COUNT TO WS-JH-READ
           MOVE WS-MAINT-WRITTEN TO WS-JH-WRITTEN
           MOVE WS-PEND-REFUSED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
      *// the help desk's reverse lookup: each queried
       RUN-TITLE-BATCH.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-KNOWN-GLOSSARY
           PERFORM LOAD-PENDING-AS-KNOWN
      *// with part of the glossary unloaded, collision
      *// detection against past runs is incomplete -- say so.
           IF WS-KNOWN-OVERFLOW > 0
           MOVE 'AN'  TO WS-STOPWORD(3)
           MOVE 3 TO WS-STOPWORD-COUNT
       .
      *// queue the generated acronym and its source title
      *// for approval so the mapping isn't lost once WS-RESULT is
      *// returned; a mapping already on the glossary or in the
      *// queue is not queued twice.
       LOG-GLOSSARY-ENTRY.
           IF SAME-MAPPING-KNOWN
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS EQUAL '35'
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN EXTEND PENDING-FILE
           END-IF
           MOVE SPACES TO PENDING-REC
           MOVE WS-RESULT TO PD-ACRONYM
           MOVE WS-ORIGINAL-TITLE TO PD-TITLE
           ACCEPT PD-QUEUED-DATE FROM DATE YYYYMMDD
           SET PD-IS-PENDING TO TRUE
           WRITE PENDING-REC
           CLOSE PENDING-FILE
       .
      *// a single title has no collision pass, but it is
      *// still checked against the glossary and the queue so a
      *// re-run does not queue it again.
       CHECK-SINGLE-TITLE-KNOWN.
           PERFORM LOAD-KNOWN-GLOSSARY
           PERFORM LOAD-PENDING-AS-KNOWN
           MOVE WS-RESULT TO WS-CANDIDATE
           PERFORM CHECK-CANDIDATE-TAKEN
       .
      *// every candidate ever queued -- waiting, approved
      *// or rejected -- holds its acronym against new titles the
      *// same way a glossary entry does.
       LOAD-PENDING-AS-KNOWN.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS EQUAL '00'
              PERFORM UNTIL WS-PENDING-STATUS NOT EQUAL '00'
                 READ PENDING-FILE
                    AT END MOVE '10' TO WS-PENDING-STATUS
                    NOT AT END
                       IF PD-ACRONYM NOT EQUAL SPACES
                          IF WS-KNOWN-COUNT < 5000
                             ADD 1 TO WS-KNOWN-COUNT
                             MOVE PD-ACRONYM
                               TO KN-ACRONYM(WS-KNOWN-COUNT)
                             MOVE PD-TITLE
                               TO KN-TITLE(WS-KNOWN-COUNT)
                          ELSE
                             ADD 1 TO WS-KNOWN-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF
       .
       LOAD-PENDING-TABLE.
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-PEND-OVERFLOW
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS EQUAL '00'
              PERFORM UNTIL WS-PENDING-STATUS NOT EQUAL '00'
                 READ PENDING-FILE
                    AT END MOVE '10' TO WS-PENDING-STATUS
                    NOT AT END
                       IF WS-PEND-COUNT < 2000
                          ADD 1 TO WS-PEND-COUNT
                          MOVE PENDING-REC
                            TO WS-PEND-ENTRY(WS-PEND-COUNT)
                       ELSE
                          ADD 1 TO WS-PEND-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF
       .
      *// apply the approvals transaction to the queue:
      *// approved entries (under their edited acronym where one was
      *// given) join the glossary log, rejected ones keep their
      *// reason, and a transaction that cannot be applied is
      *// refused on the report and the item left waiting.
       APPLY-PENDING-APPROVALS.
           ACCEPT WS-PEND-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT APPROVAL-REPORT-FILE
           MOVE 'GLOSSARY APPROVALS APPLIED' TO APPROVAL-REPORT-REC
           WRITE APPROVAL-REPORT-REC
           PERFORM LOAD-PENDING-TABLE
      *// a queue only partly in memory cannot be written
      *// back without losing the rest of it.
           IF WS-PEND-OVERFLOW > 0
              MOVE 'pending file over capacity -- approvals NOT done'
                TO APPROVAL-REPORT-REC
              WRITE APPROVAL-REPORT-REC
              CLOSE APPROVAL-REPORT-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPROVALS-FILE
           IF WS-APPROVALS-STATUS NOT EQUAL '00'
              MOVE '(no approvals transaction on hand)'
                TO APPROVAL-REPORT-REC
              WRITE APPROVAL-REPORT-REC
              CLOSE APPROVAL-REPORT-FILE
              EXIT PARAGRAPH
           END-IF
      *// an edited acronym must not take one already
      *// standing for another title on the glossary or the queue
           PERFORM LOAD-KNOWN-GLOSSARY
           PERFORM LOAD-PENDING-AS-KNOWN
           OPEN EXTEND GLOSSARY-FILE
           IF WS-GLOSSARY-STATUS EQUAL '35'
              OPEN OUTPUT GLOSSARY-FILE
              CLOSE GLOSSARY-FILE
              OPEN EXTEND GLOSSARY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-APPROVALS
           PERFORM UNTIL END-OF-APPROVALS
              READ APPROVALS-FILE
                 AT END MOVE 'Y' TO WS-EOF-APPROVALS
                 NOT AT END PERFORM APPLY-ONE-APPROVAL
              END-READ
           END-PERFORM
           CLOSE APPROVALS-FILE
           CLOSE GLOSSARY-FILE
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PEND-IND FROM 1 BY 1
              UNTIL WS-PEND-IND > WS-PEND-COUNT
              MOVE WS-PEND-ENTRY(WS-PEND-IND) TO PENDING-REC
              WRITE PENDING-REC
           END-PERFORM
           CLOSE PENDING-FILE
           MOVE SPACES TO APPROVAL-REPORT-REC
           WRITE APPROVAL-REPORT-REC
           MOVE SPACES TO APPROVAL-REPORT-REC
           MOVE WS-PEND-APPROVED TO WS-PEND-EDIT
           STRING 'Approved: '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-EDIT)    DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-REC
           WRITE APPROVAL-REPORT-REC
           MOVE SPACES TO APPROVAL-REPORT-REC
           MOVE WS-PEND-REJECTED TO WS-PEND-EDIT
           STRING 'Rejected: '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-EDIT)    DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-REC
           WRITE APPROVAL-REPORT-REC
           MOVE SPACES TO APPROVAL-REPORT-REC
           MOVE WS-PEND-REFUSED TO WS-PEND-EDIT
           STRING 'Transactions refused: '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-EDIT)    DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-REC
           WRITE APPROVAL-REPORT-REC
           CLOSE APPROVAL-REPORT-FILE
       .
       APPLY-ONE-APPROVAL.
           MOVE 0 TO WS-PEND-CUR
           PERFORM VARYING WS-PEND-IND FROM 1 BY 1
              UNTIL WS-PEND-IND > WS-PEND-COUNT OR WS-PEND-CUR > 0
              IF PQ-ACRONYM(WS-PEND-IND) EQUAL AP-ACRONYM
              AND PQ-STATE(WS-PEND-IND) EQUAL 'P'
                 MOVE WS-PEND-IND TO WS-PEND-CUR
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-PEND-OUTCOME
           IF WS-PEND-CUR EQUAL 0
              MOVE 'no candidate waiting under this acronym'
                TO WS-PEND-OUTCOME
              PERFORM REFUSE-APPROVAL
              EXIT PARAGRAPH
           END-IF
           EVALUATE AP-ACTION
              WHEN 'A'
                 MOVE PQ-ACRONYM(WS-PEND-CUR) TO WS-PEND-FINAL
              WHEN 'E'
                 IF AP-EDITED EQUAL SPACES
                    MOVE 'edited approval gives no acronym'
                      TO WS-PEND-OUTCOME
                    PERFORM REFUSE-APPROVAL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE FUNCTION UPPER-CASE(AP-EDITED) TO WS-CANDIDATE
                 MOVE PQ-TITLE(WS-PEND-CUR) TO WS-ORIGINAL-TITLE
                 PERFORM CHECK-CANDIDATE-TAKEN
                 IF ACRONYM-TAKEN
                    STRING 'edited acronym already stands for '
                                                 DELIMITED BY SIZE
                           FUNCTION TRIM(KN-TITLE(WS-TAKEN-IND))
                                                 DELIMITED BY SIZE
                           INTO WS-PEND-OUTCOME
                    PERFORM REFUSE-APPROVAL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-CANDIDATE TO WS-PEND-FINAL
              WHEN 'R'
                 IF AP-REASON EQUAL SPACES
                    MOVE 'rejection gives no reason'
                      TO WS-PEND-OUTCOME
                    PERFORM REFUSE-APPROVAL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE 'R' TO PQ-STATE(WS-PEND-CUR)
                 MOVE WS-PEND-TODAY TO PQ-DECIDED(WS-PEND-CUR)
                 MOVE AP-REASON TO PQ-REASON(WS-PEND-CUR)
                 ADD 1 TO WS-PEND-REJECTED
                 MOVE SPACES TO APPROVAL-REPORT-REC
                 STRING FUNCTION TRIM(AP-ACRONYM) DELIMITED BY SIZE
                        ' = '                     DELIMITED BY SIZE
                        FUNCTION TRIM(PQ-TITLE(WS-PEND-CUR))
                                                  DELIMITED BY SIZE
                        ' -- REJECTED: '          DELIMITED BY SIZE
                        FUNCTION TRIM(AP-REASON)  DELIMITED BY SIZE
                        INTO APPROVAL-REPORT-REC
                 WRITE APPROVAL-REPORT-REC
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE 'action must be A, R or E' TO WS-PEND-OUTCOME
                 PERFORM REFUSE-APPROVAL
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'A' TO PQ-STATE(WS-PEND-CUR)
           MOVE WS-PEND-TODAY TO PQ-DECIDED(WS-PEND-CUR)
           MOVE WS-PEND-FINAL TO PQ-APPROVED-AS(WS-PEND-CUR)
           ADD 1 TO WS-PEND-APPROVED
           MOVE SPACES TO GLOSSARY-REC
           STRING FUNCTION TRIM(WS-PEND-FINAL)   DELIMITED BY SIZE
                  ' = '                          DELIMITED BY SIZE
                  FUNCTION TRIM(PQ-TITLE(WS-PEND-CUR))
                                                 DELIMITED BY SIZE
                  INTO GLOSSARY-REC
           WRITE GLOSSARY-REC
           IF WS-KNOWN-COUNT < 5000
              ADD 1 TO WS-KNOWN-COUNT
              MOVE WS-PEND-FINAL TO KN-ACRONYM(WS-KNOWN-COUNT)
              MOVE PQ-TITLE(WS-PEND-CUR) TO KN-TITLE(WS-KNOWN-COUNT)
           END-IF
           MOVE SPACES TO APPROVAL-REPORT-REC
           IF WS-PEND-FINAL EQUAL AP-ACRONYM
              STRING FUNCTION TRIM(AP-ACRONYM)   DELIMITED BY SIZE
                     ' = '                       DELIMITED BY SIZE
                     FUNCTION TRIM(PQ-TITLE(WS-PEND-CUR))
                                                 DELIMITED BY SIZE
                     ' -- APPROVED'              DELIMITED BY SIZE
                     INTO APPROVAL-REPORT-REC
           ELSE
              STRING FUNCTION TRIM(AP-ACRONYM)   DELIMITED BY SIZE
                     ' = '                       DELIMITED BY SIZE
                     FUNCTION TRIM(PQ-TITLE(WS-PEND-CUR))
                                                 DELIMITED BY SIZE
                     ' -- APPROVED AS '          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PEND-FINAL)
                                                 DELIMITED BY SIZE
                     INTO APPROVAL-REPORT-REC
           END-IF
           WRITE APPROVAL-REPORT-REC
       .
       REFUSE-APPROVAL.
           ADD 1 TO WS-PEND-REFUSED
           MOVE SPACES TO APPROVAL-REPORT-REC
           STRING FUNCTION TRIM(AP-ACRONYM)      DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  AP-ACTION                      DELIMITED BY SIZE
                  ') -- REFUSED: '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-OUTCOME) DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-REC
           WRITE APPROVAL-REPORT-REC
       .
      *// the pending-items report on its own, for the
      *// documentation group between maintenance runs.
       RUN-PENDING-REPORT.
           PERFORM WRITE-JOB-START
           PERFORM WRITE-PENDING-REPORT
           MOVE WS-PEND-COUNT TO WS-JH-READ
           MOVE WS-PEND-WAITING TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// every candidate still waiting, in the order it
      *// was queued, with its age in days.
       WRITE-PENDING-REPORT.
           ACCEPT WS-PEND-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PENDING-TABLE
           MOVE 0 TO WS-PEND-WAITING
           MOVE 0 TO WS-PEND-OLDEST
           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE SPACES TO PENDING-REPORT-REC
           STRING 'GLOSSARY CANDIDATES AWAITING APPROVAL - '
                                                 DELIMITED BY SIZE
                  WS-PEND-TODAY                  DELIMITED BY SIZE
                  INTO PENDING-REPORT-REC
           WRITE PENDING-REPORT-REC
           MOVE SPACES TO PENDING-REPORT-REC
           WRITE PENDING-REPORT-REC
           MOVE 'ACRONYM               QUEUED    AGE  TITLE'
             TO PENDING-REPORT-REC
           WRITE PENDING-REPORT-REC
           PERFORM VARYING WS-PEND-IND FROM 1 BY 1
              UNTIL WS-PEND-IND > WS-PEND-COUNT
              IF PQ-STATE(WS-PEND-IND) EQUAL 'P'
                 ADD 1 TO WS-PEND-WAITING
                 MOVE 0 TO WS-PEND-AGE
                 IF PQ-QUEUED(WS-PEND-IND) IS NUMERIC
                 AND PQ-QUEUED(WS-PEND-IND) <= WS-PEND-TODAY
                    COMPUTE WS-PEND-AGE =
                       FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-PEND-TODAY))
                     - FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(PQ-QUEUED(WS-PEND-IND)))
                 END-IF
                 IF WS-PEND-AGE > WS-PEND-OLDEST
                    MOVE WS-PEND-AGE TO WS-PEND-OLDEST
                 END-IF
                 MOVE WS-PEND-AGE TO WS-PEND-AGE-EDIT
                 MOVE SPACES TO PENDING-REPORT-REC
                 STRING PQ-ACRONYM(WS-PEND-IND)  DELIMITED BY SIZE
                        '  '                     DELIMITED BY SIZE
                        PQ-QUEUED(WS-PEND-IND)   DELIMITED BY SIZE
                        WS-PEND-AGE-EDIT         DELIMITED BY SIZE
                        '  '                     DELIMITED BY SIZE
                        FUNCTION TRIM(PQ-TITLE(WS-PEND-IND))
                                                 DELIMITED BY SIZE
                        INTO PENDING-REPORT-REC
                 WRITE PENDING-REPORT-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO PENDING-REPORT-REC
           WRITE PENDING-REPORT-REC
           MOVE SPACES TO PENDING-REPORT-REC
           MOVE WS-PEND-WAITING TO WS-PEND-EDIT
           STRING 'Items awaiting approval: '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-EDIT)    DELIMITED BY SIZE
                  INTO PENDING-REPORT-REC
           WRITE PENDING-REPORT-REC
           MOVE SPACES TO PENDING-REPORT-REC
           MOVE WS-PEND-OLDEST TO WS-PEND-AGE-EDIT
           STRING 'Oldest item, days waiting: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-AGE-EDIT)
                                                 DELIMITED BY SIZE
                  INTO PENDING-REPORT-REC
           WRITE PENDING-REPORT-REC
           CLOSE PENDING-REPORT-FILE
       .
      *// insert a space at camelCase/PascalCase
      *// boundaries before the separator/uppercase conversion above
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'ACRONYM' TO JH-PROGRAM
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
           END-PERFORM
           WRITE ANNOTATED-REC
       .
       ANNOTATE-ONE-TOKEN.
           PERFORM PEEL-ANNOTATION-TOKEN
           MOVE SPACES TO WS-ANN-BUILD
           IF WS-ANN-IS-ACRO EQUAL 'N'
      *// not acronym-shaped: the token passes through as
              ON OVERFLOW CONTINUE
           END-STRING
       .
      *// peel one leading '(' and one trailing punctuation
      *// mark so '(SLA),' still finds SLA, then judge the bare
      *// token: 2-10 capital letters is acronym-shaped.
       PEEL-ANNOTATION-TOKEN.
           MOVE SPACE TO WS-ANN-PREFIX
           MOVE SPACE TO WS-ANN-SUFFIX
           IF WS-ANN-TOKEN(1:1) EQUAL '('
              MOVE '(' TO WS-ANN-PREFIX
              MOVE WS-ANN-TOKEN(2:) TO WS-ANN-TOKEN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANN-TOKEN))
             TO WS-ANN-LEN
           IF WS-ANN-LEN > 1
              EVALUATE WS-ANN-TOKEN(WS-ANN-LEN:1)
                 WHEN ','
                 WHEN '.'
                 WHEN ';'
                 WHEN ':'
                 WHEN ')'
                 WHEN '?'
                 WHEN '!'
                    MOVE WS-ANN-TOKEN(WS-ANN-LEN:1)
                      TO WS-ANN-SUFFIX
                    MOVE SPACE TO WS-ANN-TOKEN(WS-ANN-LEN:1)
                    SUBTRACT 1 FROM WS-ANN-LEN
              END-EVALUATE
           END-IF
           MOVE 'Y' TO WS-ANN-IS-ACRO
           IF WS-ANN-LEN < 2 OR WS-ANN-LEN > 10
              MOVE 'N' TO WS-ANN-IS-ACRO
           ELSE
              PERFORM VARYING WS-ANN-CHIND FROM 1 BY 1
                 UNTIL WS-ANN-CHIND > WS-ANN-LEN
                 IF WS-ANN-TOKEN(WS-ANN-CHIND:1) < 'A'
                 OR WS-ANN-TOKEN(WS-ANN-CHIND:1) > 'Z'
                    MOVE 'N' TO WS-ANN-IS-ACRO
                    MOVE WS-ANN-LEN TO WS-ANN-CHIND
                 END-IF
              END-PERFORM
           END-IF
       .
      *// the first title behind the acronym on the master;
      *// collision suffixes are distinct keys of their own.
       GET-MASTER-TITLE.
           END-PERFORM
           CLOSE ANNOTATION-REPORT-FILE
       .
      *// house style: every acronym is spelled out where it
      *// is first used, either title first with the acronym in
      *// brackets -- Service Level Agreement (SLA) -- or acronym
      *// first with the title in brackets.  Definition problems are
      *// listed as they are met, line by line; acronyms never or
      *// only later spelled out are listed after the document.
       RUN-FIRST-USE-COMPLIANCE.
           PERFORM WRITE-JOB-START
           OPEN INPUT GLOSSARY-MASTER-FILE
           IF WS-GLOSSARY-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'acronym compliance: no glossary master on '
                 'hand, run the maintenance mode first'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN INPUT DOCUMENT-FILE
           IF WS-DOCUMENT-STATUS NOT EQUAL '00'
              DISPLAY 'acronym compliance: document file missing'
              CLOSE GLOSSARY-MASTER-FILE
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT COMPLIANCE-REPORT-FILE
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           STRING 'FIRST-USE DEFINITION COMPLIANCE - '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DOCUMENT-PATH) DELIMITED BY SIZE
                  INTO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE 'DEFINITION PROBLEMS' TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE ' LINE  ACRONYM              FINDING'
             TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE 0 TO WS-FU-LINE-NO
           MOVE 'N' TO WS-EOF-DOCUMENT
           PERFORM UNTIL END-OF-DOCUMENT
              READ DOCUMENT-FILE
                 AT END MOVE 'Y' TO WS-EOF-DOCUMENT
                 NOT AT END
                    ADD 1 TO WS-JH-READ
                    ADD 1 TO WS-FU-LINE-NO
                    PERFORM CHECK-LINE-FIRST-USE
              END-READ
           END-PERFORM
           CLOSE DOCUMENT-FILE
           CLOSE GLOSSARY-MASTER-FILE
           PERFORM FINISH-COMPLIANCE-REPORT
           CLOSE COMPLIANCE-REPORT-FILE
           MOVE WS-FU-ACRO-COUNT TO WS-JH-WRITTEN
           MOVE WS-FU-FINDINGS TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       CHECK-LINE-FIRST-USE.
           MOVE SPACES TO WS-FU-WORD-TABLE
           MOVE 0 TO WS-FU-WORDS
           MOVE 1 TO WS-FU-PTR
           PERFORM UNTIL WS-FU-PTR > LENGTH OF DOCUMENT-REC
              OR WS-FU-WORDS EQUAL 50
              MOVE SPACES TO WS-FU-PIECE
              UNSTRING DOCUMENT-REC DELIMITED BY ALL ' '
                 INTO WS-FU-PIECE
                 WITH POINTER WS-FU-PTR
              END-UNSTRING
              IF WS-FU-PIECE NOT EQUAL SPACES
                 ADD 1 TO WS-FU-WORDS
                 MOVE WS-FU-PIECE TO WS-FU-WORD(WS-FU-WORDS)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-FU-WIND FROM 1 BY 1
              UNTIL WS-FU-WIND > WS-FU-WORDS
              PERFORM CHECK-WORD-FIRST-USE
           END-PERFORM
       .
       CHECK-WORD-FIRST-USE.
           MOVE WS-FU-WORD(WS-FU-WIND) TO WS-ANN-TOKEN
      *// '(SLA),' mid-sentence: drop the mark after the
      *// bracket so the peel still sees the acronym bracketed
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANN-TOKEN))
             TO WS-ANN-LEN
           IF WS-ANN-LEN > 2
              IF WS-ANN-TOKEN(WS-ANN-LEN - 1:1) EQUAL ')'
                 IF WS-ANN-TOKEN(WS-ANN-LEN:1) EQUAL ',' OR '.'
                    OR ';' OR ':'
                    MOVE SPACE TO WS-ANN-TOKEN(WS-ANN-LEN:1)
                 END-IF
              END-IF
           END-IF
           PERFORM PEEL-ANNOTATION-TOKEN
           IF WS-ANN-IS-ACRO EQUAL 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ANN-CLEAN
           MOVE WS-ANN-TOKEN(1:WS-ANN-LEN) TO WS-ANN-CLEAN
           PERFORM GET-MASTER-TITLE
      *// acronyms without a glossary entry are the
      *// annotation summary's business, not this check's
           IF WS-ANN-TITLE EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FU-CUR
           PERFORM VARYING WS-ANN-IND FROM 1 BY 1
              UNTIL WS-ANN-IND > WS-FU-ACRO-COUNT
              IF FUA-ACRO(WS-ANN-IND) EQUAL WS-ANN-CLEAN
                 MOVE WS-ANN-IND TO WS-FU-CUR
                 MOVE WS-FU-ACRO-COUNT TO WS-ANN-IND
              END-IF
           END-PERFORM
           IF WS-FU-CUR EQUAL 0
              IF WS-FU-ACRO-COUNT NOT < 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-FU-ACRO-COUNT
              MOVE WS-FU-ACRO-COUNT TO WS-FU-CUR
              MOVE WS-ANN-CLEAN TO FUA-ACRO(WS-FU-CUR)
              MOVE WS-FU-LINE-NO TO FUA-FIRST(WS-FU-CUR)
              MOVE 0 TO FUA-USES(WS-FU-CUR)
              MOVE 0 TO FUA-DEFS(WS-FU-CUR)
              MOVE 0 TO FUA-DEF-LINE(WS-FU-CUR)
              MOVE 'N' TO FUA-AT-FIRST(WS-FU-CUR)
              MOVE 'N' TO FUA-FLAGGED(WS-FU-CUR)
           END-IF
           ADD 1 TO FUA-USES(WS-FU-CUR)
           PERFORM FIND-DEFINITION-GIVEN
           IF NOT FU-DEFINED-HERE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FUA-DEFS(WS-FU-CUR)
           MOVE WS-FU-LINE-NO TO WS-FU-LINE-EDIT
           IF FUA-DEFS(WS-FU-CUR) EQUAL 1
              MOVE WS-FU-LINE-NO TO FUA-DEF-LINE(WS-FU-CUR)
              IF FUA-USES(WS-FU-CUR) EQUAL 1
                 MOVE 'Y' TO FUA-AT-FIRST(WS-FU-CUR)
              END-IF
           ELSE
              MOVE 'DEFINED MORE THAN ONCE' TO WS-FU-FINDING
              MOVE SPACES TO WS-FU-DETAIL
              MOVE FUA-DEF-LINE(WS-FU-CUR) TO WS-FU-EDIT
              STRING 'first defined at line '    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FU-EDIT)   DELIMITED BY SIZE
                     INTO WS-FU-DETAIL
              PERFORM WRITE-COMPLIANCE-FINDING
           END-IF
           IF FUNCTION UPPER-CASE(WS-FU-GIVEN)
              NOT EQUAL FUNCTION UPPER-CASE(WS-ANN-TITLE)
              MOVE 'TITLE DOES NOT MATCH GLOSSARY' TO WS-FU-FINDING
              MOVE SPACES TO WS-FU-DETAIL
              STRING 'given "'                   DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FU-GIVEN)  DELIMITED BY SIZE
                     '", glossary "'             DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ANN-TITLE) DELIMITED BY SIZE
                     '"'                         DELIMITED BY SIZE
                     INTO WS-FU-DETAIL
              PERFORM WRITE-COMPLIANCE-FINDING
           END-IF
       .
      *// is this occurrence a definition?  "(SLA)" takes as
      *// many words before it as the glossary title has; "SLA"
      *// followed by a bracket takes the bracketed words after it.
      *// Either way the words given are kept for the title check.
       FIND-DEFINITION-GIVEN.
           MOVE 'N' TO WS-FU-DEFINED
           MOVE SPACES TO WS-FU-GIVEN
           MOVE 1 TO WS-FU-PTR
           IF WS-ANN-PREFIX EQUAL '(' AND WS-ANN-SUFFIX EQUAL ')'
              IF WS-FU-WIND EQUAL 1
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANN-TITLE))
                TO WS-FU-TITLE-LEN
              MOVE 1 TO WS-FU-TITLE-WORDS
              INSPECT WS-ANN-TITLE(1:WS-FU-TITLE-LEN)
                 TALLYING WS-FU-TITLE-WORDS FOR ALL ' '
              IF WS-FU-TITLE-WORDS NOT < WS-FU-WIND
                 MOVE 1 TO WS-FU-JIND
              ELSE
                 COMPUTE WS-FU-JIND = WS-FU-WIND - WS-FU-TITLE-WORDS
              END-IF
              PERFORM UNTIL WS-FU-JIND NOT < WS-FU-WIND
                 IF WS-FU-PTR > 1
                    STRING ' ' DELIMITED BY SIZE
                       INTO WS-FU-GIVEN WITH POINTER WS-FU-PTR
                       ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
                 STRING WS-FU-WORD(WS-FU-JIND) DELIMITED BY SPACE
                    INTO WS-FU-GIVEN WITH POINTER WS-FU-PTR
                    ON OVERFLOW CONTINUE
                 END-STRING
                 ADD 1 TO WS-FU-JIND
              END-PERFORM
              MOVE 'Y' TO WS-FU-DEFINED
              EXIT PARAGRAPH
           END-IF
           IF WS-ANN-PREFIX NOT EQUAL SPACE
           OR WS-ANN-SUFFIX NOT EQUAL SPACE
           OR WS-FU-WIND NOT < WS-FU-WORDS
              EXIT PARAGRAPH
           END-IF
           IF WS-FU-WORD(WS-FU-WIND + 1)(1:1) NOT EQUAL '('
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FU-LAST = WS-FU-WIND + 1
           PERFORM VARYING WS-FU-JIND FROM WS-FU-LAST BY 1
              UNTIL WS-FU-JIND > WS-FU-WORDS
              MOVE WS-FU-WORD(WS-FU-JIND) TO WS-FU-PIECE
              IF WS-FU-JIND EQUAL WS-FU-LAST
                 MOVE WS-FU-PIECE(2:) TO WS-FU-PIECE
              END-IF
              MOVE 0 TO WS-FU-BRACKETS
              INSPECT WS-FU-PIECE TALLYING WS-FU-BRACKETS FOR ALL ')'
              MOVE SPACES TO WS-FU-INNER
              UNSTRING WS-FU-PIECE DELIMITED BY ')'
                 INTO WS-FU-INNER
              END-UNSTRING
              IF WS-FU-PTR > 1
                 STRING ' ' DELIMITED BY SIZE
                    INTO WS-FU-GIVEN WITH POINTER WS-FU-PTR
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
              STRING WS-FU-INNER DELIMITED BY SPACE
                 INTO WS-FU-GIVEN WITH POINTER WS-FU-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
              IF WS-FU-BRACKETS > 0
                 MOVE WS-FU-WORDS TO WS-FU-JIND
              END-IF
           END-PERFORM
           MOVE 'Y' TO WS-FU-DEFINED
       .
       WRITE-COMPLIANCE-FINDING.
           ADD 1 TO WS-FU-FINDINGS
           MOVE 'Y' TO FUA-FLAGGED(WS-FU-CUR)
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           STRING WS-FU-LINE-EDIT                DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
                  WS-ANN-CLEAN                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-FU-FINDING                  DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FU-DETAIL)    DELIMITED BY SIZE
                  INTO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
       .
      *// after the last line: each acronym in order of
      *// first use that was never spelled out, or only later on,
      *// then the totals.
       FINISH-COMPLIANCE-REPORT.
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE 'FIRST USES WITHOUT A DEFINITION'
             TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE ' LINE  ACRONYM              FINDING'
             TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           PERFORM VARYING WS-FU-CUR FROM 1 BY 1
              UNTIL WS-FU-CUR > WS-FU-ACRO-COUNT
              IF FUA-AT-FIRST(WS-FU-CUR) EQUAL 'N'
                 MOVE FUA-ACRO(WS-FU-CUR) TO WS-ANN-CLEAN
                 MOVE FUA-FIRST(WS-FU-CUR) TO WS-FU-LINE-EDIT
                 MOVE SPACES TO WS-FU-DETAIL
                 IF FUA-DEFS(WS-FU-CUR) EQUAL 0
                    MOVE 'USED WITHOUT EVER DEFINING'
                      TO WS-FU-FINDING
                    MOVE FUA-USES(WS-FU-CUR) TO WS-FU-EDIT
                    STRING 'used '                   DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FU-EDIT) DELIMITED BY SIZE
                           ' time(s)'                DELIMITED BY SIZE
                           INTO WS-FU-DETAIL
                 ELSE
                    MOVE 'NOT DEFINED AT FIRST USE' TO WS-FU-FINDING
                    MOVE FUA-DEF-LINE(WS-FU-CUR) TO WS-FU-EDIT
                    STRING 'first defined at line '  DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FU-EDIT) DELIMITED BY SIZE
                           INTO WS-FU-DETAIL
                 END-IF
                 PERFORM WRITE-COMPLIANCE-FINDING
              END-IF
           END-PERFORM
           MOVE 0 TO WS-FU-CLEAN-ACROS
           PERFORM VARYING WS-FU-CUR FROM 1 BY 1
              UNTIL WS-FU-CUR > WS-FU-ACRO-COUNT
              IF FUA-FLAGGED(WS-FU-CUR) EQUAL 'N'
                 ADD 1 TO WS-FU-CLEAN-ACROS
              END-IF
           END-PERFORM
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           MOVE WS-FU-LINE-NO TO WS-FU-LINE-EDIT
           STRING 'Document lines read: '        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FU-LINE-EDIT) DELIMITED BY SIZE
                  INTO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           MOVE WS-FU-ACRO-COUNT TO WS-FU-EDIT
           STRING 'Glossary acronyms used: '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FU-EDIT)      DELIMITED BY SIZE
                  INTO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           MOVE WS-FU-CLEAN-ACROS TO WS-FU-EDIT
           STRING 'Defined correctly at first use: '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FU-EDIT)      DELIMITED BY SIZE
                  INTO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
           MOVE SPACES TO COMPLIANCE-REPORT-REC
           MOVE WS-FU-FINDINGS TO WS-FU-EDIT
           STRING 'Findings: '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FU-EDIT)      DELIMITED BY SIZE
                  INTO COMPLIANCE-REPORT-REC
           WRITE COMPLIANCE-REPORT-REC
       .
      *// walk the rename feed: every table entry holding
      *// the acronym's old title takes the new one, a dated
      *// "formerly" alias joins the table (the lookup mode lists
