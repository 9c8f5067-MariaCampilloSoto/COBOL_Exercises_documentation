      *// keyed master of every Armstrong number ever
      *// discovered, stamped with when it was found -- range scans
      *// report only the delta, which is the news the newsletter
      *// editor actually wants. Keyed on number and base, so a
      *// narcissistic number found in another base sits beside the
      *// base-10 finds without being mistaken for one.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY AM-KEY
              FILE STATUS WS-MASTER-STATUS.
      *// the master as it was before the base joined the
      *// key: number and found date only. Read once by the K mode
      *// to carry an older master over to the keyed layout, every
      *// entry on it being a base-10 find.
           SELECT OLD-MASTER-FILE ASSIGN TO WS-OLD-MASTER-PATH
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY OM-NUMBER
              FILE STATUS WS-OLD-MASTER-STATUS.
           SELECT MASTER-LIST-FILE ASSIGN TO WS-MASTER-LIST-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// a serious range runs for days -- checkpoint the
              FILE STATUS WS-PROPERTIES-STATUS.
           SELECT CURIOSITIES-FILE ASSIGN TO WS-CURIOSITIES-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// readers' replies to the newsletter challenge,
      *// judged by machine: each claim re-checked, Armstrong claims
      *// held against the master for numbers already published, the
      *// correct entries ranked by date received for the prize, and
      *// an acknowledgement line for every reader.
           SELECT SUBMISSIONS-FILE ASSIGN TO WS-SUBMISSIONS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SUBMISSIONS-STATUS.
           SELECT JUDGING-REPORT-FILE ASSIGN TO WS-JUDGING-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT ACKNOWLEDGE-FILE ASSIGN TO WS-ACKNOWLEDGE-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode, range bounds,
      *// restart switch and file paths set per run.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
       DATA DIVISION.
       FILE SECTION.
       FD RANGE-REPORT-FILE.
          01 RANGE-REPORT-REC PIC X(80).
       FD BREAKDOWN-REPORT-FILE.
          01 BREAKDOWN-REPORT-REC PIC X(80).
       FD MASTER-FILE.
          01 MASTER-REC.
             02 AM-KEY.
                03 AM-NUMBER  PIC X(18).
                03 AM-BASE    PIC 99.
             02 AM-FOUND-DATE PIC X(8).
       FD OLD-MASTER-FILE.
          01 OLD-MASTER-REC.
             02 OM-NUMBER     PIC X(18).
             02 OM-FOUND-DATE PIC X(8).
       FD MASTER-LIST-FILE.
          01 MASTER-LIST-REC PIC X(50).
       FD SCAN-CHECKPOINT-FILE.
             02 ACK-LAST-SCANNED  PIC 9(18).
             02 ACK-NEW-FOUND     PIC 9(6).
             02 ACK-ALREADY-KNOWN PIC 9(6).
             02 ACK-BASE          PIC 99.
       FD UNITS-FILE.
          01 UNITS-REC.
             02 UN-UNIT   PIC 99.
          01 PROPERTIES-REC PIC X(12).
       FD CURIOSITIES-FILE.
          01 CURIOSITIES-REC PIC X(100).
       FD SUBMISSIONS-FILE.
          01 SUBMISSION-REC.
             02 SB-READER-ID PIC X(12).
             02 SB-NUMBER    PIC X(18).
             02 SB-PROPERTY  PIC X(12).
             02 SB-RECEIVED  PIC X(8).
       FD JUDGING-REPORT-FILE.
          01 JUDGING-REPORT-REC PIC X(100).
       FD ACKNOWLEDGE-FILE.
          01 ACKNOWLEDGE-REC PIC X(100).
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
      *// widened from X(8)/9(8) to support numbers
      *// longer than 8 digits. WS-NUMBER-RAW is the true input
      *// IMPORTANT TO BE Z --> IF YOU DONT WANT LEADING 0s
       01 WS-NUMBER-SUM PIC Z(18).
       01 WS-DIGIT  PIC 9.
      *// OTHER BASES -- BASE in run control (2-16) makes the
      *// range scan and the breakdown test for numbers narcissistic
      *// in that base: the number written in base BASE, each digit
      *// raised to the count of those digits. Numbers are still
      *// given and kept in decimal; WS-BASE-REPR is the number as
      *// written in the base, for the reports.
       01 WS-BASE                PIC 99 VALUE 10.
       01 WS-BASE-DIGITS         PIC X(16)
                                  VALUE '0123456789ABCDEF'.
       01 WS-BASE-REPR           PIC X(64).
       01 WS-BASE-TEMP           PIC X(64).
       01 WS-BASE-LEN            PIC 99.
       01 WS-BASE-IND            PIC 99.
       01 WS-BASE-QUOT           PIC 9(18).
       01 WS-BASE-VALUE          PIC 9(18).
       01 WS-BASE-REM            PIC 99.
       01 WS-BASE-DIGIT          PIC 99.
       01 WS-BASE-CHAR           PIC X.
       01 WS-BASE-EDIT           PIC Z9.
       01 WS-CKPT-BASE           PIC 99.
       01 WS-CONV-BASE           PIC 99.
       01 WS-SAVE-BASE           PIC 99.
      *// BATCH RANGE-SCAN CONTROL
       01 WS-MODE                PIC X VALUE 'S'.
         88 MODE-SINGLE-NUMBER   VALUE 'S'.
         88 MODE-UNIT-MERGE      VALUE 'M'.
         88 MODE-CURIOSITIES     VALUE 'Q'.
         88 MODE-DIGEST          VALUE 'G'.
         88 MODE-JUDGING         VALUE 'J'.
         88 MODE-MASTER-REKEY    VALUE 'K'.
       01 WS-RANGE-REPORT-PATH   PIC X(100)
                                  VALUE 'armstrong-range.rpt'.
       01 WS-RANGE-START         PIC 9(18) VALUE 1.
       01 WS-MASTER-PATH         PIC X(100)
                                  VALUE 'armstrong-master.dat'.
       01 WS-MASTER-STATUS       PIC XX.
       01 WS-OLD-MASTER-PATH     PIC X(100)
                                  VALUE 'armstrong-master.old'.
       01 WS-OLD-MASTER-STATUS   PIC XX.
       01 WS-EOF-OLD-MASTER      PIC X VALUE 'N'.
         88 END-OF-OLD-MASTER    VALUE 'Y'.
       01 WS-MASTER-LIST-PATH    PIC X(100)
                                  VALUE 'armstrong-master.rpt'.
       01 WS-EOF-MASTER          PIC X VALUE 'N'.
       01 WS-DG-BEST             PIC X(18) VALUE SPACES.
       01 WS-DG-BEST-LEN         PIC 99 VALUE 0.
       01 WS-DG-LEN              PIC 99.
      *// finds in other bases are kept out of the base-10
      *// counts and feed their own number of the month.
       01 WS-DG-OB-TOTAL         PIC 9(6) VALUE 0.
       01 WS-DG-OB-NEW           PIC 9(6) VALUE 0.
       01 WS-DG-OB-BEST          PIC X(18) VALUE SPACES.
       01 WS-DG-OB-BEST-LEN      PIC 99 VALUE 0.
       01 WS-DG-OB-BEST-BASE     PIC 99 VALUE 0.
       01 WS-DG-OB-BEST-DATE     PIC X(8).
       01 WS-EOF-DIGEST          PIC X VALUE 'N'.
         88 END-OF-DIGEST        VALUE 'Y'.
      *// MULTI-PROPERTY CURIOSITIES -- the selection file
       01 WS-CNT-PERFECT         PIC 9(6) VALUE 0.
       01 WS-CNT-HARSHAD         PIC 9(6) VALUE 0.
       01 WS-CNT-MULTI           PIC 9(6) VALUE 0.
      *// READER SUBMISSION JUDGING -- correct entries are
      *// held in received-date order as they are judged (ties keep
      *// file order), so the prize ranking needs no sort step.
       01 WS-SUBMISSIONS-PATH    PIC X(100)
                                  VALUE 'armstrong-submissions.dat'.
       01 WS-SUBMISSIONS-STATUS  PIC XX.
       01 WS-JUDGING-PATH        PIC X(100)
                                  VALUE 'armstrong-judging.rpt'.
       01 WS-ACKNOWLEDGE-PATH    PIC X(100)
                                  VALUE 'armstrong-acks.dat'.
       01 WS-EOF-SUBMISSIONS     PIC X VALUE 'N'.
         88 END-OF-SUBMISSIONS   VALUE 'Y'.
       01 WS-MASTER-OPEN         PIC X VALUE 'N'.
         88 MASTER-IS-OPEN       VALUE 'Y'.
       01 WS-JUDGE-VERDICT       PIC X(13).
         88 VERDICT-RIGHT        VALUE 'RIGHT'.
       01 WS-JUDGE-NOTE          PIC X(40).
       01 WS-JUDGE-PROPERTY      PIC X(12).
       01 WS-JUDGE-HIT           PIC X.
       01 WS-JUDGE-RECEIVED      PIC X(8).
       01 WS-JUDGE-READ          PIC 9(6) VALUE 0.
       01 WS-JUDGE-RIGHT         PIC 9(6) VALUE 0.
       01 WS-JUDGE-WRONG         PIC 9(6) VALUE 0.
       01 WS-JUDGE-KNOWN         PIC 9(6) VALUE 0.
       01 WS-JUDGE-UNRANKED      PIC 9(6) VALUE 0.
       01 WS-RANK-TABLE.
         02 WS-RANK-ENTRY OCCURS 500 TIMES.
            03 RK-RECEIVED       PIC X(8).
            03 RK-READER-ID      PIC X(12).
            03 RK-NUMBER         PIC X(18).
            03 RK-PROPERTY       PIC X(12).
       01 WS-RANK-COUNT          PIC 9(3) VALUE 0.
       01 WS-RANK-IND            PIC 9(3).
       01 WS-RANK-AT             PIC 9(3).
       01 WS-RANK-EDIT           PIC ZZ9.
      *// WORK-UNIT COORDINATION
       01 WS-UNITS-PATH          PIC X(100)
                                  VALUE 'armstrong-units.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       ARMSTRONG-NUMBERS.
                 PERFORM RUN-CURIOSITIES-SCAN
              WHEN MODE-DIGEST
                 PERFORM RUN-NEWSLETTER-DIGEST
              WHEN MODE-JUDGING
                 PERFORM RUN-SUBMISSION-JUDGING
              WHEN MODE-MASTER-REKEY
                 PERFORM RUN-MASTER-REKEY
              WHEN OTHER
                 PERFORM CHECK-NARCISSISTIC
           END-EVALUATE
           GOBACK
           .
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'R' OR 'W' OR 'L'
                    OR 'C' OR 'U' OR 'M' OR 'Q' OR 'G' OR 'J'
                    OR 'K'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'armstrong run-control: bad MODE '''
                       RCTL-VALUE(1:1)
                       ''' (valid: S R W L C U M Q G J K), '
                       'entry ignored'
                 END-IF
              WHEN 'RESTART'
                 IF RCTL-VALUE(1:1) EQUAL 'Y' OR 'N'
                 MOVE RCTL-VALUE TO WS-RANGE-REPORT-PATH
              WHEN 'MASTER'
                 MOVE RCTL-VALUE TO WS-MASTER-PATH
              WHEN 'OLD-MASTER'
                 MOVE RCTL-VALUE TO WS-OLD-MASTER-PATH
              WHEN 'CHECKPOINT'
                 MOVE RCTL-VALUE TO WS-SCAN-CHECKPOINT-PATH
              WHEN 'UNIT-FILE'
                 MOVE RCTL-VALUE TO WS-CURIOSITIES-PATH
              WHEN 'DIGEST'
                 MOVE RCTL-VALUE TO WS-DIGEST-PATH
              WHEN 'SUBMISSIONS'
                 MOVE RCTL-VALUE TO WS-SUBMISSIONS-PATH
              WHEN 'JUDGING'
                 MOVE RCTL-VALUE TO WS-JUDGING-PATH
              WHEN 'ACKS'
                 MOVE RCTL-VALUE TO WS-ACKNOWLEDGE-PATH
              WHEN 'DIGEST-FROM'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-DIGEST-FROM
                    DISPLAY 'armstrong run-control: DIGEST-TO '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'BASE'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                 AND RCTL-VALUE(1:2) >= '02' AND <= '16'
                    MOVE RCTL-VALUE(1:2) TO WS-BASE
                 ELSE
                    IF RCTL-VALUE(1:1) IS NUMERIC
                    AND RCTL-VALUE(1:1) >= '2'
                    AND RCTL-VALUE(2:1) EQUAL SPACE
                       MOVE RCTL-VALUE(1:1) TO WS-BASE
                    ELSE
                       DISPLAY 'armstrong run-control: bad BASE '''
                          FUNCTION TRIM(RCTL-VALUE)
                          ''' (valid: 2 to 16), entry ignored'
                    END-IF
                 END-IF
              WHEN 'UNITS'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                    MOVE RCTL-VALUE(1:2) TO WS-UNITS-WANTED
           MOVE 0 TO WS-SCAN-RESUME-FROM
           IF SCAN-RESTART-REQUESTED
              PERFORM READ-SCAN-CHECKPOINT
      *// a checkpoint left by a sweep in another base is
      *// no place to resume this one from.
              IF WS-SCAN-RESUME-FROM > 0
              AND WS-CKPT-BASE NOT EQUAL WS-BASE
                 MOVE WS-CKPT-BASE TO WS-BASE-EDIT
                 DISPLAY 'armstrong scan: checkpoint is for base '
                    FUNCTION TRIM(WS-BASE-EDIT)
                    ', not resumed -- scanning from RANGE-START'
                 MOVE 0 TO WS-SCAN-RESUME-FROM
                 MOVE 0 TO WS-NEW-FOUND
                 MOVE 0 TO WS-ALREADY-KNOWN
              END-IF
           END-IF
           IF WS-SCAN-RESUME-FROM >= WS-RANGE-START
              OPEN EXTEND RANGE-REPORT-FILE
              MOVE SPACES TO WS-NUMBER-RAW
              MOVE FUNCTION TRIM(WS-RANGE-NUMBER-EDIT)
               TO WS-NUMBER-RAW
              PERFORM CHECK-NARCISSISTIC
              IF YES-ARMSTRONG
                 PERFORM RECORD-DISCOVERY
              END-IF
           MOVE WS-RANGE-NUMBER TO ACK-LAST-SCANNED
           MOVE WS-NEW-FOUND TO ACK-NEW-FOUND
           MOVE WS-ALREADY-KNOWN TO ACK-ALREADY-KNOWN
           MOVE WS-BASE TO ACK-BASE
           WRITE SCAN-CHECKPOINT-REC
           CLOSE SCAN-CHECKPOINT-FILE
       .
       READ-SCAN-CHECKPOINT.
           MOVE 10 TO WS-CKPT-BASE
           OPEN INPUT SCAN-CHECKPOINT-FILE
           IF WS-SCAN-CHECKPOINT-STATUS EQUAL '00'
              READ SCAN-CHECKPOINT-FILE
                    MOVE ACK-LAST-SCANNED TO WS-SCAN-RESUME-FROM
                    MOVE ACK-NEW-FOUND TO WS-NEW-FOUND
                    MOVE ACK-ALREADY-KNOWN TO WS-ALREADY-KNOWN
                    IF ACK-BASE IS NUMERIC AND ACK-BASE > 1
                       MOVE ACK-BASE TO WS-CKPT-BASE
                    END-IF
              END-READ
              CLOSE SCAN-CHECKPOINT-FILE
           END-IF
              ', new finds so far: '
              FUNCTION TRIM(WS-FOUND-EDIT)
       .
      *// always opened under the master lock; a master that
      *// will not open is not scanned or merged into at all -- the
      *// lock is given back and the run ends FAILED.
       OPEN-MASTER-IO.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS EQUAL '35'
              CLOSE MASTER-FILE
              OPEN I-O MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT EQUAL '00'
              PERFORM RELEASE-FILE-LOCK
              PERFORM FAIL-MASTER-OPEN
           END-IF
       .
      *// any status but 00 or 35 on the master -- most often
      *// 39, a master still in the layout from before the base
      *// joined the key -- ends the run with RC 8 rather than
      *// carrying on against a file that is not open.
       CHECK-MASTER-OPEN.
           IF WS-MASTER-STATUS NOT EQUAL '00'
           AND WS-MASTER-STATUS NOT EQUAL '35'
              PERFORM FAIL-MASTER-OPEN
           END-IF
       .
       FAIL-MASTER-OPEN.
           DISPLAY 'armstrong: master ' FUNCTION TRIM(WS-MASTER-PATH)
              ' will not open, status ' WS-MASTER-STATUS
           IF WS-MASTER-STATUS EQUAL '39'
              DISPLAY 'armstrong: record layout differs -- an older '
                 'master is carried over with MODE K'
           END-IF
           MOVE 'FAILED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
           MOVE 8 TO RETURN-CODE
           GOBACK
       .
      *// one-off carry-over of a master written before the
      *// base joined the key: every entry on the old file is a
      *// base-10 find and keeps the date it was first found. An
      *// entry already on the new master is left as it stands, so
      *// a rerun does no harm.
       RUN-MASTER-REKEY.
           PERFORM WRITE-JOB-START
           MOVE 0 TO WS-NEW-FOUND
           MOVE 0 TO WS-ALREADY-KNOWN
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'armstrong rekey: old master '
                 FUNCTION TRIM(WS-OLD-MASTER-PATH)
                 ' will not open, status ' WS-OLD-MASTER-STATUS
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-MASTER-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              CLOSE OLD-MASTER-FILE
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM OPEN-MASTER-IO
           MOVE 'N' TO WS-EOF-OLD-MASTER
           PERFORM UNTIL END-OF-OLD-MASTER
              READ OLD-MASTER-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-OLD-MASTER
                 NOT AT END PERFORM REKEY-ONE-MASTER-ENTRY
              END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE OLD-MASTER-FILE
           PERFORM RELEASE-FILE-LOCK
           MOVE WS-NEW-FOUND TO WS-FOUND-EDIT
           DISPLAY 'armstrong rekey: carried over '
              FUNCTION TRIM(WS-FOUND-EDIT)
           MOVE WS-ALREADY-KNOWN TO WS-FOUND-EDIT
           DISPLAY 'armstrong rekey: already on master '
              FUNCTION TRIM(WS-FOUND-EDIT)
           MOVE WS-NEW-FOUND TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
       REKEY-ONE-MASTER-ENTRY.
           ADD 1 TO WS-JH-READ
           MOVE OM-NUMBER TO AM-NUMBER
           MOVE 10 TO AM-BASE
           MOVE OM-FOUND-DATE TO AM-FOUND-DATE
           WRITE MASTER-REC
              INVALID KEY ADD 1 TO WS-ALREADY-KNOWN
              NOT INVALID KEY ADD 1 TO WS-NEW-FOUND
           END-WRITE
       .
      *// a find already on the master is old news; a new
      *// one is stamped with today's date and reported as delta.
       RECORD-DISCOVERY.
           MOVE WS-NUMBER TO AM-NUMBER
           MOVE WS-BASE TO AM-BASE
           READ MASTER-FILE
              INVALID KEY
                 MOVE WS-RUN-DATE TO AM-FOUND-DATE
                 END-WRITE
                 ADD 1 TO WS-NEW-FOUND
                 MOVE SPACES TO RANGE-REPORT-REC
                 IF WS-BASE EQUAL 10
                    STRING FUNCTION TRIM(WS-NUMBER) DELIMITED BY SIZE
                           ' is an Armstrong number -- NEW'
                                                 DELIMITED BY SIZE
                           INTO RANGE-REPORT-REC
                 ELSE
                    MOVE WS-BASE TO WS-BASE-EDIT
                    STRING FUNCTION TRIM(WS-NUMBER) DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BASE-REPR)
                                                 DELIMITED BY SIZE
                           ' in base ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BASE-EDIT)
                                                 DELIMITED BY SIZE
                           ') is narcissistic -- NEW'
                                                 DELIMITED BY SIZE
                           INTO RANGE-REPORT-REC
                 END-IF
                 WRITE RANGE-REPORT-REC
                 END-WRITE
              NOT INVALID KEY
           MOVE 'ARMSTRONG NUMBERS ON MASTER' TO MASTER-LIST-REC
           WRITE MASTER-LIST-REC
           OPEN INPUT MASTER-FILE
           PERFORM CHECK-MASTER-OPEN
           IF WS-MASTER-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-MASTER
              PERFORM UNTIL END-OF-MASTER
                              ' found '         DELIMITED BY SIZE
                              AM-FOUND-DATE     DELIMITED BY SIZE
                              INTO MASTER-LIST-REC
                       PERFORM TAG-MASTER-ENTRY-BASE
                       WRITE MASTER-LIST-REC
                 END-READ
              END-PERFORM
       RUN-BREAKDOWN.
           OPEN OUTPUT BREAKDOWN-REPORT-FILE
           SET SHOW-WORK-ON TO TRUE
           PERFORM CHECK-NARCISSISTIC
           MOVE SPACES TO BREAKDOWN-REPORT-REC
           IF NUMBER-TOO-LARGE
              STRING FUNCTION TRIM(WS-NUMBER-RAW) DELIMITED BY SIZE
                        DELIMITED BY SIZE
                        INTO BREAKDOWN-REPORT-REC
              END-IF
              IF WS-BASE NOT EQUAL 10
                 MOVE WS-BASE TO WS-BASE-EDIT
                 STRING FUNCTION TRIM(BREAKDOWN-REPORT-REC)
                                                 DELIMITED BY SIZE
                        ' in base '              DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BASE-EDIT)
                                                 DELIMITED BY SIZE
                        INTO BREAKDOWN-REPORT-REC
              END-IF
           END-IF
           WRITE BREAKDOWN-REPORT-REC
           CLOSE BREAKDOWN-REPORT-FILE
           END-IF
        END-IF
       .
      *// base 10 is the classic Armstrong test; any other
      *// base goes through the same sum on the number's digits as
      *// written in that base.
       CHECK-NARCISSISTIC.
           IF WS-BASE EQUAL 10
              PERFORM CHECK-ARMSTRONG
           ELSE
              PERFORM CHECK-NARCISSISTIC-BASE
           END-IF
       .
       CHECK-NARCISSISTIC-BASE.
           INITIALIZE WS-SUM
                      WS-REJECTED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUMBER-RAW))
             TO WS-LENGTH
           IF WS-LENGTH > WS-MAX-DIGITS
              SET NUMBER-TOO-LARGE TO TRUE
              SET NO-ARMSTRONG TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NUMBER
           MOVE FUNCTION TRIM(WS-NUMBER-RAW) TO WS-NUMBER
           MOVE WS-NUMBER(1:WS-LENGTH) TO WS-BASE-VALUE
           MOVE WS-BASE TO WS-CONV-BASE
           PERFORM CONVERT-TO-BASE
           IF SHOW-WORK-ON
              MOVE SPACES TO BREAKDOWN-REPORT-REC
              MOVE WS-BASE TO WS-BASE-EDIT
              STRING FUNCTION TRIM(WS-NUMBER) DELIMITED BY SIZE
                     ' in base '              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BASE-EDIT)
                                              DELIMITED BY SIZE
                     ' is '                   DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BASE-REPR)
                                              DELIMITED BY SIZE
                     INTO BREAKDOWN-REPORT-REC
              WRITE BREAKDOWN-REPORT-REC
           END-IF
           PERFORM VARYING WS-BASE-IND FROM 1 BY 1
              UNTIL WS-BASE-IND > WS-BASE-LEN OR NUMBER-TOO-LARGE
              MOVE WS-BASE-REPR(WS-BASE-IND:1) TO WS-BASE-CHAR
              PERFORM VARYING WS-BASE-DIGIT FROM 0 BY 1
                 UNTIL WS-BASE-DIGIT > 15
                    OR WS-BASE-DIGITS(WS-BASE-DIGIT + 1:1)
                       EQUAL WS-BASE-CHAR
                 CONTINUE
              END-PERFORM
              COMPUTE WS-RAISED = WS-BASE-DIGIT ** WS-BASE-LEN
                 ON SIZE ERROR
                    SET NUMBER-TOO-LARGE TO TRUE
              END-COMPUTE
              ADD WS-RAISED TO WS-SUM
                 ON SIZE ERROR
                    SET NUMBER-TOO-LARGE TO TRUE
              END-ADD
              IF SHOW-WORK-ON AND NOT NUMBER-TOO-LARGE
                 PERFORM WRITE-BASE-BREAKDOWN-LINE
              END-IF
           END-PERFORM
           IF NOT NUMBER-TOO-LARGE
           AND WS-SUM EQUAL WS-BASE-VALUE
              SET YES-ARMSTRONG TO TRUE
           ELSE
              SET NO-ARMSTRONG TO TRUE
           END-IF
       .
      *// WS-BASE-VALUE written out in base WS-CONV-BASE,
      *// most significant digit first, the way the BINARY utility
      *// does it: remainders collected low digit first, then turned
      *// round.
       CONVERT-TO-BASE.
           MOVE SPACES TO WS-BASE-REPR
           MOVE SPACES TO WS-BASE-TEMP
           MOVE WS-BASE-VALUE TO WS-BASE-QUOT
           MOVE 0 TO WS-BASE-LEN
           IF WS-BASE-QUOT EQUAL 0
              MOVE '0' TO WS-BASE-REPR(1:1)
              MOVE 1 TO WS-BASE-LEN
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BASE-QUOT EQUAL 0
              DIVIDE WS-BASE-QUOT BY WS-CONV-BASE GIVING WS-BASE-QUOT
                 REMAINDER WS-BASE-REM
              ADD 1 TO WS-BASE-LEN
              MOVE WS-BASE-DIGITS(WS-BASE-REM + 1:1)
                TO WS-BASE-TEMP(WS-BASE-LEN:1)
           END-PERFORM
           PERFORM VARYING WS-BASE-IND FROM 1 BY 1
              UNTIL WS-BASE-IND > WS-BASE-LEN
              MOVE WS-BASE-TEMP(WS-BASE-LEN - WS-BASE-IND + 1:1)
                TO WS-BASE-REPR(WS-BASE-IND:1)
           END-PERFORM
       .
      *// a master entry from another base carries its base
      *// and its digits in that base on the end of the line.
       TAG-MASTER-ENTRY-BASE.
           IF AM-BASE IS NOT NUMERIC
           OR AM-BASE EQUAL 10 OR AM-BASE < 2
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AM-NUMBER))
             TO WS-BASE-LEN
           MOVE AM-NUMBER(1:WS-BASE-LEN) TO WS-BASE-VALUE
           MOVE AM-BASE TO WS-CONV-BASE
           PERFORM CONVERT-TO-BASE
           MOVE AM-BASE TO WS-BASE-EDIT
           STRING FUNCTION TRIM(MASTER-LIST-REC) DELIMITED BY SIZE
                  ' -- base '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-EDIT)    DELIMITED BY SIZE
                  ': '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-REPR)    DELIMITED BY SIZE
                  INTO MASTER-LIST-REC
       .
      *// the base breakdown line: the digit as written in
      *// the base (with its value when it is a letter), the power,
      *// the raised value and the running sum.
       WRITE-BASE-BREAKDOWN-LINE.
           MOVE SPACES TO BREAKDOWN-REPORT-REC
           IF WS-BASE-DIGIT > 9
              STRING WS-BASE-CHAR DELIMITED BY SIZE
                     '(' DELIMITED BY SIZE
                     WS-BASE-DIGIT DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO BREAKDOWN-REPORT-REC
           ELSE
              MOVE WS-BASE-CHAR TO BREAKDOWN-REPORT-REC
           END-IF
           STRING FUNCTION TRIM(BREAKDOWN-REPORT-REC) DELIMITED BY SIZE
                  '^' DELIMITED BY SIZE
                  WS-BASE-LEN DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  WS-RAISED DELIMITED BY SIZE
                  '  running sum = ' DELIMITED BY SIZE
                  WS-SUM DELIMITED BY SIZE
                  INTO BREAKDOWN-REPORT-REC
           WRITE BREAKDOWN-REPORT-REC
       .
      *// write one line per digit showing the digit,
      *// the power it was raised to, the raised value, and the
      *// running sum so far.
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'ARMSTRONG' TO JH-PROGRAM
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
                 NOT AT END
                    ADD 1 TO WS-JH-READ
                    MOVE UNIT-FINDS-REC TO AM-NUMBER
                    MOVE 10 TO AM-BASE
                    READ MASTER-FILE
                       INVALID KEY
                          MOVE WS-RUN-DATE TO AM-FOUND-DATE
           MOVE 0 TO WS-DG-NEW
           MOVE SPACES TO WS-DG-BEST
           MOVE 0 TO WS-DG-BEST-LEN
           MOVE 0 TO WS-DG-OB-TOTAL WS-DG-OB-NEW WS-DG-OB-BEST-LEN
           MOVE SPACES TO WS-DG-OB-BEST
           OPEN INPUT MASTER-FILE
           PERFORM CHECK-MASTER-OPEN
           IF WS-MASTER-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-MASTER
              PERFORM UNTIL END-OF-MASTER
              WRITE DIGEST-REC
           END-IF
           PERFORM DIGEST-SHOWPIECE
           PERFORM DIGEST-OTHER-BASE-SHOWPIECE
           PERFORM DIGEST-TOTALS
           CLOSE DIGEST-FILE
           MOVE WS-DG-TOTAL TO WS-JH-READ
           PERFORM WRITE-JOB-HISTORY
       .
       DIGEST-ONE-MASTER-ENTRY.
           IF AM-BASE IS NUMERIC
           AND AM-BASE NOT EQUAL 10 AND AM-BASE > 1
              PERFORM DIGEST-OTHER-BASE-ENTRY
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DG-TOTAL
           IF AM-FOUND-DATE >= WS-DIGEST-FROM
           AND AM-FOUND-DATE <= WS-DIGEST-TO
              END-IF
           END-IF
       .
      *// the period's largest find in any other base is
      *// the candidate for the other-base number of the month.
       DIGEST-OTHER-BASE-ENTRY.
           ADD 1 TO WS-DG-OB-TOTAL
           IF AM-FOUND-DATE < WS-DIGEST-FROM
           OR AM-FOUND-DATE > WS-DIGEST-TO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DG-OB-NEW
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AM-NUMBER))
             TO WS-DG-LEN
           IF WS-DG-LEN > WS-DG-OB-BEST-LEN
           OR (WS-DG-LEN EQUAL WS-DG-OB-BEST-LEN
               AND AM-NUMBER > WS-DG-OB-BEST)
              MOVE WS-DG-LEN TO WS-DG-OB-BEST-LEN
              MOVE AM-NUMBER TO WS-DG-OB-BEST
              MOVE AM-BASE TO WS-DG-OB-BEST-BASE
              MOVE AM-FOUND-DATE TO WS-DG-OB-BEST-DATE
           END-IF
       .
      *// the other-base number of the month, worked out in
      *// its own base through the same breakdown mode.
       DIGEST-OTHER-BASE-SHOWPIECE.
           MOVE SPACES TO DIGEST-REC
           WRITE DIGEST-REC
           MOVE 'NUMBER OF THE MONTH IN ANOTHER BASE' TO DIGEST-REC
           WRITE DIGEST-REC
           IF WS-DG-OB-BEST EQUAL SPACES
              MOVE '(no finds in other bases this month)'
                TO DIGEST-REC
              WRITE DIGEST-REC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DG-OB-BEST-LEN TO WS-BASE-LEN
           MOVE WS-DG-OB-BEST(1:WS-BASE-LEN) TO WS-BASE-VALUE
           MOVE WS-DG-OB-BEST-BASE TO WS-CONV-BASE
           PERFORM CONVERT-TO-BASE
           MOVE WS-DG-OB-BEST-BASE TO WS-BASE-EDIT
           MOVE SPACES TO DIGEST-REC
           STRING '  '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DG-OB-BEST)   DELIMITED BY SIZE
                  ', written '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-REPR)    DELIMITED BY SIZE
                  ' in base '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-EDIT)    DELIMITED BY SIZE
                  ' -- first found '             DELIMITED BY SIZE
                  WS-DG-OB-BEST-DATE             DELIMITED BY SIZE
                  INTO DIGEST-REC
           WRITE DIGEST-REC
           MOVE WS-BASE TO WS-SAVE-BASE
           MOVE WS-DG-OB-BEST-BASE TO WS-BASE
           MOVE SPACES TO WS-NUMBER-RAW
           MOVE FUNCTION TRIM(WS-DG-OB-BEST) TO WS-NUMBER-RAW
           PERFORM RUN-BREAKDOWN
           MOVE WS-SAVE-BASE TO WS-BASE
           OPEN INPUT BREAKDOWN-REPORT-FILE
           MOVE 'N' TO WS-EOF-DIGEST
           PERFORM UNTIL END-OF-DIGEST
              READ BREAKDOWN-REPORT-FILE
                 AT END MOVE 'Y' TO WS-EOF-DIGEST
                 NOT AT END
                    MOVE SPACES TO DIGEST-REC
                    STRING '  '                  DELIMITED BY SIZE
                           FUNCTION TRIM(BREAKDOWN-REPORT-REC)
                                                 DELIMITED BY SIZE
                           INTO DIGEST-REC
                    WRITE DIGEST-REC
              END-READ
           END-PERFORM
           CLOSE BREAKDOWN-REPORT-FILE
       .
      *// the showpiece: run the largest new find through
      *// the standard breakdown mode and copy its working into the
      *// column.
           WRITE DIGEST-REC
           MOVE SPACES TO WS-NUMBER-RAW
           MOVE FUNCTION TRIM(WS-DG-BEST) TO WS-NUMBER-RAW
           MOVE WS-BASE TO WS-SAVE-BASE
           MOVE 10 TO WS-BASE
           PERFORM RUN-BREAKDOWN
           MOVE WS-SAVE-BASE TO WS-BASE
           OPEN INPUT BREAKDOWN-REPORT-FILE
           MOVE 'N' TO WS-EOF-DIGEST
           PERFORM UNTIL END-OF-DIGEST
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO DIGEST-REC
           WRITE DIGEST-REC
           MOVE SPACES TO DIGEST-REC
           MOVE WS-DG-OB-NEW TO WS-FOUND-EDIT
           STRING 'New in other bases this period: '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO DIGEST-REC
           WRITE DIGEST-REC
           MOVE SPACES TO DIGEST-REC
           MOVE WS-DG-OB-TOTAL TO WS-FOUND-EDIT
           STRING 'Narcissistic numbers known in other bases: '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO DIGEST-REC
           WRITE DIGEST-REC
      *// how far the sweep has reached, from its checkpoint
           MOVE 0 TO WS-SCAN-RESUME-FROM
           PERFORM READ-SCAN-CHECKPOINT
           END-IF
           WRITE DIGEST-REC
       .
      *// judge every reply in the submissions file: a
      *// claim is right when the number really has the claimed
      *// property, wrong when it does not, and already known when
      *// it is an Armstrong number the master had before the reply
      *// arrived. The results list goes to the next issue with the
      *// correct entries in prize order; every reader gets an
      *// acknowledgement line either way.
       RUN-SUBMISSION-JUDGING.
           PERFORM WRITE-JOB-START
           MOVE 0 TO WS-JUDGE-READ WS-JUDGE-RIGHT WS-JUDGE-WRONG
                     WS-JUDGE-KNOWN WS-JUDGE-UNRANKED WS-RANK-COUNT
           OPEN INPUT SUBMISSIONS-FILE
           IF WS-SUBMISSIONS-STATUS NOT EQUAL '00'
              DISPLAY 'armstrong judging: no submissions file at '
                 FUNCTION TRIM(WS-SUBMISSIONS-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           MOVE 'N' TO WS-MASTER-OPEN
           OPEN INPUT MASTER-FILE
           PERFORM CHECK-MASTER-OPEN
           IF WS-MASTER-STATUS EQUAL '00'
              MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
              DISPLAY 'armstrong judging: no master at '
                 FUNCTION TRIM(WS-MASTER-PATH)
                 ', no claim can be already known'
           END-IF
           OPEN OUTPUT ACKNOWLEDGE-FILE
           MOVE 'N' TO WS-EOF-SUBMISSIONS
           PERFORM UNTIL END-OF-SUBMISSIONS
              READ SUBMISSIONS-FILE
                 AT END MOVE 'Y' TO WS-EOF-SUBMISSIONS
                 NOT AT END PERFORM JUDGE-ONE-SUBMISSION
              END-READ
           END-PERFORM
           CLOSE SUBMISSIONS-FILE
           CLOSE ACKNOWLEDGE-FILE
           IF MASTER-IS-OPEN
              CLOSE MASTER-FILE
           END-IF
           PERFORM WRITE-JUDGING-RESULTS
           MOVE WS-JUDGE-READ TO WS-JH-READ
           MOVE WS-JUDGE-RIGHT TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-JUDGE-WRONG + WS-JUDGE-KNOWN
           PERFORM WRITE-JOB-HISTORY
       .
       JUDGE-ONE-SUBMISSION.
           ADD 1 TO WS-JUDGE-READ
           MOVE 'WRONG' TO WS-JUDGE-VERDICT
           MOVE SPACES TO WS-JUDGE-NOTE
           MOVE FUNCTION UPPER-CASE(SB-PROPERTY) TO WS-JUDGE-PROPERTY
           MOVE SPACES TO WS-NUMBER-RAW
           MOVE FUNCTION TRIM(SB-NUMBER) TO WS-NUMBER-RAW
           MOVE SPACES TO WS-NUMBER
           MOVE FUNCTION TRIM(WS-NUMBER-RAW) TO WS-NUMBER
           IF WS-NUMBER EQUAL SPACES
           OR FUNCTION TRIM(WS-NUMBER) IS NOT NUMERIC
              MOVE 'not a whole number' TO WS-JUDGE-NOTE
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUMBER))
                TO WS-LENGTH
              MOVE WS-NUMBER(1:WS-LENGTH) TO WS-RANGE-NUMBER
              PERFORM CHECK-CLAIMED-PROPERTY
           END-IF
           IF VERDICT-RIGHT
           AND WS-JUDGE-PROPERTY EQUAL 'ARMSTRONG'
           AND MASTER-IS-OPEN
              PERFORM CHECK-ALREADY-PUBLISHED
           END-IF
           EVALUATE TRUE
              WHEN VERDICT-RIGHT
                 ADD 1 TO WS-JUDGE-RIGHT
                 PERFORM RANK-CORRECT-ENTRY
              WHEN WS-JUDGE-VERDICT EQUAL 'ALREADY KNOWN'
                 ADD 1 TO WS-JUDGE-KNOWN
              WHEN OTHER
                 ADD 1 TO WS-JUDGE-WRONG
           END-EVALUATE
           PERFORM WRITE-ACKNOWLEDGEMENT
       .
      *// the same checks the range and curiosities scans
      *// use, so a reader is held to exactly the published rules.
       CHECK-CLAIMED-PROPERTY.
           MOVE 'N' TO WS-JUDGE-HIT
           EVALUATE WS-JUDGE-PROPERTY
              WHEN 'ARMSTRONG'
                 PERFORM CHECK-ARMSTRONG
                 IF NUMBER-TOO-LARGE
                    MOVE 'too large to check' TO WS-JUDGE-NOTE
                 END-IF
                 IF YES-ARMSTRONG
                    MOVE 'Y' TO WS-JUDGE-HIT
                 END-IF
              WHEN 'PALINDROME'
                 MOVE 'N' TO WS-HIT-PALINDROME
                 PERFORM CHECK-PALINDROME
                 MOVE WS-HIT-PALINDROME TO WS-JUDGE-HIT
              WHEN 'PERFECT'
                 MOVE 'N' TO WS-HIT-PERFECT
                 PERFORM CHECK-PERFECT
                 MOVE WS-HIT-PERFECT TO WS-JUDGE-HIT
              WHEN 'HARSHAD'
                 MOVE 'N' TO WS-HIT-HARSHAD
                 PERFORM CHECK-HARSHAD
                 MOVE WS-HIT-HARSHAD TO WS-JUDGE-HIT
              WHEN OTHER
                 MOVE 'property not one the column sets'
                   TO WS-JUDGE-NOTE
           END-EVALUATE
           IF WS-JUDGE-HIT EQUAL 'Y'
              MOVE 'RIGHT' TO WS-JUDGE-VERDICT
           END-IF
       .
      *// on the master with a found date before the reply
      *// came in means it was already published; found the same day
      *// or later, the reader got there first and it stands.
       CHECK-ALREADY-PUBLISHED.
           MOVE WS-NUMBER TO AM-NUMBER
           MOVE 10 TO AM-BASE
           READ MASTER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF AM-FOUND-DATE < SB-RECEIVED
                    MOVE 'ALREADY KNOWN' TO WS-JUDGE-VERDICT
                    MOVE SPACES TO WS-JUDGE-NOTE
                    STRING 'published '   DELIMITED BY SIZE
                           AM-FOUND-DATE  DELIMITED BY SIZE
                           INTO WS-JUDGE-NOTE
                 END-IF
           END-READ
       .
      *// slot the entry in after every entry received on or
      *// before the same date; an unreadable date ranks last.
       RANK-CORRECT-ENTRY.
           IF WS-RANK-COUNT >= 500
              ADD 1 TO WS-JUDGE-UNRANKED
              EXIT PARAGRAPH
           END-IF
           MOVE SB-RECEIVED TO WS-JUDGE-RECEIVED
           IF WS-JUDGE-RECEIVED IS NOT NUMERIC
              MOVE '99999999' TO WS-JUDGE-RECEIVED
           END-IF
           COMPUTE WS-RANK-AT = WS-RANK-COUNT + 1
           PERFORM VARYING WS-RANK-IND FROM 1 BY 1
              UNTIL WS-RANK-IND > WS-RANK-COUNT
                 OR WS-RANK-AT <= WS-RANK-COUNT
              IF RK-RECEIVED(WS-RANK-IND) > WS-JUDGE-RECEIVED
                 MOVE WS-RANK-IND TO WS-RANK-AT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-RANK-IND FROM WS-RANK-COUNT BY -1
              UNTIL WS-RANK-IND < WS-RANK-AT
              MOVE WS-RANK-ENTRY(WS-RANK-IND)
                TO WS-RANK-ENTRY(WS-RANK-IND + 1)
           END-PERFORM
           ADD 1 TO WS-RANK-COUNT
           MOVE WS-JUDGE-RECEIVED TO RK-RECEIVED(WS-RANK-AT)
           MOVE SB-READER-ID TO RK-READER-ID(WS-RANK-AT)
           MOVE WS-NUMBER TO RK-NUMBER(WS-RANK-AT)
           MOVE WS-JUDGE-PROPERTY TO RK-PROPERTY(WS-RANK-AT)
       .
       WRITE-ACKNOWLEDGEMENT.
           MOVE SPACES TO ACKNOWLEDGE-REC
           STRING SB-READER-ID                    DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  FUNCTION TRIM(SB-NUMBER)        DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(WS-JUDGE-PROPERTY)
                                                  DELIMITED BY SPACE
                  ': '                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JUDGE-VERDICT) DELIMITED BY SIZE
                  INTO ACKNOWLEDGE-REC
           IF WS-JUDGE-NOTE NOT EQUAL SPACES
              STRING FUNCTION TRIM(ACKNOWLEDGE-REC)
                                                  DELIMITED BY SIZE
                     ' ('                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JUDGE-NOTE) DELIMITED BY SIZE
                     ')'                          DELIMITED BY SIZE
                     INTO ACKNOWLEDGE-REC
           END-IF
           WRITE ACKNOWLEDGE-REC
       .
      *// the results list for the next issue: correct
      *// entries in the order received -- first line takes the
      *// prize -- then the tally of the round.
       WRITE-JUDGING-RESULTS.
           OPEN OUTPUT JUDGING-REPORT-FILE
           MOVE 'READERS'' CHALLENGE - RESULTS' TO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           MOVE SPACES TO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           MOVE SPACES TO JUDGING-REPORT-REC
           MOVE 'RANK'           TO JUDGING-REPORT-REC(1:4)
           MOVE 'RECEIVED'       TO JUDGING-REPORT-REC(7:8)
           MOVE 'READER'         TO JUDGING-REPORT-REC(17:6)
           MOVE 'NUMBER'         TO JUDGING-REPORT-REC(31:6)
           MOVE 'PROPERTY'       TO JUDGING-REPORT-REC(51:8)
           WRITE JUDGING-REPORT-REC
           IF WS-RANK-COUNT EQUAL 0
              MOVE '(no correct entries this round)'
                TO JUDGING-REPORT-REC
              WRITE JUDGING-REPORT-REC
           END-IF
           PERFORM VARYING WS-RANK-IND FROM 1 BY 1
              UNTIL WS-RANK-IND > WS-RANK-COUNT
              MOVE SPACES TO JUDGING-REPORT-REC
              MOVE WS-RANK-IND TO WS-RANK-EDIT
              MOVE WS-RANK-EDIT TO JUDGING-REPORT-REC(2:3)
              IF RK-RECEIVED(WS-RANK-IND) NOT EQUAL '99999999'
                 MOVE RK-RECEIVED(WS-RANK-IND)
                   TO JUDGING-REPORT-REC(7:8)
              END-IF
              MOVE RK-READER-ID(WS-RANK-IND)
                TO JUDGING-REPORT-REC(17:12)
              MOVE RK-NUMBER(WS-RANK-IND)
                TO JUDGING-REPORT-REC(31:18)
              MOVE FUNCTION LOWER-CASE(RK-PROPERTY(WS-RANK-IND))
                TO JUDGING-REPORT-REC(51:12)
              IF WS-RANK-IND EQUAL 1
                 MOVE '** PRIZE **' TO JUDGING-REPORT-REC(65:11)
              END-IF
              WRITE JUDGING-REPORT-REC
           END-PERFORM
           MOVE SPACES TO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           MOVE SPACES TO JUDGING-REPORT-REC
           MOVE WS-JUDGE-READ TO WS-FOUND-EDIT
           STRING 'Entries judged: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           MOVE SPACES TO JUDGING-REPORT-REC
           MOVE WS-JUDGE-RIGHT TO WS-FOUND-EDIT
           STRING 'Right: '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           MOVE SPACES TO JUDGING-REPORT-REC
           MOVE WS-JUDGE-KNOWN TO WS-FOUND-EDIT
           STRING 'Already known: '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           MOVE SPACES TO JUDGING-REPORT-REC
           MOVE WS-JUDGE-WRONG TO WS-FOUND-EDIT
           STRING 'Wrong: '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-EDIT)   DELIMITED BY SIZE
                  INTO JUDGING-REPORT-REC
           WRITE JUDGING-REPORT-REC
           IF WS-JUDGE-UNRANKED > 0
              MOVE SPACES TO JUDGING-REPORT-REC
              MOVE WS-JUDGE-UNRANKED TO WS-FOUND-EDIT
              STRING 'Right but past the ranking table: '
                                                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FOUND-EDIT)
                                                 DELIMITED BY SIZE
                     INTO JUDGING-REPORT-REC
              WRITE JUDGING-REPORT-REC
           END-IF
           CLOSE JUDGING-REPORT-FILE
       .
