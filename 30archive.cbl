              ORGANIZATION LINE SEQUENTIAL.
           SELECT MANIFEST-BAK-FILE ASSIGN TO WS-MANIFEST-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the verify pass re-reads every generation on the
      *// manifest against the count and checksum taken when it was
      *// written: a report for operations, and a results file that
      *// retrieval consults before trusting a generation.
           SELECT VERIFY-REPORT-FILE ASSIGN TO WS-VERIFY-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT VERIFY-RESULT-FILE ASSIGN TO WS-VERIFY-RESULT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-VERIFY-RESULT-STATUS.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
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
          01 MANIFEST-WORK-REC PIC X(150).
       FD MANIFEST-BAK-FILE.
          01 MANIFEST-BAK-REC PIC X(150).
       FD VERIFY-REPORT-FILE.
          01 VERIFY-REPORT-REC PIC X(150).
       FD VERIFY-RESULT-FILE.
          01 VERIFY-RESULT-REC.
      *// one record per generation checked: OK, MISMATCH,
      *// MISSING, or NO-SUM for a generation written before its
      *// checksum was recorded.
             02 VR-ARC         PIC X(100).
             02 VR-RESULT      PIC X(8).
             02 VR-VERIFY-DATE PIC X(8).
             02 VR-DETAIL      PIC X(60).
       FD RUN-CONTROL-FILE.
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
       WORKING-STORAGE SECTION.
       01 WS-LIVE-PATH             PIC X(100).
       01 WS-LIVE-STATUS           PIC XX.
       01 WS-MODE                  PIC X VALUE 'A'.
         88 MODE-ARCHIVE           VALUE 'A'.
         88 MODE-DESTRUCTION       VALUE 'D'.
         88 MODE-VERIFY            VALUE 'V'.
      *// END-OF-RETENTION DESTRUCTION
       01 WS-DESTRUCTION-LOG-PATH  PIC X(100)
                                    VALUE 'archive-destruction.log'.
            03 MF-ARC    PIC X(100).
            03 MF-COUNT  PIC 9(6).
            03 MF-DOOMED PIC X.
      *// the whole generation's record count and checksum as
      *// it stood after the write; spaces on older entries.
            03 MF-GEN-RECORDS PIC X(6).
            03 MF-CHECKSUM    PIC X(10).
       01 WS-MF-COUNT              PIC 9(4) VALUE 0.
       01 WS-MF-IND                PIC 9(4).
       01 WS-MF-OVERFLOW           PIC 9(4) VALUE 0.
       01 WS-DESTROYED-EDIT        PIC Z(3)9.
       01 WS-DELETE-PATH           PIC X(100).
       01 WS-MF-RULE               PIC 99.
       01 WS-MAN-PART5             PIC X(30).
       01 WS-MAN-PART6             PIC X(30).
      *// GENERATION INTEGRITY -- a record count and a
      *// position-sensitive checksum over every character of every
      *// record, so truncation, edits and reordering all show.
       01 WS-GEN-FOUND             PIC X.
       01 WS-GEN-RECORDS           PIC 9(6).
       01 WS-GEN-CHECKSUM          PIC 9(10).
       01 WS-GEN-WORK              PIC 9(12).
       01 WS-GEN-REC-LEN           PIC 999.
       01 WS-GEN-CHAR-IND          PIC 999.
       01 WS-GEN-RECORDS-EDIT      PIC Z(5)9.
       01 WS-VERIFY-REPORT-PATH    PIC X(100)
                                    VALUE 'archive-verify.rpt'.
       01 WS-VERIFY-RESULT-PATH    PIC X(100)
                                    VALUE 'archive-verify.dat'.
       01 WS-VERIFY-RESULT-STATUS  PIC XX.
       01 WS-VERIFY-SUPERSEDED     PIC X.
       01 WS-VERIFY-LATER-IND      PIC 9(4).
       01 WS-VERIFY-RESULT         PIC X(8).
       01 WS-VERIFY-DETAIL         PIC X(60).
       01 WS-VERIFY-CHECKED        PIC 9(4) VALUE 0.
       01 WS-VERIFY-OK             PIC 9(4) VALUE 0.
       01 WS-VERIFY-FAILED         PIC 9(4) VALUE 0.
       01 WS-VERIFY-NO-SUM         PIC 9(4) VALUE 0.
       01 WS-VERIFY-EDIT           PIC Z(3)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'archive-control.dat'.
       01 WS-RCTL-DATE             PIC X(8).
       01 WS-RCTL-TOKEN-POS        PIC 999.
       01 WS-RCTL-TOKEN-FOUND      PIC X.
      *// OPERATOR AUTHORITY -- destruction runs only
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
       ARCHIVE-UTILITY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-CONTROL
           IF RUN-REFUSED
              MOVE 'REFUSED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-JOB-START
           PERFORM LOAD-RETENTION-RULES
           EVALUATE TRUE
              WHEN MODE-DESTRUCTION
                 PERFORM RUN-DESTRUCTION-PASS
              WHEN MODE-VERIFY
                 PERFORM RUN-VERIFY-PASS
              WHEN OTHER
                 PERFORM VARYING WS-RULE-IND FROM 1 BY 1
                    UNTIL WS-RULE-IND > WS-RULE-COUNT
                    PERFORM ARCHIVE-ONE-FILE
                 END-PERFORM
           END-EVALUATE
           PERFORM WRITE-JOB-HISTORY
           IF WS-VERIFY-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *// operations set the run's mode and point it at
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
       .
      *// a guarded mode runs only for an operator the
      *// authorization table allows, by ID or through a role; the
      *// check is made here, before anything is opened or written.
       CHECK-OPERATOR-AUTHORITY.
           IF NOT MODE-DESTRUCTION
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR EQUAL SPACES
              DISPLAY 'archive: mode D needs an OPERATOR in the '
                 'run-control file -- run refused'
              MOVE 'Y' TO WS-AUTH-REFUSED
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AUTH-ROLE-COUNT
           MOVE 'N' TO WS-AUTH-GRANTED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT EQUAL '00'
              DISPLAY 'archive: no authorization table '
                 FUNCTION TRIM(WS-AUTH-PATH)
                 ' -- mode D run refused'
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
              DISPLAY 'archive: operator ' FUNCTION TRIM(WS-OPERATOR)
                 ' is not authorized for mode D -- run refused'
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
           OR AZ-PROGRAM NOT EQUAL 'ARCHIVE'
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
           PERFORM EXPAND-RUN-CONTROL-VALUE
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'A' OR 'D' OR 'V'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'archive run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: A D V), '
                       'entry ignored'
                 END-IF
              WHEN 'RULES'
                 MOVE RCTL-VALUE TO WS-MANIFEST-PATH
              WHEN 'DESTRUCT-LOG'
                 MOVE RCTL-VALUE TO WS-DESTRUCTION-LOG-PATH
              WHEN 'VERIFY-RPT'
                 MOVE RCTL-VALUE TO WS-VERIFY-REPORT-PATH
              WHEN 'VERIFIED'
                 MOVE RCTL-VALUE TO WS-VERIFY-RESULT-PATH
              WHEN 'OPERATOR'
                 MOVE RCTL-VALUE TO WS-OPERATOR
              WHEN 'AUTH-TABLE'
                 MOVE RCTL-VALUE TO WS-AUTH-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'ARCHIVE' TO JH-PROGRAM
           MOVE WS-RUN-DATE TO JH-RUN-DATE
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
              ADD WS-KEPT TO WS-JH-READ
              ADD WS-ARCHIVED TO WS-JH-READ
              ADD WS-ARCHIVED TO WS-JH-WRITTEN
              PERFORM MEASURE-GENERATION
              PERFORM WRITE-MANIFEST-ENTRY
           END-IF
           PERFORM RELEASE-FILE-LOCK
                                                 DELIMITED BY SIZE
                  ' | kept '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEPT-EDIT)    DELIMITED BY SIZE
                  ' | records '                  DELIMITED BY SIZE
                  WS-GEN-RECORDS                 DELIMITED BY SIZE
                  ' | checksum '                 DELIMITED BY SIZE
                  WS-GEN-CHECKSUM                DELIMITED BY SIZE
                  INTO MANIFEST-REC
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE
       .
      *// a manifest line reads
      *//   yyyymmdd | live -> arc | archived n | kept n
      *//            | records n | checksum n
      *// -- the last two only on entries written since the
      *// generations were sealed with a checksum.
       PARSE-MANIFEST-LINE.
           MOVE MANIFEST-REC TO MF-LINE(WS-MF-COUNT)
           MOVE SPACES TO WS-MAN-PATHS
           MOVE SPACES TO WS-MAN-PART3
           MOVE SPACES TO WS-MAN-PART4
           MOVE SPACES TO WS-MAN-PART5
           MOVE SPACES TO WS-MAN-PART6
           UNSTRING MANIFEST-REC DELIMITED BY ' | '
              INTO MF-DATE(WS-MF-COUNT) WS-MAN-PATHS
                   WS-MAN-PART3 WS-MAN-PART4
                   WS-MAN-PART5 WS-MAN-PART6
           MOVE SPACES TO MF-GEN-RECORDS(WS-MF-COUNT)
           MOVE SPACES TO MF-CHECKSUM(WS-MF-COUNT)
           IF WS-MAN-PART5(1:8) EQUAL 'records '
           AND WS-MAN-PART6(1:9) EQUAL 'checksum '
              MOVE WS-MAN-PART5(9:6) TO MF-GEN-RECORDS(WS-MF-COUNT)
              MOVE WS-MAN-PART6(10:10) TO MF-CHECKSUM(WS-MF-COUNT)
           END-IF
           MOVE SPACES TO MF-LIVE(WS-MF-COUNT)
           MOVE SPACES TO MF-ARC(WS-MF-COUNT)
           UNSTRING WS-MAN-PATHS DELIMITED BY ' -> '
              END-IF
           END-PERFORM
       .
      *// count and checksum the generation at
      *// WS-ARCHIVE-PATH as it stands on disk. Trailing blanks are
      *// not part of a line-sequential record and are not summed; a
      *// separator after each record makes a split or joined line
      *// show as well.
       MEASURE-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 0 TO WS-GEN-RECORDS
           MOVE 0 TO WS-GEN-CHECKSUM
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-GEN-FOUND
           MOVE 'N' TO WS-EOF-LIVE
           PERFORM UNTIL END-OF-LIVE
              READ ARCHIVE-FILE
                 AT END MOVE 'Y' TO WS-EOF-LIVE
                 NOT AT END PERFORM SUM-ONE-ARCHIVE-RECORD
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       .
       SUM-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-GEN-RECORDS
           IF ARCHIVE-REC EQUAL SPACES
              MOVE 0 TO WS-GEN-REC-LEN
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(ARCHIVE-REC TRAILING))
                TO WS-GEN-REC-LEN
           END-IF
           PERFORM VARYING WS-GEN-CHAR-IND FROM 1 BY 1
              UNTIL WS-GEN-CHAR-IND > WS-GEN-REC-LEN
              COMPUTE WS-GEN-WORK = WS-GEN-CHECKSUM * 31
                 + FUNCTION ORD(ARCHIVE-REC(WS-GEN-CHAR-IND:1))
              COMPUTE WS-GEN-CHECKSUM =
                 FUNCTION MOD(WS-GEN-WORK, 999999937)
           END-PERFORM
           COMPUTE WS-GEN-WORK = WS-GEN-CHECKSUM * 31 + 257
           COMPUTE WS-GEN-CHECKSUM =
              FUNCTION MOD(WS-GEN-WORK, 999999937)
       .
      *// the scheduled verify pass: every generation still on
      *// the manifest is re-read and held against the count and
      *// checksum recorded for it. Where a generation was appended to
      *// again the same day, only its latest manifest entry speaks
      *// for it.
       RUN-VERIFY-PASS.
           PERFORM LOAD-MANIFEST-TABLE
           IF WS-MF-OVERFLOW > 0
              DISPLAY 'archive verify: manifest exceeds '
                 'single-pass capacity, nothing verified -- '
                 'split the manifest first'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE
           OPEN OUTPUT VERIFY-RESULT-FILE
           MOVE SPACES TO VERIFY-REPORT-REC
           STRING 'ARCHIVE GENERATION VERIFICATION '
                                                 DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           PERFORM VARYING WS-MF-IND FROM 1 BY 1
              UNTIL WS-MF-IND > WS-MF-COUNT
              MOVE 'N' TO WS-VERIFY-SUPERSEDED
              PERFORM VARYING WS-VERIFY-LATER-IND FROM WS-MF-IND BY 1
                 UNTIL WS-VERIFY-LATER-IND >= WS-MF-COUNT
                 IF MF-ARC(WS-VERIFY-LATER-IND + 1)
                    EQUAL MF-ARC(WS-MF-IND)
                    MOVE 'Y' TO WS-VERIFY-SUPERSEDED
                 END-IF
              END-PERFORM
              IF WS-VERIFY-SUPERSEDED EQUAL 'N'
              AND MF-ARC(WS-MF-IND) NOT EQUAL SPACES
                 PERFORM VERIFY-ONE-GENERATION
              END-IF
           END-PERFORM
           PERFORM WRITE-VERIFY-TOTALS
           CLOSE VERIFY-REPORT-FILE
           CLOSE VERIFY-RESULT-FILE
           MOVE WS-VERIFY-CHECKED TO WS-JH-READ
           MOVE WS-VERIFY-OK TO WS-JH-WRITTEN
           MOVE WS-VERIFY-FAILED TO WS-JH-REJECTS
       .
       VERIFY-ONE-GENERATION.
           ADD 1 TO WS-VERIFY-CHECKED
           MOVE MF-ARC(WS-MF-IND) TO WS-ARCHIVE-PATH
           PERFORM MEASURE-GENERATION
           MOVE SPACES TO WS-VERIFY-DETAIL
           MOVE WS-GEN-RECORDS TO WS-GEN-RECORDS-EDIT
           EVALUATE TRUE
              WHEN WS-GEN-FOUND EQUAL 'N'
                 MOVE 'MISSING' TO WS-VERIFY-RESULT
                 MOVE 'generation file not found'
                   TO WS-VERIFY-DETAIL
              WHEN MF-CHECKSUM(WS-MF-IND) EQUAL SPACES
                 MOVE 'NO-SUM' TO WS-VERIFY-RESULT
                 STRING 'no checksum on the manifest, '
                                                 DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GEN-RECORDS-EDIT)
                                                 DELIMITED BY SIZE
                        ' record(s) on file'     DELIMITED BY SIZE
                        INTO WS-VERIFY-DETAIL
              WHEN MF-GEN-RECORDS(WS-MF-IND) NOT EQUAL WS-GEN-RECORDS
                 MOVE 'MISMATCH' TO WS-VERIFY-RESULT
                 STRING 'count '                 DELIMITED BY SIZE
                        MF-GEN-RECORDS(WS-MF-IND)
                                                 DELIMITED BY SIZE
                        ' on manifest, '         DELIMITED BY SIZE
                        WS-GEN-RECORDS           DELIMITED BY SIZE
                        ' on file'               DELIMITED BY SIZE
                        INTO WS-VERIFY-DETAIL
              WHEN MF-CHECKSUM(WS-MF-IND) NOT EQUAL WS-GEN-CHECKSUM
                 MOVE 'MISMATCH' TO WS-VERIFY-RESULT
                 STRING 'checksum '              DELIMITED BY SIZE
                        MF-CHECKSUM(WS-MF-IND)   DELIMITED BY SIZE
                        ' on manifest, '         DELIMITED BY SIZE
                        WS-GEN-CHECKSUM          DELIMITED BY SIZE
                        ' on file'               DELIMITED BY SIZE
                        INTO WS-VERIFY-DETAIL
              WHEN OTHER
                 MOVE 'OK' TO WS-VERIFY-RESULT
                 STRING FUNCTION TRIM(WS-GEN-RECORDS-EDIT)
                                                 DELIMITED BY SIZE
                        ' record(s), checksum matches'
                                                 DELIMITED BY SIZE
                        INTO WS-VERIFY-DETAIL
           END-EVALUATE
           EVALUATE WS-VERIFY-RESULT
              WHEN 'OK'
                 ADD 1 TO WS-VERIFY-OK
              WHEN 'NO-SUM'
                 ADD 1 TO WS-VERIFY-NO-SUM
              WHEN OTHER
                 ADD 1 TO WS-VERIFY-FAILED
           END-EVALUATE
           MOVE SPACES TO VERIFY-RESULT-REC
           MOVE MF-ARC(WS-MF-IND) TO VR-ARC
           MOVE WS-VERIFY-RESULT TO VR-RESULT
           MOVE WS-RUN-DATE TO VR-VERIFY-DATE
           MOVE WS-VERIFY-DETAIL TO VR-DETAIL
           WRITE VERIFY-RESULT-REC
           MOVE SPACES TO VERIFY-REPORT-REC
           STRING '  '                           DELIMITED BY SIZE
                  WS-VERIFY-RESULT               DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(MF-ARC(WS-MF-IND))
                                                 DELIMITED BY SIZE
                  ' (rolled '                    DELIMITED BY SIZE
                  MF-DATE(WS-MF-IND)             DELIMITED BY SIZE
                  ') -- '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-DETAIL)
                                                 DELIMITED BY SIZE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
       .
       WRITE-VERIFY-TOTALS.
           MOVE SPACES TO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           MOVE SPACES TO VERIFY-REPORT-REC
           MOVE WS-VERIFY-CHECKED TO WS-VERIFY-EDIT
           STRING 'Generations checked: '        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-EDIT)  DELIMITED BY SIZE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           MOVE SPACES TO VERIFY-REPORT-REC
           MOVE WS-VERIFY-FAILED TO WS-VERIFY-EDIT
           STRING 'Failed (mismatch or missing): '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-EDIT)  DELIMITED BY SIZE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           MOVE SPACES TO VERIFY-REPORT-REC
           MOVE WS-VERIFY-NO-SUM TO WS-VERIFY-EDIT
           STRING 'Written before checksums: '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-EDIT)  DELIMITED BY SIZE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           MOVE WS-VERIFY-FAILED TO WS-VERIFY-EDIT
           DISPLAY 'archive verify: '
              FUNCTION TRIM(WS-VERIFY-EDIT)
              ' generation(s) failed verification'
       .
