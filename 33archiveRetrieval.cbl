           SELECT RETRIEVAL-OUTPUT-FILE
              ASSIGN TO WS-RETRIEVAL-OUTPUT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// restoring a damaged live file: its generations and
      *// current records are merged into <live>.restored for the
      *// operator to review, and a separate confirm run swaps that in
      *// with the prior live file kept as <live>.bak.
           SELECT RESTORE-FILE ASSIGN TO WS-RESTORE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RESTORE-STATUS.
           SELECT LIVE-BAK-FILE ASSIGN TO WS-LIVE-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// restores go on the same trail as the destruction
      *// pass, so the archive's history reads in one place.
           SELECT DESTRUCTION-LOG-FILE
              ASSIGN TO WS-DESTRUCTION-LOG-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DESTRUCTION-LOG-STATUS.
      *// the archive verify pass's latest results: a
      *// generation that failed is still extracted, but flagged.
           SELECT VERIFY-RESULT-FILE ASSIGN TO WS-VERIFY-RESULT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-VERIFY-RESULT-STATUS.
      *// operations run-control: file paths set per run
      *// from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
          01 ARCHIVE-REC PIC X(250).
       FD RETRIEVAL-OUTPUT-FILE.
          01 RETRIEVAL-OUTPUT-REC PIC X(250).
       FD RESTORE-FILE.
          01 RESTORE-REC PIC X(250).
       FD LIVE-BAK-FILE.
          01 LIVE-BAK-REC PIC X(250).
       FD DESTRUCTION-LOG-FILE.
          01 DESTRUCTION-LOG-REC PIC X(150).
       FD VERIFY-RESULT-FILE.
          01 VERIFY-RESULT-REC.
             02 VR-ARC         PIC X(100).
             02 VR-RESULT      PIC X(8).
             02 VR-VERIFY-DATE PIC X(8).
             02 VR-DETAIL      PIC X(60).
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
       01 WS-QUERY-PATH            PIC X(100)
                                    VALUE 'archive-query.dat'.
       01 WS-RECORDS-OUT           PIC 9(6) VALUE 0.
       01 WS-RECORDS-SCANNED       PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT            PIC Z(5)9.
      *// RUN MODE -- Q extracts a query's records as always,
      *// R stages a restore of the query's live file, C confirms a
      *// staged restore and swaps it in.
       01 WS-MODE                  PIC X VALUE 'Q'.
         88 MODE-QUERY             VALUE 'Q'.
         88 MODE-RESTORE           VALUE 'R'.
         88 MODE-CONFIRM           VALUE 'C'.
      *// RESTORE
       01 WS-RESTORE-PATH          PIC X(100).
       01 WS-RESTORE-STATUS        PIC XX.
       01 WS-LIVE-BAK-PATH         PIC X(100).
       01 WS-DESTRUCTION-LOG-PATH  PIC X(100)
                                    VALUE 'archive-destruction.log'.
       01 WS-DESTRUCTION-LOG-STATUS PIC XX.
       01 WS-TODAY                 PIC X(8).
      *// every record written to the restored file, held so
      *// an exact duplicate -- the same record in two generations,
      *// or archived and still live -- is written once.
       01 WS-RESTORE-TABLE.
         02 WS-RESTORE-HELD OCCURS 2000 TIMES PIC X(250).
       01 WS-RESTORE-COUNT         PIC 9(4) VALUE 0.
       01 WS-RESTORE-IND           PIC 9(4).
       01 WS-RESTORE-OVERFLOW      PIC X VALUE 'N'.
       01 WS-RESTORE-DUP           PIC X.
       01 WS-RESTORE-DUPS          PIC 9(6) VALUE 0.
       01 WS-RESTORE-READ          PIC 9(6) VALUE 0.
       01 WS-RESTORE-FROM-LIVE     PIC 9(6) VALUE 0.
       01 WS-USED-ARC-TABLE.
         02 WS-USED-ARC OCCURS 100 TIMES PIC X(100).
       01 WS-USED-ARC-COUNT        PIC 999 VALUE 0.
       01 WS-USED-ARC-IND          PIC 999.
       01 WS-USED-ARC-SEEN         PIC X.
       01 WS-CONFIRM-COUNT         PIC 9(6) VALUE 0.
       01 WS-TRAIL-TEXT            PIC X(150).
       01 WS-RUN-OUTCOME           PIC X(8).
      *// GENERATION VERIFICATION
       01 WS-VERIFY-RESULT-PATH    PIC X(100)
                                    VALUE 'archive-verify.dat'.
       01 WS-VERIFY-RESULT-STATUS  PIC XX.
       01 WS-VERIFY-FAILED-GENS    PIC 9(4) VALUE 0.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'retrieval-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       ARCHIVE-RETRIEVAL.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-QUERY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RETRIEVAL-OUTPUT-FILE
           IF WS-TARGET EQUAL SPACES
              MOVE 'NO TARGET FILE NAMED IN QUERY FILE'
                TO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
           ELSE
              EVALUATE TRUE
                 WHEN MODE-RESTORE
                    PERFORM RUN-RESTORE
                 WHEN MODE-CONFIRM
                    PERFORM RUN-RESTORE-CONFIRM
                 WHEN OTHER
                    PERFORM WRITE-QUERY-HEADER
                    PERFORM WALK-MANIFEST
                    PERFORM EXTRACT-FROM-LIVE-FILE
                    PERFORM WRITE-RETRIEVAL-TOTALS
                    MOVE WS-RECORDS-SCANNED TO WS-JH-READ
                    MOVE WS-RECORDS-OUT TO WS-JH-WRITTEN
              END-EVALUATE
           END-IF
           CLOSE RETRIEVAL-OUTPUT-FILE
           MOVE WS-JH-STATUS-OUT TO WS-RUN-OUTCOME
           PERFORM WRITE-JOB-HISTORY
           IF WS-RUN-OUTCOME EQUAL 'FAILED'
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *// operations point the run at dated files here; no
                 MOVE RCTL-VALUE TO WS-MANIFEST-PATH
              WHEN 'OUTPUT'
                 MOVE RCTL-VALUE TO WS-RETRIEVAL-OUTPUT-PATH
              WHEN 'VERIFIED'
                 MOVE RCTL-VALUE TO WS-VERIFY-RESULT-PATH
              WHEN 'DESTRUCT-LOG'
                 MOVE RCTL-VALUE TO WS-DESTRUCTION-LOG-PATH
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'Q' OR 'R' OR 'C'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'retrieval run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: Q R C), '
                       'entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                  ') ---'                        DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           PERFORM CHECK-GENERATION-VERIFIED
           MOVE WS-MAN-ARC TO WS-ARCHIVE-PATH
           PERFORM EXTRACT-MATCHING-RECORDS
       .
      *// the generation's latest verify result, if the pass
      *// has seen it: anything but OK or NO-SUM is flagged ahead of
      *// its records, so nobody quotes a tampered archive unawares.
       CHECK-GENERATION-VERIFIED.
           OPEN INPUT VERIFY-RESULT-FILE
           IF WS-VERIFY-RESULT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VERIFY-RESULT-STATUS NOT EQUAL '00'
              READ VERIFY-RESULT-FILE
                 AT END MOVE '10' TO WS-VERIFY-RESULT-STATUS
                 NOT AT END
                    IF VR-ARC EQUAL WS-MAN-ARC
                    AND VR-RESULT NOT EQUAL 'OK'
                    AND VR-RESULT NOT EQUAL 'NO-SUM'
                       ADD 1 TO WS-VERIFY-FAILED-GENS
                       MOVE SPACES TO RETRIEVAL-OUTPUT-REC
                       STRING '  *** WARNING: generation FAILED '
                                                 DELIMITED BY SIZE
                              'verification ('   DELIMITED BY SIZE
                              FUNCTION TRIM(VR-RESULT)
                                                 DELIMITED BY SIZE
                              ' on '             DELIMITED BY SIZE
                              VR-VERIFY-DATE     DELIMITED BY SIZE
                              ': '               DELIMITED BY SIZE
                              FUNCTION TRIM(VR-DETAIL)
                                                 DELIMITED BY SIZE
                              ') -- records below may be '
                                                 DELIMITED BY SIZE
                              'incomplete or altered'
                                                 DELIMITED BY SIZE
                              INTO RETRIEVAL-OUTPUT-REC
                       WRITE RETRIEVAL-OUTPUT-REC
                       MOVE '10' TO WS-VERIFY-RESULT-STATUS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VERIFY-RESULT-FILE
       .
       EXTRACT-MATCHING-RECORDS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT EQUAL '00'
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           IF WS-VERIFY-FAILED-GENS > 0
              MOVE SPACES TO RETRIEVAL-OUTPUT-REC
              MOVE WS-VERIFY-FAILED-GENS TO WS-COUNT-EDIT
              STRING 'WARNING: '                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                     ' generation(s) searched failed verification'
                                                 DELIMITED BY SIZE
                     INTO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
           END-IF
       .
      *// stage a restore: every generation of the target in
      *// the query's date range, in manifest (date) order, then the
      *// live file as it stands, each record written once. Nothing
      *// live is touched -- the operator reviews <live>.restored
      *// and a MODE C run swaps it in.
       RUN-RESTORE.
           PERFORM SET-RESTORE-PATHS
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           STRING 'ARCHIVE RESTORE FOR '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET)       DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           IF WS-DATE-FROM NOT EQUAL SPACES
           OR WS-DATE-TO NOT EQUAL SPACES
              MOVE SPACES TO RETRIEVAL-OUTPUT-REC
              STRING 'date range '               DELIMITED BY SIZE
                     WS-DATE-FROM                DELIMITED BY SIZE
                     ' - '                       DELIMITED BY SIZE
                     WS-DATE-TO                  DELIMITED BY SIZE
                     INTO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
           END-IF
           OPEN OUTPUT RESTORE-FILE
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-MANIFEST
              PERFORM UNTIL END-OF-MANIFEST
                 READ MANIFEST-FILE
                    AT END MOVE 'Y' TO WS-EOF-MANIFEST
                    NOT AT END PERFORM RESTORE-ONE-MANIFEST-ENTRY
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           ELSE
              MOVE '(no archive manifest on hand)'
                TO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
           END-IF
           MOVE WS-TARGET TO WS-ARCHIVE-PATH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS EQUAL '00'
              MOVE SPACES TO RETRIEVAL-OUTPUT-REC
              STRING '--- live file '            DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TARGET)    DELIMITED BY SIZE
                     ' ---'                      DELIMITED BY SIZE
                     INTO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
              MOVE 'N' TO WS-EOF-ARCHIVE
              PERFORM UNTIL END-OF-ARCHIVE
                 READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-EOF-ARCHIVE
                    NOT AT END
                       ADD 1 TO WS-RESTORE-FROM-LIVE
                       PERFORM RESTORE-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF
           CLOSE RESTORE-FILE
      *// a restore that could not hold every record would
      *// silently drop some -- empty the staged file and fail.
           IF WS-RESTORE-OVERFLOW EQUAL 'Y'
              OPEN OUTPUT RESTORE-FILE
              CLOSE RESTORE-FILE
              MOVE 'RESTORE ABANDONED -- more distinct records than '
                TO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
              MOVE '  one pass can hold; nothing staged'
                TO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              MOVE WS-RESTORE-READ TO WS-JH-READ
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-RESTORE-TOTALS
           MOVE SPACES TO WS-TRAIL-TEXT
           MOVE WS-GENERATIONS TO WS-COUNT-EDIT
           STRING 'restore staged '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESTORE-PATH) DELIMITED BY SIZE
                  ' from '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' generation(s) and the live file | '
                                                 DELIMITED BY SIZE
                  INTO WS-TRAIL-TEXT
           MOVE WS-RESTORE-COUNT TO WS-COUNT-EDIT
           STRING FUNCTION TRIM(WS-TRAIL-TEXT)   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' records'                     DELIMITED BY SIZE
                  INTO WS-TRAIL-TEXT
           PERFORM WRITE-RESTORE-TRAIL
           MOVE WS-RESTORE-READ TO WS-JH-READ
           MOVE WS-RESTORE-COUNT TO WS-JH-WRITTEN
           MOVE WS-RESTORE-DUPS TO WS-JH-REJECTS
       .
       SET-RESTORE-PATHS.
           MOVE SPACES TO WS-RESTORE-PATH
           STRING FUNCTION TRIM(WS-TARGET)       DELIMITED BY SIZE
                  '.restored'                    DELIMITED BY SIZE
                  INTO WS-RESTORE-PATH
           MOVE SPACES TO WS-LIVE-BAK-PATH
           STRING FUNCTION TRIM(WS-TARGET)       DELIMITED BY SIZE
                  '.bak'                         DELIMITED BY SIZE
                  INTO WS-LIVE-BAK-PATH
       .
       RESTORE-ONE-MANIFEST-ENTRY.
           MOVE SPACES TO WS-MAN-DATE
           MOVE SPACES TO WS-MAN-PATHS
           MOVE SPACES TO WS-MAN-REST
           UNSTRING MANIFEST-REC DELIMITED BY ' | '
              INTO WS-MAN-DATE WS-MAN-PATHS WS-MAN-REST
           MOVE SPACES TO WS-MAN-LIVE
           MOVE SPACES TO WS-MAN-ARC
           UNSTRING WS-MAN-PATHS DELIMITED BY ' -> '
              INTO WS-MAN-LIVE WS-MAN-ARC
           IF WS-MAN-LIVE NOT EQUAL WS-TARGET
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-FROM NOT EQUAL SPACES
           AND WS-MAN-DATE < WS-DATE-FROM
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-TO NOT EQUAL SPACES
           AND WS-MAN-DATE > WS-DATE-TO
              EXIT PARAGRAPH
           END-IF
      *// a generation appended to twice in a day has two
      *// manifest entries; it is read once.
           MOVE 'N' TO WS-USED-ARC-SEEN
           PERFORM VARYING WS-USED-ARC-IND FROM 1 BY 1
              UNTIL WS-USED-ARC-IND > WS-USED-ARC-COUNT
              IF WS-USED-ARC(WS-USED-ARC-IND) EQUAL WS-MAN-ARC
                 MOVE 'Y' TO WS-USED-ARC-SEEN
              END-IF
           END-PERFORM
           IF WS-USED-ARC-SEEN EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           IF WS-USED-ARC-COUNT < 100
              ADD 1 TO WS-USED-ARC-COUNT
              MOVE WS-MAN-ARC TO WS-USED-ARC(WS-USED-ARC-COUNT)
           END-IF
           ADD 1 TO WS-GENERATIONS
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           STRING '--- archive '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAN-ARC)      DELIMITED BY SIZE
                  ' (rolled '                    DELIMITED BY SIZE
                  WS-MAN-DATE                    DELIMITED BY SIZE
                  ') ---'                        DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           PERFORM CHECK-GENERATION-VERIFIED
           MOVE WS-MAN-ARC TO WS-ARCHIVE-PATH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT EQUAL '00'
              MOVE '  (ARCHIVE FILE MISSING -- manifest stale?)'
                TO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARCHIVE
           PERFORM UNTIL END-OF-ARCHIVE
              READ ARCHIVE-FILE
                 AT END MOVE 'Y' TO WS-EOF-ARCHIVE
                 NOT AT END PERFORM RESTORE-ONE-RECORD
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       .
       RESTORE-ONE-RECORD.
           ADD 1 TO WS-RESTORE-READ
           MOVE 'N' TO WS-RESTORE-DUP
           PERFORM VARYING WS-RESTORE-IND FROM 1 BY 1
              UNTIL WS-RESTORE-IND > WS-RESTORE-COUNT
              IF WS-RESTORE-HELD(WS-RESTORE-IND) EQUAL ARCHIVE-REC
                 MOVE 'Y' TO WS-RESTORE-DUP
                 MOVE WS-RESTORE-COUNT TO WS-RESTORE-IND
              END-IF
           END-PERFORM
           IF WS-RESTORE-DUP EQUAL 'Y'
              ADD 1 TO WS-RESTORE-DUPS
              EXIT PARAGRAPH
           END-IF
           IF WS-RESTORE-COUNT NOT < 2000
              MOVE 'Y' TO WS-RESTORE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RESTORE-COUNT
           MOVE ARCHIVE-REC TO WS-RESTORE-HELD(WS-RESTORE-COUNT)
           MOVE ARCHIVE-REC TO RESTORE-REC
           WRITE RESTORE-REC
       .
       WRITE-RESTORE-TOTALS.
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           MOVE WS-GENERATIONS TO WS-COUNT-EDIT
           STRING 'Archive generations merged: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           MOVE WS-RESTORE-FROM-LIVE TO WS-COUNT-EDIT
           STRING 'Live file records read: '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           MOVE WS-RESTORE-DUPS TO WS-COUNT-EDIT
           STRING 'Exact duplicates dropped: '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           MOVE WS-RESTORE-COUNT TO WS-COUNT-EDIT
           STRING 'Records staged: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' in '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESTORE-PATH) DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           STRING 'Review it, then run MODE C to swap it in for '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET)       DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           IF WS-VERIFY-FAILED-GENS > 0
              MOVE SPACES TO RETRIEVAL-OUTPUT-REC
              MOVE WS-VERIFY-FAILED-GENS TO WS-COUNT-EDIT
              STRING 'WARNING: '                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                     ' generation(s) merged failed verification'
                                                 DELIMITED BY SIZE
                     INTO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
           END-IF
       .
      *// swap a reviewed restore in, under the live file's
      *// lock: the live file is copied to <live>.bak, the staged
      *// file over the live one, and the staged file emptied so it
      *// cannot be confirmed twice.
       RUN-RESTORE-CONFIRM.
           PERFORM SET-RESTORE-PATHS
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           STRING 'ARCHIVE RESTORE CONFIRM FOR ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET)       DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE 0 TO WS-CONFIRM-COUNT
           OPEN INPUT RESTORE-FILE
           IF WS-RESTORE-STATUS EQUAL '00'
              PERFORM UNTIL WS-RESTORE-STATUS NOT EQUAL '00'
                 READ RESTORE-FILE
                    AT END MOVE '10' TO WS-RESTORE-STATUS
                    NOT AT END ADD 1 TO WS-CONFIRM-COUNT
                 END-READ
              END-PERFORM
              CLOSE RESTORE-FILE
           END-IF
           IF WS-CONFIRM-COUNT EQUAL 0
              MOVE SPACES TO RETRIEVAL-OUTPUT-REC
              STRING '  nothing staged in '      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RESTORE-PATH)
                                                 DELIMITED BY SIZE
                     ' -- run MODE R first, live file untouched'
                                                 DELIMITED BY SIZE
                     INTO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              MOVE '  live file is locked by another run, not swapped'
                TO RETRIEVAL-OUTPUT-REC
              WRITE RETRIEVAL-OUTPUT-REC
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET TO WS-ARCHIVE-PATH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS EQUAL '00'
              OPEN OUTPUT LIVE-BAK-FILE
              MOVE 'N' TO WS-EOF-ARCHIVE
              PERFORM UNTIL END-OF-ARCHIVE
                 READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-EOF-ARCHIVE
                    NOT AT END
                       MOVE ARCHIVE-REC TO LIVE-BAK-REC
                       WRITE LIVE-BAK-REC
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
              CLOSE LIVE-BAK-FILE
           END-IF
           OPEN INPUT RESTORE-FILE
           OPEN OUTPUT ARCHIVE-FILE
           MOVE '00' TO WS-RESTORE-STATUS
           PERFORM UNTIL WS-RESTORE-STATUS NOT EQUAL '00'
              READ RESTORE-FILE
                 AT END MOVE '10' TO WS-RESTORE-STATUS
                 NOT AT END
                    MOVE RESTORE-REC TO ARCHIVE-REC
                    WRITE ARCHIVE-REC
              END-READ
           END-PERFORM
           CLOSE RESTORE-FILE
           CLOSE ARCHIVE-FILE
           OPEN OUTPUT RESTORE-FILE
           CLOSE RESTORE-FILE
           PERFORM RELEASE-FILE-LOCK
           MOVE SPACES TO RETRIEVAL-OUTPUT-REC
           MOVE WS-CONFIRM-COUNT TO WS-COUNT-EDIT
           STRING '  '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' record(s) swapped in, prior live file kept as '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIVE-BAK-PATH)
                                                 DELIMITED BY SIZE
                  INTO RETRIEVAL-OUTPUT-REC
           WRITE RETRIEVAL-OUTPUT-REC
           MOVE SPACES TO WS-TRAIL-TEXT
           STRING 'restore confirmed '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET)       DELIMITED BY SIZE
                  ' <- '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESTORE-PATH) DELIMITED BY SIZE
                  ' | '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  ' records | prior kept as '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIVE-BAK-PATH)
                                                 DELIMITED BY SIZE
                  INTO WS-TRAIL-TEXT
           PERFORM WRITE-RESTORE-TRAIL
           MOVE WS-CONFIRM-COUNT TO WS-JH-READ
           MOVE WS-CONFIRM-COUNT TO WS-JH-WRITTEN
       .
       WRITE-RESTORE-TRAIL.
           OPEN EXTEND DESTRUCTION-LOG-FILE
           IF WS-DESTRUCTION-LOG-STATUS EQUAL '35'
              OPEN OUTPUT DESTRUCTION-LOG-FILE
              CLOSE DESTRUCTION-LOG-FILE
              OPEN EXTEND DESTRUCTION-LOG-FILE
           END-IF
           MOVE SPACES TO DESTRUCTION-LOG-REC
           STRING WS-TODAY                       DELIMITED BY SIZE
                  ' | '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRAIL-TEXT)   DELIMITED BY SIZE
                  INTO DESTRUCTION-LOG-REC
           WRITE DESTRUCTION-LOG-REC
           CLOSE DESTRUCTION-LOG-FILE
       .
      *// take the .lck sidecar for the target file before
      *// a shared write: a holder stamped today means another run
           MOVE 'RETRIEVAL' TO JH-PROGRAM
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
      *// the plain query run keeps its historic '-' so the
      *// job-history baselines still line up.
           IF MODE-QUERY
              MOVE '-' TO JH-MODE
           ELSE
              MOVE WS-MODE TO JH-MODE
           END-IF
           MOVE WS-JH-READ TO JH-READ
           MOVE WS-JH-WRITTEN TO JH-WRITTEN
           MOVE WS-JH-REJECTS TO JH-REJECTS
