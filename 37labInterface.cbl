       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABINTERFACE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *// the lab analyser's result export, in place of
      *// score records keyed from printed lab sheets.  The export
      *// is '|'-delimited, one message per sample:
      *//     MSH|sample id|patient id|collection date|time
      *//     RES|allergen|POS or NEG        (one per allergen)
      *//     ...
      *//     TRL|message count|result line count
      *// Each message's results rebuild the patient's panel score
      *// for the allergies batch, the patient matched through the
      *// patient master.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-EXPORT-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO WS-PATIENT-MASTER-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PATIENT-MASTER-STATUS.
      *// the score feed RUN-PATIENT-BATCH reads, wrapped in
      *// its HDR/TRL control records.
           SELECT PATIENT-SCORE-FILE ASSIGN TO WS-PATIENT-SCORE-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT INTERFACE-EXCEPTIONS-FILE
              ASSIGN TO WS-INTERFACE-EXCEPTIONS-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// every sample ID already passed to the allergies
      *// batch, so a re-sent export cannot score a sample twice.
           SELECT SAMPLE-LOG-FILE ASSIGN TO WS-SAMPLE-LOG-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SAMPLE-LOG-STATUS.
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
       FD EXPORT-FILE.
          01 EXPORT-REC PIC X(200).
       FD PATIENT-MASTER-FILE.
          01 PATIENT-MASTER-REC.
             02 PM-PATIENT-ID PIC X(10).
             02 PM-NAME       PIC X(25).
             02 PM-DOB        PIC X(8).
             02 PM-WARD       PIC X(6).
             02 PM-GP-PRACTICE PIC X(8).
       FD PATIENT-SCORE-FILE.
          01 PATIENT-SCORE-REC.
             02 PS-PATIENT-ID PIC X(10).
             02 PS-SCORE      PIC 9(4).
       FD INTERFACE-EXCEPTIONS-FILE.
          01 INTERFACE-EXCEPTIONS-REC PIC X(132).
       FD SAMPLE-LOG-FILE.
          01 SAMPLE-LOG-REC.
             02 SL-SAMPLE-ID  PIC X(16).
             02 SL-PATIENT-ID PIC X(10).
             02 SL-COLLECTED  PIC X(12).
             02 SL-RUN-DATE   PIC X(8).
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
       01 WS-EXPORT-PATH           PIC X(100)
                                    VALUE 'lab-results-export.dat'.
       01 WS-EXPORT-STATUS         PIC XX.
       01 WS-PATIENT-MASTER-PATH   PIC X(100)
                                    VALUE 'patient-master.dat'.
       01 WS-PATIENT-MASTER-STATUS PIC XX.
       01 WS-PATIENT-SCORE-PATH    PIC X(100)
                                    VALUE 'patient-scores.dat'.
       01 WS-INTERFACE-EXCEPTIONS-PATH PIC X(100)
                                VALUE 'labinterface-exceptions.rpt'.
       01 WS-SAMPLE-LOG-PATH       PIC X(100)
                                    VALUE 'labinterface-samples.dat'.
       01 WS-SAMPLE-LOG-STATUS     PIC XX.
       01 WS-EOF-EXPORT            PIC X VALUE 'N'.
         88 END-OF-EXPORT          VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8).
      *// the panel, in the allergies program's bit order:
      *// result N positive adds 2**(N-1) to the score.
       01 WS-PANEL-NAMES.
         02 FILLER PIC X(12) VALUE 'eggs'.
         02 FILLER PIC X(12) VALUE 'peanuts'.
         02 FILLER PIC X(12) VALUE 'shellfish'.
         02 FILLER PIC X(12) VALUE 'strawberries'.
         02 FILLER PIC X(12) VALUE 'tomatoes'.
         02 FILLER PIC X(12) VALUE 'chocolate'.
         02 FILLER PIC X(12) VALUE 'pollen'.
         02 FILLER PIC X(12) VALUE 'cats'.
         02 FILLER PIC X(12) VALUE 'dairy'.
         02 FILLER PIC X(12) VALUE 'gluten'.
         02 FILLER PIC X(12) VALUE 'latex'.
         02 FILLER PIC X(12) VALUE 'penicillin'.
       01 WS-PANEL-TABLE REDEFINES WS-PANEL-NAMES.
         02 WS-PANEL-ALLERGEN OCCURS 12 PIC X(12).
       01 WS-PANEL-IND             PIC 99.
       01 WS-PANEL-FOUND           PIC 99.
      *// one export line split at its delimiters
       01 WS-SEG-TYPE              PIC X(3).
       01 WS-SEG-FIELD-1           PIC X(30).
       01 WS-SEG-FIELD-2           PIC X(30).
       01 WS-SEG-FIELD-3           PIC X(30).
       01 WS-SEG-FIELD-4           PIC X(30).
       01 WS-SEG-WORK              PIC X(30).
      *// the message being assembled
       01 WS-MSG-OPEN              PIC X VALUE 'N'.
         88 MESSAGE-OPEN           VALUE 'Y'.
       01 WS-MSG-SAMPLE            PIC X(16).
       01 WS-MSG-PATIENT           PIC X(10).
       01 WS-MSG-DATE              PIC X(8).
       01 WS-MSG-DATE-NUM REDEFINES WS-MSG-DATE PIC 9(8).
       01 WS-MSG-TIME              PIC X(4).
       01 WS-MSG-ERROR             PIC X(60).
       01 WS-MSG-RESULTS           PIC 99.
       01 WS-MSG-PANEL.
         02 WS-MSG-RESULT OCCURS 12 PIC X.
       01 WS-MSG-SCORE             PIC 9(4).
       01 WS-BIT-VALUE             PIC 9(4).
      *// patients from the master
       01 WS-PM-TABLE.
         02 WS-PM-ENTRY OCCURS 500 TIMES.
            03 PMT-PATIENT-ID      PIC X(10).
       01 WS-PM-COUNT              PIC 999 VALUE 0.
       01 WS-PM-IND                PIC 999.
       01 WS-PM-FOUND              PIC X.
         88 PATIENT-ON-MASTER      VALUE 'Y'.
      *// sample IDs already seen -- the log's and this
      *// export's -- for the duplicate check
       01 WS-SAMPLE-TABLE.
         02 WS-SAMPLE-ENTRY OCCURS 5000 TIMES.
            03 SMP-SAMPLE-ID       PIC X(16).
       01 WS-SAMPLE-COUNT          PIC 9(4) VALUE 0.
       01 WS-SAMPLE-IND            PIC 9(4).
       01 WS-SAMPLE-FOUND          PIC X.
         88 SAMPLE-ALREADY-SEEN    VALUE 'Y'.
       01 WS-SAMPLE-OVERFLOW       PIC X VALUE 'N'.
      *// control counts: what the trailer claims against
      *// what the export holds
       01 WS-TRL-SEEN              PIC X VALUE 'N'.
       01 WS-TRL-MESSAGES          PIC 9(6) VALUE 0.
       01 WS-TRL-RESULTS           PIC 9(6) VALUE 0.
       01 WS-TRL-RESULTS-GIVEN     PIC X VALUE 'N'.
       01 WS-CNT-MESSAGES          PIC 9(6) VALUE 0.
       01 WS-CNT-RESULTS           PIC 9(6) VALUE 0.
       01 WS-CNT-LINES             PIC 9(6) VALUE 0.
       01 WS-BALANCE-OK            PIC X VALUE 'Y'.
         88 EXPORT-IN-BALANCE      VALUE 'Y'.
       01 WS-BALANCE-REASON        PIC X(60).
       01 WS-CNT-ACCEPTED          PIC 9(6) VALUE 0.
       01 WS-CNT-UNPARSEABLE       PIC 9(6) VALUE 0.
       01 WS-CNT-UNKNOWN           PIC 9(6) VALUE 0.
       01 WS-CNT-DUPLICATE         PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT            PIC Z(5)9.
       01 WS-COUNT-EDIT-2          PIC Z(5)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'labinterface-control.dat'.
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
      *// count the export against its trailer first; an
      *// export out of balance is truncated or padded, and none of
      *// it reaches the allergies batch.  Otherwise each message
      *// is scored or excepted, the score feed is written with its
      *// controls, and accepted samples go onto the sample log.
       LABINTERFACE.
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT EQUAL '00'
              DISPLAY 'labinterface: no result export at '
                 FUNCTION TRIM(WS-EXPORT-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           CLOSE EXPORT-FILE
           PERFORM LOAD-PATIENT-MASTER
           IF WS-PM-COUNT EQUAL 0
              DISPLAY 'labinterface: no patients on the master at '
                 FUNCTION TRIM(WS-PATIENT-MASTER-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM LOAD-SAMPLE-LOG
           IF WS-SAMPLE-OVERFLOW EQUAL 'Y'
              DISPLAY 'labinterface: sample log exceeds 5000 '
                 'samples, duplicate check cannot be trusted'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM RECONCILE-EXPORT-CONTROLS
           OPEN OUTPUT INTERFACE-EXCEPTIONS-FILE
           MOVE 'LAB RESULTS INTERFACE EXCEPTIONS'
             TO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           IF EXPORT-IN-BALANCE
              PERFORM PROCESS-EXPORT
           END-IF
           PERFORM WRITE-RECONCILIATION
           CLOSE INTERFACE-EXCEPTIONS-FILE
           MOVE WS-CNT-MESSAGES TO WS-JH-READ
           MOVE WS-CNT-ACCEPTED TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-CNT-UNPARSEABLE
              + WS-CNT-UNKNOWN + WS-CNT-DUPLICATE
           IF NOT EXPORT-IN-BALANCE
              DISPLAY 'labinterface: export out of balance -- '
                 FUNCTION TRIM(WS-BALANCE-REASON)
                 ', no scores released'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
           END-IF
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
              WHEN 'EXPORT'
                 MOVE RCTL-VALUE TO WS-EXPORT-PATH
              WHEN 'MASTER'
                 MOVE RCTL-VALUE TO WS-PATIENT-MASTER-PATH
              WHEN 'SCORES'
                 MOVE RCTL-VALUE TO WS-PATIENT-SCORE-PATH
              WHEN 'EXCEPTIONS'
                 MOVE RCTL-VALUE TO WS-INTERFACE-EXCEPTIONS-PATH
              WHEN 'SAMPLE-LOG'
                 MOVE RCTL-VALUE TO WS-SAMPLE-LOG-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'labinterface run-control: unknown keyword '''
                    FUNCTION TRIM(RCTL-KEYWORD) ''', entry ignored'
           END-EVALUATE
       .
       LOAD-PATIENT-MASTER.
           MOVE 0 TO WS-PM-COUNT
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PATIENT-MASTER-STATUS NOT EQUAL '00'
              READ PATIENT-MASTER-FILE
                 AT END MOVE '10' TO WS-PATIENT-MASTER-STATUS
                 NOT AT END
                    IF PM-PATIENT-ID NOT EQUAL SPACES
                    AND WS-PM-COUNT < 500
                       ADD 1 TO WS-PM-COUNT
                       MOVE PM-PATIENT-ID
                         TO PMT-PATIENT-ID(WS-PM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
       .
      *// no log yet is a first run, not an error
       LOAD-SAMPLE-LOG.
           MOVE 0 TO WS-SAMPLE-COUNT
           OPEN INPUT SAMPLE-LOG-FILE
           IF WS-SAMPLE-LOG-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAMPLE-LOG-STATUS NOT EQUAL '00'
              READ SAMPLE-LOG-FILE
                 AT END MOVE '10' TO WS-SAMPLE-LOG-STATUS
                 NOT AT END
                    IF WS-SAMPLE-COUNT < 5000
                       ADD 1 TO WS-SAMPLE-COUNT
                       MOVE SL-SAMPLE-ID
                         TO SMP-SAMPLE-ID(WS-SAMPLE-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-SAMPLE-OVERFLOW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAMPLE-LOG-FILE
       .
      *// pre-scan: MSH and RES lines counted against the
      *// TRL record's message and result-line counts.  A missing
      *// trailer, a count that disagrees, or anything after the
      *// trailer puts the export out of balance.
       RECONCILE-EXPORT-CONTROLS.
           MOVE 'Y' TO WS-BALANCE-OK
           MOVE SPACES TO WS-BALANCE-REASON
           OPEN INPUT EXPORT-FILE
           MOVE 'N' TO WS-EOF-EXPORT
           PERFORM UNTIL END-OF-EXPORT
              READ EXPORT-FILE
                 AT END SET END-OF-EXPORT TO TRUE
                 NOT AT END
                    IF EXPORT-REC NOT EQUAL SPACES
                       PERFORM COUNT-EXPORT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXPORT-FILE
           MOVE 'N' TO WS-EOF-EXPORT
           EVALUATE TRUE
              WHEN WS-BALANCE-REASON NOT EQUAL SPACES
                 MOVE 'N' TO WS-BALANCE-OK
              WHEN WS-TRL-SEEN EQUAL 'N'
                 MOVE 'N' TO WS-BALANCE-OK
                 MOVE 'trailer record missing -- export truncated?'
                   TO WS-BALANCE-REASON
              WHEN WS-TRL-MESSAGES NOT EQUAL WS-CNT-MESSAGES
                 MOVE 'N' TO WS-BALANCE-OK
                 MOVE 'trailer message count does not match messages'
                   TO WS-BALANCE-REASON
              WHEN WS-TRL-RESULTS-GIVEN EQUAL 'Y'
               AND WS-TRL-RESULTS NOT EQUAL WS-CNT-RESULTS
                 MOVE 'N' TO WS-BALANCE-OK
                 MOVE 'trailer result count does not match results'
                   TO WS-BALANCE-REASON
           END-EVALUATE
       .
       COUNT-EXPORT-LINE.
           ADD 1 TO WS-CNT-LINES
           IF WS-TRL-SEEN EQUAL 'Y'
              MOVE 'records found after the trailer'
                TO WS-BALANCE-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-EXPORT-LINE
           EVALUATE WS-SEG-TYPE
              WHEN 'MSH'
                 ADD 1 TO WS-CNT-MESSAGES
              WHEN 'RES'
                 ADD 1 TO WS-CNT-RESULTS
              WHEN 'TRL'
                 MOVE 'Y' TO WS-TRL-SEEN
                 IF FUNCTION TRIM(WS-SEG-FIELD-1) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-SEG-FIELD-1)
                      TO WS-TRL-MESSAGES
                 ELSE
                    MOVE 'trailer message count is not numeric'
                      TO WS-BALANCE-REASON
                 END-IF
                 IF WS-SEG-FIELD-2 NOT EQUAL SPACES
                    IF FUNCTION TRIM(WS-SEG-FIELD-2) IS NUMERIC
                       MOVE 'Y' TO WS-TRL-RESULTS-GIVEN
                       MOVE FUNCTION NUMVAL(WS-SEG-FIELD-2)
                         TO WS-TRL-RESULTS
                    ELSE
                       MOVE 'trailer result count is not numeric'
                         TO WS-BALANCE-REASON
                    END-IF
                 END-IF
           END-EVALUATE
       .
       SPLIT-EXPORT-LINE.
           MOVE SPACES TO WS-SEG-TYPE
           MOVE SPACES TO WS-SEG-FIELD-1
           MOVE SPACES TO WS-SEG-FIELD-2
           MOVE SPACES TO WS-SEG-FIELD-3
           MOVE SPACES TO WS-SEG-FIELD-4
           UNSTRING EXPORT-REC DELIMITED BY '|'
              INTO WS-SEG-TYPE WS-SEG-FIELD-1 WS-SEG-FIELD-2
                   WS-SEG-FIELD-3 WS-SEG-FIELD-4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-SEG-TYPE) TO WS-SEG-TYPE
           MOVE FUNCTION TRIM(WS-SEG-FIELD-1) TO WS-SEG-FIELD-1
           MOVE FUNCTION TRIM(WS-SEG-FIELD-2) TO WS-SEG-FIELD-2
           MOVE FUNCTION TRIM(WS-SEG-FIELD-3) TO WS-SEG-FIELD-3
           MOVE FUNCTION TRIM(WS-SEG-FIELD-4) TO WS-SEG-FIELD-4
       .
      *// the posting pass: score feed opened with its HDR,
      *// each message closed out as the next MSH (or the trailer)
      *// arrives, then the TRL with the scores actually written.
       PROCESS-EXPORT.
           OPEN OUTPUT PATIENT-SCORE-FILE
           MOVE SPACES TO PATIENT-SCORE-REC
           STRING 'HDR'                     DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
                  INTO PATIENT-SCORE-REC
           WRITE PATIENT-SCORE-REC
           MOVE WS-SAMPLE-LOG-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              CLOSE PATIENT-SCORE-FILE
              MOVE 'N' TO WS-BALANCE-OK
              MOVE 'sample log locked by another run'
                TO WS-BALANCE-REASON
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SAMPLE-LOG-FILE
           IF WS-SAMPLE-LOG-STATUS EQUAL '35'
              OPEN OUTPUT SAMPLE-LOG-FILE
              CLOSE SAMPLE-LOG-FILE
              OPEN EXTEND SAMPLE-LOG-FILE
           END-IF
           MOVE 'N' TO WS-MSG-OPEN
           OPEN INPUT EXPORT-FILE
           MOVE 'N' TO WS-EOF-EXPORT
           PERFORM UNTIL END-OF-EXPORT
              READ EXPORT-FILE
                 AT END SET END-OF-EXPORT TO TRUE
                 NOT AT END
                    IF EXPORT-REC NOT EQUAL SPACES
                       PERFORM PROCESS-EXPORT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXPORT-FILE
           IF MESSAGE-OPEN
              PERFORM FINISH-MESSAGE
           END-IF
           CLOSE SAMPLE-LOG-FILE
           PERFORM RELEASE-FILE-LOCK
           MOVE SPACES TO PATIENT-SCORE-REC
           STRING 'TRL'                     DELIMITED BY SIZE
                  WS-CNT-ACCEPTED           DELIMITED BY SIZE
                  INTO PATIENT-SCORE-REC
           WRITE PATIENT-SCORE-REC
           CLOSE PATIENT-SCORE-FILE
       .
       PROCESS-EXPORT-LINE.
           PERFORM SPLIT-EXPORT-LINE
           EVALUATE WS-SEG-TYPE
              WHEN 'MSH'
                 IF MESSAGE-OPEN
                    PERFORM FINISH-MESSAGE
                 END-IF
                 PERFORM START-MESSAGE
              WHEN 'RES'
                 IF MESSAGE-OPEN
                    PERFORM TAKE-RESULT-LINE
                 ELSE
                    ADD 1 TO WS-CNT-UNPARSEABLE
                    MOVE SPACES TO WS-MSG-SAMPLE
                    MOVE SPACES TO WS-MSG-PATIENT
                    MOVE 'result line outside any message'
                      TO WS-MSG-ERROR
                    PERFORM WRITE-INTERFACE-EXCEPTION
                 END-IF
              WHEN 'TRL'
                 IF MESSAGE-OPEN
                    PERFORM FINISH-MESSAGE
                 END-IF
              WHEN OTHER
                 IF MESSAGE-OPEN
                    MOVE 'unrecognised record type in message'
                      TO WS-MSG-ERROR
                 ELSE
                    ADD 1 TO WS-CNT-UNPARSEABLE
                    MOVE SPACES TO WS-MSG-SAMPLE
                    MOVE SPACES TO WS-MSG-PATIENT
                    MOVE 'unrecognised record type outside a message'
                      TO WS-MSG-ERROR
                    PERFORM WRITE-INTERFACE-EXCEPTION
                 END-IF
           END-EVALUATE
       .
      *// MSH: sample, patient, collection date YYYYMMDD and
      *// time HHMM, every one of them present and well formed.
       START-MESSAGE.
           MOVE 'Y' TO WS-MSG-OPEN
           MOVE SPACES TO WS-MSG-ERROR
           MOVE SPACES TO WS-MSG-PANEL
           MOVE 0 TO WS-MSG-RESULTS
           MOVE WS-SEG-FIELD-1 TO WS-MSG-SAMPLE
           MOVE WS-SEG-FIELD-2 TO WS-MSG-PATIENT
           MOVE WS-SEG-FIELD-3 TO WS-MSG-DATE
           MOVE WS-SEG-FIELD-4 TO WS-MSG-TIME
           EVALUATE TRUE
              WHEN WS-SEG-FIELD-1 EQUAL SPACES
                 MOVE 'message has no sample ID' TO WS-MSG-ERROR
              WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-SEG-FIELD-1)) > 16
                 MOVE 'sample ID longer than 16 characters'
                   TO WS-MSG-ERROR
              WHEN WS-SEG-FIELD-2 EQUAL SPACES
                 MOVE 'message has no patient ID' TO WS-MSG-ERROR
              WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-SEG-FIELD-2)) > 10
                 MOVE 'patient ID longer than 10 characters'
                   TO WS-MSG-ERROR
              WHEN WS-SEG-FIELD-3(9:) NOT EQUAL SPACES
              OR WS-MSG-DATE IS NOT NUMERIC
                 MOVE 'collection date is not YYYYMMDD' TO WS-MSG-ERROR
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-MSG-DATE-NUM) NOT = 0
                 MOVE 'collection date is not a real date'
                   TO WS-MSG-ERROR
              WHEN WS-SEG-FIELD-4(5:) NOT EQUAL SPACES
              OR WS-MSG-TIME IS NOT NUMERIC
              OR WS-MSG-TIME(1:2) > '23'
              OR WS-MSG-TIME(3:2) > '59'
                 MOVE 'collection time is not HHMM' TO WS-MSG-ERROR
              WHEN WS-MSG-DATE > WS-RUN-DATE
                 MOVE 'collection date is in the future'
                   TO WS-MSG-ERROR
           END-EVALUATE
       .
      *// RES: a panel allergen (any case) and POS or NEG.
      *// The same allergen twice with different answers leaves
      *// the message unreadable; the first error found stands.
       TAKE-RESULT-LINE.
           ADD 1 TO WS-MSG-RESULTS
           IF WS-MSG-ERROR NOT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-SEG-FIELD-1) TO WS-SEG-WORK
           MOVE 0 TO WS-PANEL-FOUND
           PERFORM VARYING WS-PANEL-IND FROM 1 BY 1
              UNTIL WS-PANEL-IND > 12 OR WS-PANEL-FOUND > 0
              IF WS-PANEL-ALLERGEN(WS-PANEL-IND) EQUAL WS-SEG-WORK
                 MOVE WS-PANEL-IND TO WS-PANEL-FOUND
              END-IF
           END-PERFORM
           IF WS-PANEL-FOUND EQUAL 0
              MOVE SPACES TO WS-MSG-ERROR
              STRING 'allergen '''              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SEG-FIELD-1)
                                                DELIMITED BY SIZE
                     ''' is not on the panel'   DELIMITED BY SIZE
                     INTO WS-MSG-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SEG-FIELD-2) TO WS-SEG-WORK
           IF WS-SEG-WORK NOT EQUAL 'POS' AND WS-SEG-WORK NOT = 'NEG'
              MOVE SPACES TO WS-MSG-ERROR
              STRING 'result for '              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PANEL-ALLERGEN(WS-PANEL-FOUND))
                                                DELIMITED BY SIZE
                     ' is not POS or NEG'       DELIMITED BY SIZE
                     INTO WS-MSG-ERROR
              EXIT PARAGRAPH
           END-IF
           IF WS-MSG-RESULT(WS-PANEL-FOUND) NOT EQUAL SPACE
           AND WS-MSG-RESULT(WS-PANEL-FOUND) NOT EQUAL WS-SEG-WORK(1:1)
              MOVE SPACES TO WS-MSG-ERROR
              STRING 'conflicting results for '  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PANEL-ALLERGEN(WS-PANEL-FOUND))
                                                 DELIMITED BY SIZE
                     INTO WS-MSG-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEG-WORK(1:1) TO WS-MSG-RESULT(WS-PANEL-FOUND)
       .
      *// a whole message in hand: unreadable, unknown
      *// patient and duplicate sample are excepted in that order;
      *// anything else is scored and logged.
       FINISH-MESSAGE.
           MOVE 'N' TO WS-MSG-OPEN
           IF WS-MSG-ERROR EQUAL SPACES AND WS-MSG-RESULTS EQUAL 0
              MOVE 'message has no result lines' TO WS-MSG-ERROR
           END-IF
           IF WS-MSG-ERROR NOT EQUAL SPACES
              ADD 1 TO WS-CNT-UNPARSEABLE
              PERFORM WRITE-INTERFACE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PM-FOUND
           PERFORM VARYING WS-PM-IND FROM 1 BY 1
              UNTIL WS-PM-IND > WS-PM-COUNT OR PATIENT-ON-MASTER
              IF PMT-PATIENT-ID(WS-PM-IND) EQUAL WS-MSG-PATIENT
                 MOVE 'Y' TO WS-PM-FOUND
              END-IF
           END-PERFORM
           IF NOT PATIENT-ON-MASTER
              ADD 1 TO WS-CNT-UNKNOWN
              MOVE 'patient not on the patient master' TO WS-MSG-ERROR
              PERFORM WRITE-INTERFACE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SAMPLE-FOUND
           PERFORM VARYING WS-SAMPLE-IND FROM 1 BY 1
              UNTIL WS-SAMPLE-IND > WS-SAMPLE-COUNT
                 OR SAMPLE-ALREADY-SEEN
              IF SMP-SAMPLE-ID(WS-SAMPLE-IND) EQUAL WS-MSG-SAMPLE
                 MOVE 'Y' TO WS-SAMPLE-FOUND
              END-IF
           END-PERFORM
           IF SAMPLE-ALREADY-SEEN
              ADD 1 TO WS-CNT-DUPLICATE
              MOVE 'duplicate sample ID, already interfaced'
                TO WS-MSG-ERROR
              PERFORM WRITE-INTERFACE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-COUNT < 5000
              ADD 1 TO WS-SAMPLE-COUNT
              MOVE WS-MSG-SAMPLE TO SMP-SAMPLE-ID(WS-SAMPLE-COUNT)
           END-IF
           MOVE 0 TO WS-MSG-SCORE
           MOVE 1 TO WS-BIT-VALUE
           PERFORM VARYING WS-PANEL-IND FROM 1 BY 1
              UNTIL WS-PANEL-IND > 12
              IF WS-MSG-RESULT(WS-PANEL-IND) EQUAL 'P'
                 ADD WS-BIT-VALUE TO WS-MSG-SCORE
              END-IF
              COMPUTE WS-BIT-VALUE = WS-BIT-VALUE * 2
           END-PERFORM
           MOVE SPACES TO PATIENT-SCORE-REC
           MOVE WS-MSG-PATIENT TO PS-PATIENT-ID
           MOVE WS-MSG-SCORE TO PS-SCORE
           WRITE PATIENT-SCORE-REC
           MOVE SPACES TO SAMPLE-LOG-REC
           MOVE WS-MSG-SAMPLE TO SL-SAMPLE-ID
           MOVE WS-MSG-PATIENT TO SL-PATIENT-ID
           STRING WS-MSG-DATE               DELIMITED BY SIZE
                  WS-MSG-TIME               DELIMITED BY SIZE
                  INTO SL-COLLECTED
           MOVE WS-RUN-DATE TO SL-RUN-DATE
           WRITE SAMPLE-LOG-REC
           ADD 1 TO WS-CNT-ACCEPTED
       .
       WRITE-INTERFACE-EXCEPTION.
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           STRING 'sample '                    DELIMITED BY SIZE
                  WS-MSG-SAMPLE                DELIMITED BY SIZE
                  ' patient '                  DELIMITED BY SIZE
                  WS-MSG-PATIENT               DELIMITED BY SIZE
                  ' -- '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-ERROR)  DELIMITED BY SIZE
                  INTO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
       .
      *// the control-count reconciliation closing the
      *// exceptions file: trailer against export, and every
      *// message accounted for as scored or excepted.
       WRITE-RECONCILIATION.
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE 'CONTROL-COUNT RECONCILIATION'
             TO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE WS-CNT-MESSAGES TO WS-COUNT-EDIT
           MOVE WS-TRL-MESSAGES TO WS-COUNT-EDIT-2
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           STRING 'Messages in export:     '  DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  '   trailer says: '         DELIMITED BY SIZE
                  WS-COUNT-EDIT-2             DELIMITED BY SIZE
                  INTO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE WS-CNT-RESULTS TO WS-COUNT-EDIT
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           IF WS-TRL-RESULTS-GIVEN EQUAL 'Y'
              MOVE WS-TRL-RESULTS TO WS-COUNT-EDIT-2
              STRING 'Result lines in export: '  DELIMITED BY SIZE
                     WS-COUNT-EDIT               DELIMITED BY SIZE
                     '   trailer says: '         DELIMITED BY SIZE
                     WS-COUNT-EDIT-2             DELIMITED BY SIZE
                     INTO INTERFACE-EXCEPTIONS-REC
           ELSE
              STRING 'Result lines in export: '  DELIMITED BY SIZE
                     WS-COUNT-EDIT               DELIMITED BY SIZE
                     '   trailer gives no count' DELIMITED BY SIZE
                     INTO INTERFACE-EXCEPTIONS-REC
           END-IF
           WRITE INTERFACE-EXCEPTIONS-REC
           IF NOT EXPORT-IN-BALANCE
              MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
              STRING 'OUT OF BALANCE: '           DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BALANCE-REASON)
                                                  DELIMITED BY SIZE
                     ' -- no scores released'     DELIMITED BY SIZE
                     INTO INTERFACE-EXCEPTIONS-REC
              WRITE INTERFACE-EXCEPTIONS-REC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CNT-ACCEPTED TO WS-COUNT-EDIT
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           STRING 'Scores written:         '  DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  INTO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE WS-CNT-UNPARSEABLE TO WS-COUNT-EDIT
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           STRING 'Unparseable:            '  DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  INTO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE WS-CNT-UNKNOWN TO WS-COUNT-EDIT
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           STRING 'Unknown patient:        '  DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  INTO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE WS-CNT-DUPLICATE TO WS-COUNT-EDIT
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           STRING 'Duplicate sample ID:    '  DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  INTO INTERFACE-EXCEPTIONS-REC
           WRITE INTERFACE-EXCEPTIONS-REC
           MOVE SPACES TO INTERFACE-EXCEPTIONS-REC
           IF WS-CNT-ACCEPTED + WS-CNT-UNKNOWN + WS-CNT-DUPLICATE
              + WS-CNT-UNPARSEABLE < WS-CNT-MESSAGES
              MOVE 'MESSAGES UNACCOUNTED FOR -- check the export'
                TO INTERFACE-EXCEPTIONS-REC
           ELSE
              MOVE 'IN BALANCE' TO INTERFACE-EXCEPTIONS-REC
           END-IF
           WRITE INTERFACE-EXCEPTIONS-REC
       .
      *// a STARTED record before processing begins, so an
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
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
              MOVE 'LABINTERFACE' TO LK-PROGRAM
              ACCEPT LK-DATE FROM DATE YYYYMMDD
              ACCEPT LK-TIME FROM TIME
              WRITE LOCK-REC
              CLOSE LOCK-FILE
           ELSE
              DISPLAY 'labinterface: '
                 FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                 ' is locked by ' FUNCTION TRIM(LK-PROGRAM)
                 ', shared write skipped'
           END-IF
       .
       RELEASE-FILE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-REC
           MOVE 'FREE' TO LK-STATE
           MOVE 'LABINTERFACE' TO LK-PROGRAM
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
                  ' -- taken over by LABINTERFACE'
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
           MOVE 'LABINTERFACE' TO JH-PROGRAM
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
