       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETOKENIZE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *// LUHN writes only vault tokens downstream; the few
      *// cases that legitimately need the clear card number (a
      *// chargeback, a fraud referral) come through here instead.
      *// Each request names who is asking, the token and why. Only
      *// requesters on the authorized list get a number back, a
      *// request with no reason is refused, and every request --
      *// released or not -- is written to the audit log.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-REQUEST-STATUS.
           SELECT AUTHORIZED-FILE ASSIGN TO WS-AUTHORIZED-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-AUTHORIZED-STATUS.
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TV-PAN
              ALTERNATE RECORD KEY TV-TOKEN
              FILE STATUS WS-TOKEN-VAULT-STATUS.
           SELECT RELEASE-FILE ASSIGN TO WS-RELEASE-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-AUDIT-STATUS.
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
       FD REQUEST-FILE.
          01 REQUEST-REC.
             02 DQ-REQUESTER-IN PIC X(12).
             02 DQ-TOKEN-IN     PIC X(32).
             02 DQ-REASON-IN    PIC X(40).
       FD AUTHORIZED-FILE.
          01 AUTHORIZED-REC.
             02 DA-REQUESTER-IN PIC X(12).
             02 DA-NAME-IN      PIC X(30).
       FD TOKEN-VAULT-FILE.
          01 TOKEN-VAULT-REC.
             02 TV-PAN      PIC X(32).
             02 TV-TOKEN    PIC X(32).
             02 TV-SEQUENCE PIC 9(9).
             02 TV-CREATED  PIC X(8).
       FD RELEASE-FILE.
          01 RELEASE-REC.
             02 DR-TOKEN     PIC X(32).
             02 DR-PAN       PIC X(32).
             02 DR-REQUESTER PIC X(12).
       FD AUDIT-FILE.
          01 AUDIT-REC.
             02 DL-DATE      PIC X(8).
             02 DL-TIME      PIC X(6).
             02 FILLER       PIC X.
             02 DL-REQUESTER PIC X(12).
             02 FILLER       PIC X.
             02 DL-TOKEN     PIC X(32).
             02 FILLER       PIC X.
             02 DL-OUTCOME   PIC X(12).
             02 FILLER       PIC X.
             02 DL-REASON    PIC X(40).
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
       01 WS-REQUEST-PATH          PIC X(100)
                                    VALUE 'detokenize-requests.dat'.
       01 WS-REQUEST-STATUS        PIC XX.
       01 WS-AUTHORIZED-PATH       PIC X(100)
                                    VALUE 'detokenize-authorized.dat'.
       01 WS-AUTHORIZED-STATUS     PIC XX.
       01 WS-TOKEN-VAULT-PATH      PIC X(100)
                                    VALUE 'luhn-token-vault.dat'.
       01 WS-TOKEN-VAULT-STATUS    PIC XX.
       01 WS-RELEASE-PATH          PIC X(100)
                                    VALUE 'detokenize-release.dat'.
       01 WS-AUDIT-PATH            PIC X(100)
                                    VALUE 'detokenize-audit.dat'.
       01 WS-AUDIT-STATUS          PIC XX.
      *// the requesters allowed clear numbers, from the
      *// authorized list; no list on hand means nobody is.
       01 WS-AUTH-TABLE.
         02 WS-AUTH-ENTRY OCCURS 50 TIMES.
            03 AU-REQUESTER        PIC X(12).
       01 WS-AUTH-COUNT            PIC 99 VALUE 0.
       01 WS-AUTH-IND              PIC 99.
       01 WS-AUTH-FOUND            PIC X VALUE 'N'.
         88 REQUESTER-AUTHORIZED   VALUE 'Y'.
      *// the vault's sequence record is not a card
       01 WS-TV-CONTROL-KEY        PIC X(32) VALUE '#NEXT-TOKEN'.
       01 WS-EOF-REQUESTS          PIC X VALUE 'N'.
         88 END-OF-REQUESTS        VALUE 'Y'.
       01 WS-OUTCOME               PIC X(12).
       01 WS-RELEASED              PIC 9(6) VALUE 0.
       01 WS-REFUSED               PIC 9(6) VALUE 0.
       01 WS-NOT-FOUND             PIC 9(6) VALUE 0.
       01 WS-REQUESTS-READ         PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT            PIC Z(5)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'detokenize-control.dat'.
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
       DETOKENIZE.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-AUTHORIZED-LIST
           OPEN INPUT TOKEN-VAULT-FILE
           IF WS-TOKEN-VAULT-STATUS NOT EQUAL '00'
              DISPLAY 'detokenize: no token vault at '
                 FUNCTION TRIM(WS-TOKEN-VAULT-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT RELEASE-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS EQUAL '35'
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN EXTEND AUDIT-FILE
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-REQUESTS
              PERFORM UNTIL END-OF-REQUESTS
                 READ REQUEST-FILE
                    AT END MOVE 'Y' TO WS-EOF-REQUESTS
                    NOT AT END PERFORM PROCESS-ONE-REQUEST
                 END-READ
              END-PERFORM
              CLOSE REQUEST-FILE
           ELSE
              DISPLAY 'detokenize: no request file at '
                 FUNCTION TRIM(WS-REQUEST-PATH)
           END-IF
           CLOSE AUDIT-FILE
           CLOSE RELEASE-FILE
           CLOSE TOKEN-VAULT-FILE
           MOVE WS-REQUESTS-READ TO WS-COUNT-EDIT
           DISPLAY 'detokenize: ' FUNCTION TRIM(WS-COUNT-EDIT)
              ' requests'
           MOVE WS-RELEASED TO WS-COUNT-EDIT
           DISPLAY '  released:  ' FUNCTION TRIM(WS-COUNT-EDIT)
           MOVE WS-REFUSED TO WS-COUNT-EDIT
           DISPLAY '  refused:   ' FUNCTION TRIM(WS-COUNT-EDIT)
           MOVE WS-NOT-FOUND TO WS-COUNT-EDIT
           DISPLAY '  not found: ' FUNCTION TRIM(WS-COUNT-EDIT)
           MOVE WS-REQUESTS-READ TO WS-JH-READ
           MOVE WS-RELEASED TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-REFUSED + WS-NOT-FOUND
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
              WHEN 'REQUESTS'
                 MOVE RCTL-VALUE TO WS-REQUEST-PATH
              WHEN 'AUTHORIZED'
                 MOVE RCTL-VALUE TO WS-AUTHORIZED-PATH
              WHEN 'TOKEN-VAULT'
                 MOVE RCTL-VALUE TO WS-TOKEN-VAULT-PATH
              WHEN 'RELEASE'
                 MOVE RCTL-VALUE TO WS-RELEASE-PATH
              WHEN 'AUDIT-LOG'
                 MOVE RCTL-VALUE TO WS-AUDIT-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'detokenize run-control: unknown keyword '''
                    FUNCTION TRIM(RCTL-KEYWORD) ''', entry ignored'
           END-EVALUATE
       .
       LOAD-AUTHORIZED-LIST.
           MOVE 0 TO WS-AUTH-COUNT
           OPEN INPUT AUTHORIZED-FILE
           IF WS-AUTHORIZED-STATUS NOT EQUAL '00'
              DISPLAY 'detokenize: no authorized list at '
                 FUNCTION TRIM(WS-AUTHORIZED-PATH)
                 ', every request will be refused'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTHORIZED-STATUS NOT EQUAL '00'
              READ AUTHORIZED-FILE
                 AT END MOVE '10' TO WS-AUTHORIZED-STATUS
                 NOT AT END
                    IF DA-REQUESTER-IN NOT EQUAL SPACES
                    AND WS-AUTH-COUNT < 50
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE DA-REQUESTER-IN
                         TO AU-REQUESTER(WS-AUTH-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUTHORIZED-FILE
       .
      *// refuse first, look up second: an unauthorized or
      *// unexplained request never touches the vault.
       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE 'N' TO WS-AUTH-FOUND
           PERFORM VARYING WS-AUTH-IND FROM 1 BY 1
              UNTIL WS-AUTH-IND > WS-AUTH-COUNT
                 OR REQUESTER-AUTHORIZED
              IF AU-REQUESTER(WS-AUTH-IND) EQUAL DQ-REQUESTER-IN
                 MOVE 'Y' TO WS-AUTH-FOUND
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN DQ-REQUESTER-IN EQUAL SPACES
              WHEN NOT REQUESTER-AUTHORIZED
                 MOVE 'REFUSED' TO WS-OUTCOME
                 ADD 1 TO WS-REFUSED
              WHEN DQ-REASON-IN EQUAL SPACES
                 MOVE 'NO REASON' TO WS-OUTCOME
                 ADD 1 TO WS-REFUSED
              WHEN OTHER
                 PERFORM LOOK-UP-TOKEN
           END-EVALUATE
           PERFORM WRITE-AUDIT-ENTRY
       .
       LOOK-UP-TOKEN.
           MOVE DQ-TOKEN-IN TO TV-TOKEN
           READ TOKEN-VAULT-FILE KEY IS TV-TOKEN
              INVALID KEY
                 MOVE 'NOT FOUND' TO WS-OUTCOME
              NOT INVALID KEY
                 IF TV-PAN EQUAL WS-TV-CONTROL-KEY
                    MOVE 'NOT FOUND' TO WS-OUTCOME
                 ELSE
                    MOVE 'RELEASED' TO WS-OUTCOME
                 END-IF
           END-READ
           IF WS-OUTCOME EQUAL 'NOT FOUND'
              ADD 1 TO WS-NOT-FOUND
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RELEASED
           MOVE SPACES TO RELEASE-REC
           MOVE DQ-TOKEN-IN TO DR-TOKEN
           MOVE TV-PAN TO DR-PAN
           MOVE DQ-REQUESTER-IN TO DR-REQUESTER
           WRITE RELEASE-REC
       .
      *// who asked, for which token, why, and what they got
      *// -- never the clear number itself.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-REC
           ACCEPT DL-DATE FROM DATE YYYYMMDD
           ACCEPT DL-TIME FROM TIME
           MOVE DQ-REQUESTER-IN TO DL-REQUESTER
           MOVE DQ-TOKEN-IN TO DL-TOKEN
           MOVE WS-OUTCOME TO DL-OUTCOME
           MOVE DQ-REASON-IN TO DL-REASON
           WRITE AUDIT-REC
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
              MOVE 'DETOKENIZE' TO LK-PROGRAM
              ACCEPT LK-DATE FROM DATE YYYYMMDD
              ACCEPT LK-TIME FROM TIME
              WRITE LOCK-REC
              CLOSE LOCK-FILE
           ELSE
              DISPLAY 'detokenize: '
                 FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                 ' is locked by ' FUNCTION TRIM(LK-PROGRAM)
                 ', shared write skipped'
           END-IF
       .
       RELEASE-FILE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-REC
           MOVE 'FREE' TO LK-STATE
           MOVE 'DETOKENIZE' TO LK-PROGRAM
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
                  ' -- taken over by DETOKENIZE'
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
           MOVE 'DETOKENIZE' TO JH-PROGRAM
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
