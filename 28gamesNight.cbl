              FILE STATUS WS-SERIES-STATUS.
           SELECT SEASON-REPORT-FILE ASSIGN TO WS-SEASON-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the treasurer's ledger: every night attended on
      *// the series file charges the entry fee, payments received
      *// are posted against it, and the season close pays the prize
      *// fund out by finishing position. Entries only ever append.
           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-LEDGER-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO WS-PAYMENTS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PAYMENTS-STATUS.
           SELECT STATEMENT-REPORT-FILE
              ASSIGN TO WS-STATEMENT-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PAYOUT-REPORT-FILE ASSIGN TO WS-PAYOUT-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: file paths set per run
      *// from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 SR-POINTS PIC 9(4).
       FD SEASON-REPORT-FILE.
          01 SEASON-REPORT-REC PIC X(100).
      *// F entry fee charged, P payment received, O prize
      *// paid out (with the finishing position it was paid for).
       FD LEDGER-FILE.
          01 LEDGER-REC.
             02 LG-DATE     PIC X(8).
             02 LG-PLAYER   PIC X(20).
             02 LG-TYPE     PIC X.
                88 LG-FEE       VALUE 'F'.
                88 LG-PAYMENT   VALUE 'P'.
                88 LG-PAYOUT    VALUE 'O'.
             02 LG-AMOUNT   PIC 9(5)V99.
             02 LG-POSITION PIC 99.
       FD PAYMENTS-FILE.
          01 PAYMENTS-REC.
             02 PY-DATE   PIC X(8).
             02 PY-PLAYER PIC X(20).
             02 PY-AMOUNT PIC 9(5)V99.
       FD STATEMENT-REPORT-FILE.
          01 STATEMENT-REPORT-REC PIC X(100).
       FD PAYOUT-REPORT-FILE.
          01 PAYOUT-REPORT-REC PIC X(100).
       FD RUN-CONTROL-FILE.
          01 RUN-CONTROL-REC.
             02 RCTL-KEYWORD PIC X(12).
             02 RG-NUMBER    PIC 9(4).
             02 RG-CANONICAL PIC X(20).
             02 RG-ALIAS     PIC X(20).
      *// A/R/M status byte kept by PLAYER-REGISTRY;
      *// retired and merged rows still resolve as before.
             02 RG-STATUS    PIC X.
       FD REGISTRY-EXCEPTIONS-FILE.
          01 REGISTRY-EXCEPTIONS-REC PIC X(60).
       FD LOCK-FILE.
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
       01 WS-YACHT-LEADERBOARD-PATH  PIC X(100)
                                 VALUE 'yacht-leaderboard.dat'.
       01 WS-MODE                    PIC X VALUE 'N'.
         88 MODE-NIGHTLY             VALUE 'N'.
         88 MODE-SEASON              VALUE 'S'.
         88 MODE-LEDGER              VALUE 'L'.
         88 MODE-SEASON-CLOSE        VALUE 'C'.
       01 WS-SERIES-PATH             PIC X(100)
                                 VALUE 'games-night-series.dat'.
       01 WS-SERIES-STATUS           PIC XX.
       01 WS-SE-EDIT3                PIC Z9.
       01 WS-SE-RANK                 PIC 999.
       01 WS-SE-RANK-EDIT            PIC ZZ9.
      *// ENTRY FEES AND PRIZE FUND
       01 WS-LEDGER-PATH             PIC X(100)
                                 VALUE 'games-night-ledger.dat'.
       01 WS-LEDGER-STATUS           PIC XX.
       01 WS-PAYMENTS-PATH           PIC X(100)
                                 VALUE 'games-night-payments.dat'.
       01 WS-PAYMENTS-STATUS         PIC XX.
       01 WS-STATEMENT-RPT-PATH      PIC X(100)
                                 VALUE 'games-night-statements.rpt'.
       01 WS-PAYOUT-RPT-PATH         PIC X(100)
                                 VALUE 'games-night-payouts.rpt'.
      *// ENTRY-FEE is keyed in pence, so 00500 is 5.00.
       01 WS-ENTRY-FEE               PIC 9(3)V99 VALUE 5.00.
       01 WS-ENTRY-FEE-PENCE         PIC 9(5).
      *// the prize split, percent of the fund by finishing
      *// position -- PRIZE-SPLIT 50 30 20 pays the top three. What
      *// the split leaves over stays in the fund.
       01 WS-PZ-DEFAULT-SPLIT.
         02 FILLER PIC 999 VALUE 50.
         02 FILLER PIC 999 VALUE 30.
         02 FILLER PIC 999 VALUE 20.
         02 FILLER PIC X(21) VALUE ZEROS.
       01 WS-PZ-TABLE REDEFINES WS-PZ-DEFAULT-SPLIT.
         02 WS-PZ-PERCENT OCCURS 10 PIC 999.
       01 WS-PZ-COUNT                PIC 99 VALUE 3.
       01 WS-PZ-IND                  PIC 99.
       01 WS-PZ-TOTAL-PCT            PIC 9(4).
       01 WS-PZ-WORDS.
         02 WS-PZ-WORD OCCURS 10 PIC X(3) JUSTIFIED RIGHT.
       01 WS-PZ-WORD-COUNT           PIC 99.
       01 WS-PZ-ONE-WORD             PIC X(3).
       01 WS-PZ-ONE-PCT REDEFINES WS-PZ-ONE-WORD PIC 999.
       01 WS-PZ-VALID                PIC X.
       01 WS-PZ-PCT-EDIT             PIC ZZ9.
       01 WS-PZ-POS-EDIT             PIC Z9.
       01 WS-PZ-FUND                 PIC S9(7)V99.
       01 WS-PZ-AMOUNT               PIC 9(5)V99.
       01 WS-PZ-PAID                 PIC 9(7)V99.
      *// the ledger in store, in posting order
       01 WS-LE-TABLE.
         02 WS-LE-ENTRY OCCURS 3000 TIMES.
            03 LE-DATE     PIC X(8).
            03 LE-PLAYER   PIC X(20).
            03 LE-TYPE     PIC X.
            03 LE-AMOUNT   PIC 9(5)V99.
            03 LE-POSITION PIC 99.
       01 WS-LE-COUNT                PIC 9(4) VALUE 0.
       01 WS-LE-IND                  PIC 9(4).
       01 WS-LE-FOUND                PIC X.
       01 WS-LE-POSTED               PIC 9(4) VALUE 0.
       01 WS-LE-FULL                 PIC X VALUE 'N'.
         88 LEDGER-FULL              VALUE 'Y'.
      *// per-player account: charged, received, paid out
       01 WS-LP-TABLE.
         02 WS-LP-ENTRY OCCURS 100 TIMES.
            03 LP-PLAYER   PIC X(20).
            03 LP-CHARGED  PIC 9(7)V99.
            03 LP-RECEIVED PIC 9(7)V99.
            03 LP-PAID-OUT PIC 9(7)V99.
       01 WS-LP-COUNT                PIC 999 VALUE 0.
       01 WS-LP-IND                  PIC 999.
       01 WS-LP-CUR                  PIC 999.
       01 WS-LP-TEMP-ENTRY           PIC X(47).
       01 WS-LP-SWAPPED              PIC X VALUE 'N'.
         88 LP-SWAPPED               VALUE 'Y'.
       01 WS-LP-LOOKUP               PIC X(20).
       01 WS-LP-BALANCE              PIC S9(7)V99.
       01 WS-LG-CHARGED              PIC 9(7)V99.
       01 WS-LG-RECEIVED             PIC 9(7)V99.
       01 WS-LG-PAID-OUT             PIC 9(7)V99.
       01 WS-LG-HELD                 PIC S9(7)V99.
       01 WS-LG-OWED                 PIC S9(7)V99.
       01 WS-LG-DESC                 PIC X(20).
       01 WS-LG-REASON               PIC X(40).
       01 WS-LG-AMOUNT-EDIT          PIC ZZ,ZZ9.99.
       01 WS-LG-BALANCE-EDIT         PIC ZZ,ZZ9.99-.
       01 WS-LG-TOTAL-EDIT           PIC Z,ZZZ,ZZ9.99-.
       01 WS-LG-LINE                 PIC X(100).
       01 WS-LG-PAYMENTS-READ        PIC 9(6) VALUE 0.
       01 WS-LG-SERIES-READ          PIC 9(6) VALUE 0.
       01 WS-LG-REFUSED              PIC 9(6) VALUE 0.
       01 WS-LG-COUNT-EDIT           PIC Z(5)9.
       01 WS-EOF-LEDGER              PIC X VALUE 'N'.
         88 END-OF-LEDGER            VALUE 'Y'.
       01 WS-EOF-PAYMENTS            PIC X VALUE 'N'.
         88 END-OF-PAYMENTS          VALUE 'Y'.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH        PIC X(100)
                                 VALUE 'gamesnight-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       GAMES-NIGHT.
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
              WHEN MODE-SEASON
                 PERFORM RUN-SEASON-REPORT
              WHEN MODE-LEDGER
                 PERFORM RUN-LEDGER
              WHEN MODE-SEASON-CLOSE
                 PERFORM RUN-SEASON-CLOSE
              WHEN OTHER
                 PERFORM RUN-NIGHTLY-STANDINGS
           END-EVALUATE
           GOBACK
           .
      *// the night's combined standings, appended to the
      *// season series.
       RUN-NIGHTLY-STANDINGS.
           PERFORM LOAD-YACHT-LEADERBOARD
           PERFORM LOAD-DARTS-LEADERBOARD
           PERFORM NORMALIZE-EVENT-POINTS
           PERFORM SORT-COMBINED-ENTRIES
           PERFORM WRITE-STANDINGS-REPORT
           PERFORM APPEND-SERIES-HISTORY
           MOVE WS-CB-COUNT TO WS-JH-READ
           MOVE WS-CB-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// operations point the run at dated files here; no
      *// control file means the compiled-in defaults.
       LOAD-RUN-CONTROL.
           PERFORM EXPAND-RUN-CONTROL-VALUE
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'N' OR 'S' OR 'L' OR 'C'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'games-night run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: N S L C), '
                       'entry ignored'
                 END-IF
              WHEN 'SERIES'
                 MOVE RCTL-VALUE TO WS-STANDINGS-REPORT-PATH
              WHEN 'REGISTRY'
                 MOVE RCTL-VALUE TO WS-REGISTRY-PATH
              WHEN 'LEDGER'
                 MOVE RCTL-VALUE TO WS-LEDGER-PATH
              WHEN 'PAYMENTS'
                 MOVE RCTL-VALUE TO WS-PAYMENTS-PATH
              WHEN 'STATEMENTS'
                 MOVE RCTL-VALUE TO WS-STATEMENT-RPT-PATH
              WHEN 'PAYOUT-RPT'
                 MOVE RCTL-VALUE TO WS-PAYOUT-RPT-PATH
              WHEN 'ENTRY-FEE'
                 IF RCTL-VALUE(1:5) IS NUMERIC
                    MOVE RCTL-VALUE(1:5) TO WS-ENTRY-FEE-PENCE
                    COMPUTE WS-ENTRY-FEE = WS-ENTRY-FEE-PENCE / 100
                 ELSE
                    DISPLAY 'games-night run-control: ENTRY-FEE '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'PRIZE-SPLIT'
                 PERFORM APPLY-PRIZE-SPLIT
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                    FUNCTION TRIM(RCTL-KEYWORD) ''', entry ignored'
           END-EVALUATE
       .
      *// PRIZE-SPLIT lists the fund percentages by finishing
      *// position, best first. The whole entry is refused if any
      *// word is not a percentage or the split pays out more than
      *// the fund holds.
       APPLY-PRIZE-SPLIT.
           MOVE SPACES TO WS-PZ-WORDS
           MOVE 0 TO WS-PZ-WORD-COUNT
           UNSTRING RCTL-VALUE DELIMITED BY ALL SPACE
              INTO WS-PZ-WORD(1) WS-PZ-WORD(2) WS-PZ-WORD(3)
                   WS-PZ-WORD(4) WS-PZ-WORD(5) WS-PZ-WORD(6)
                   WS-PZ-WORD(7) WS-PZ-WORD(8) WS-PZ-WORD(9)
                   WS-PZ-WORD(10)
              TALLYING IN WS-PZ-WORD-COUNT
           END-UNSTRING
           MOVE 'Y' TO WS-PZ-VALID
           MOVE 0 TO WS-PZ-TOTAL-PCT
           IF WS-PZ-WORD-COUNT EQUAL 0
           OR WS-PZ-WORD(1) EQUAL SPACES
              MOVE 'N' TO WS-PZ-VALID
           END-IF
           PERFORM VARYING WS-PZ-IND FROM 1 BY 1
              UNTIL WS-PZ-IND > WS-PZ-WORD-COUNT
                 OR WS-PZ-VALID EQUAL 'N'
              INSPECT WS-PZ-WORD(WS-PZ-IND)
                 REPLACING LEADING SPACE BY ZERO
              IF WS-PZ-WORD(WS-PZ-IND) IS NUMERIC
                 MOVE WS-PZ-WORD(WS-PZ-IND) TO WS-PZ-ONE-WORD
                 ADD WS-PZ-ONE-PCT TO WS-PZ-TOTAL-PCT
              ELSE
                 MOVE 'N' TO WS-PZ-VALID
              END-IF
           END-PERFORM
           IF WS-PZ-VALID EQUAL 'Y' AND WS-PZ-TOTAL-PCT > 100
              MOVE 'N' TO WS-PZ-VALID
           END-IF
           IF WS-PZ-VALID EQUAL 'N'
              DISPLAY 'games-night run-control: PRIZE-SPLIT must be '
                 'up to 10 percentages totalling no more than 100, '
                 'entry ignored'
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PZ-TABLE
           MOVE WS-PZ-WORD-COUNT TO WS-PZ-COUNT
           PERFORM VARYING WS-PZ-IND FROM 1 BY 1
              UNTIL WS-PZ-IND > WS-PZ-COUNT
              MOVE WS-PZ-WORD(WS-PZ-IND) TO WS-PZ-ONE-WORD
              MOVE WS-PZ-ONE-PCT TO WS-PZ-PERCENT(WS-PZ-IND)
           END-PERFORM
       .
       LOAD-YACHT-LEADERBOARD.
           OPEN INPUT YACHT-LEADERBOARD-FILE
           IF WS-YACHT-LEADERBOARD-STATUS NOT EQUAL '35'
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'GAMESNIGHT' TO JH-PROGRAM
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
      *// total series points, nights attended, and the best-N sum
      *// the league actually ranks on when BEST-N is set.
       RUN-SEASON-REPORT.
           PERFORM RANK-SEASON-ENTRIES
           OPEN OUTPUT SEASON-REPORT-FILE
           IF WS-BEST-N EQUAL 0
              MOVE 'SEASON SERIES STANDINGS (all nights count)'
           MOVE WS-SE-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// the season order: every player's series nights
      *// scored and ranked on the counted total, best first.
       RANK-SEASON-ENTRIES.
           PERFORM LOAD-SERIES-HISTORY
           PERFORM VARYING WS-SE-IND FROM 1 BY 1
              UNTIL WS-SE-IND > WS-SE-COUNT
              PERFORM SCORE-ONE-SEASON-ENTRY
           END-PERFORM
      *// simple descending bubble sort on the counted total
           MOVE 'Y' TO WS-SE-SWAPPED
           PERFORM UNTIL NOT SE-SWAPPED
              MOVE 'N' TO WS-SE-SWAPPED
              PERFORM VARYING WS-SE-I FROM 1 BY 1
                 UNTIL WS-SE-I > WS-SE-COUNT - 1
                 IF SE-BEST(WS-SE-I) < SE-BEST(WS-SE-I + 1)
                    MOVE WS-SE-ENTRY(WS-SE-I) TO WS-SE-TEMP-ENTRY
                    MOVE WS-SE-ENTRY(WS-SE-I + 1)
                      TO WS-SE-ENTRY(WS-SE-I)
                    MOVE WS-SE-TEMP-ENTRY TO WS-SE-ENTRY(WS-SE-I + 1)
                    MOVE 'Y' TO WS-SE-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       LOAD-SERIES-HISTORY.
           MOVE 0 TO WS-SE-COUNT
           OPEN INPUT SERIES-FILE
              ADD SE-PTS(WS-SE-IND, WS-SE-J) TO SE-BEST(WS-SE-IND)
           END-PERFORM
       .
      *// the treasurer's run: post the fees and payments
      *// due, then print every player's statement and the fund
      *// reconciliation.
       RUN-LEDGER.
           PERFORM POST-LEDGER
           PERFORM WRITE-STATEMENTS
           COMPUTE WS-JH-READ = WS-LG-SERIES-READ + WS-LG-PAYMENTS-READ
           MOVE WS-LE-POSTED TO WS-JH-WRITTEN
           MOVE WS-LG-REFUSED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
      *// bring the ledger up to date. Each night on the
      *// series file charges one entry fee per player, once only,
      *// so the posting can be rerun safely; payments received
      *// are posted against the payer's account.
       POST-LEDGER.
           PERFORM LOAD-LEDGER
           PERFORM OPEN-LEDGER-FOR-POSTING
           PERFORM POST-ENTRY-FEES
           PERFORM POST-PAYMENTS
           CLOSE LEDGER-FILE
       .
       LOAD-LEDGER.
           MOVE 0 TO WS-LE-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-LEDGER
              PERFORM UNTIL END-OF-LEDGER
                 READ LEDGER-FILE
                    AT END MOVE 'Y' TO WS-EOF-LEDGER
                    NOT AT END
                       IF WS-LE-COUNT < 3000
                          ADD 1 TO WS-LE-COUNT
                          MOVE LG-DATE TO LE-DATE(WS-LE-COUNT)
                          MOVE LG-PLAYER TO LE-PLAYER(WS-LE-COUNT)
                          MOVE LG-TYPE TO LE-TYPE(WS-LE-COUNT)
                          MOVE LG-AMOUNT TO LE-AMOUNT(WS-LE-COUNT)
                          MOVE LG-POSITION
                            TO LE-POSITION(WS-LE-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-LE-FULL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           IF LEDGER-FULL
              DISPLAY 'games-night ledger: more than 3000 ledger '
                 'entries, later entries not loaded'
           END-IF
       .
       OPEN-LEDGER-FOR-POSTING.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS EQUAL '35'
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN EXTEND LEDGER-FILE
           END-IF
       .
       POST-ENTRY-FEES.
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-SERIES
              PERFORM UNTIL END-OF-SERIES
                 READ SERIES-FILE
                    AT END MOVE 'Y' TO WS-EOF-SERIES
                    NOT AT END
                       ADD 1 TO WS-LG-SERIES-READ
                       PERFORM POST-ONE-ENTRY-FEE
                 END-READ
              END-PERFORM
              CLOSE SERIES-FILE
           END-IF
       .
       POST-ONE-ENTRY-FEE.
           MOVE 'N' TO WS-LE-FOUND
           PERFORM VARYING WS-LE-IND FROM 1 BY 1
              UNTIL WS-LE-IND > WS-LE-COUNT
              IF LE-TYPE(WS-LE-IND) EQUAL 'F'
              AND LE-DATE(WS-LE-IND) EQUAL SR-DATE
              AND LE-PLAYER(WS-LE-IND) EQUAL SR-PLAYER
                 MOVE 'Y' TO WS-LE-FOUND
                 MOVE WS-LE-COUNT TO WS-LE-IND
              END-IF
           END-PERFORM
           IF WS-LE-FOUND EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-REC
           MOVE SR-DATE TO LG-DATE
           MOVE SR-PLAYER TO LG-PLAYER
           MOVE 'F' TO LG-TYPE
           MOVE WS-ENTRY-FEE TO LG-AMOUNT
           MOVE 0 TO LG-POSITION
           PERFORM WRITE-LEDGER-ENTRY
       .
       POST-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-PAYMENTS
              PERFORM UNTIL END-OF-PAYMENTS
                 READ PAYMENTS-FILE
                    AT END MOVE 'Y' TO WS-EOF-PAYMENTS
                    NOT AT END
                       ADD 1 TO WS-LG-PAYMENTS-READ
                       PERFORM POST-ONE-PAYMENT
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS-FILE
           END-IF
       .
      *// a payment is taken as keyed after the payer's name
      *// is resolved through the registry. The same payer, date
      *// and amount already on the ledger is the same payment fed
      *// in twice and is refused rather than credited again.
       POST-ONE-PAYMENT.
           MOVE PY-PLAYER TO WS-RESOLVE-NAME
           PERFORM RESOLVE-PLAYER-NAME
           IF PY-DATE EQUAL SPACES
              MOVE WS-RUN-DATE TO PY-DATE
           END-IF
           MOVE SPACES TO WS-LG-REASON
           EVALUATE TRUE
              WHEN WS-RESOLVE-NAME EQUAL SPACES
                 MOVE 'no payer named' TO WS-LG-REASON
              WHEN PY-AMOUNT NOT NUMERIC
                 MOVE 'amount not numeric' TO WS-LG-REASON
              WHEN PY-AMOUNT EQUAL 0
                 MOVE 'amount is zero' TO WS-LG-REASON
           END-EVALUATE
           IF WS-LG-REASON EQUAL SPACES
              PERFORM VARYING WS-LE-IND FROM 1 BY 1
                 UNTIL WS-LE-IND > WS-LE-COUNT
                 IF LE-TYPE(WS-LE-IND) EQUAL 'P'
                 AND LE-DATE(WS-LE-IND) EQUAL PY-DATE
                 AND LE-PLAYER(WS-LE-IND) EQUAL WS-RESOLVE-NAME
                 AND LE-AMOUNT(WS-LE-IND) EQUAL PY-AMOUNT
                    MOVE 'already on the ledger' TO WS-LG-REASON
                    MOVE WS-LE-COUNT TO WS-LE-IND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-LG-REASON NOT EQUAL SPACES
              ADD 1 TO WS-LG-REFUSED
              DISPLAY 'games-night ledger: payment from '
                 FUNCTION TRIM(PY-PLAYER) ' on ' PY-DATE
                 ' refused -- ' FUNCTION TRIM(WS-LG-REASON)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-REC
           MOVE PY-DATE TO LG-DATE
           MOVE WS-RESOLVE-NAME TO LG-PLAYER
           MOVE 'P' TO LG-TYPE
           MOVE PY-AMOUNT TO LG-AMOUNT
           MOVE 0 TO LG-POSITION
           PERFORM WRITE-LEDGER-ENTRY
       .
      *// LEDGER-REC is built by the caller; the entry goes
      *// to the file and into the table in store together.
       WRITE-LEDGER-ENTRY.
           IF WS-LE-COUNT NOT < 3000
              DISPLAY 'games-night ledger: ledger table full, '
                 FUNCTION TRIM(LG-PLAYER) ' ' LG-DATE
                 ' not posted'
              EXIT PARAGRAPH
           END-IF
           WRITE LEDGER-REC
           ADD 1 TO WS-LE-COUNT
           MOVE LG-DATE TO LE-DATE(WS-LE-COUNT)
           MOVE LG-PLAYER TO LE-PLAYER(WS-LE-COUNT)
           MOVE LG-TYPE TO LE-TYPE(WS-LE-COUNT)
           MOVE LG-AMOUNT TO LE-AMOUNT(WS-LE-COUNT)
           MOVE LG-POSITION TO LE-POSITION(WS-LE-COUNT)
           ADD 1 TO WS-LE-POSTED
       .
      *// one account per player from the ledger in store,
      *// in name order, with the fund totals alongside.
       BUILD-PLAYER-ACCOUNTS.
           MOVE 0 TO WS-LP-COUNT
           MOVE 0 TO WS-LG-CHARGED
           MOVE 0 TO WS-LG-RECEIVED
           MOVE 0 TO WS-LG-PAID-OUT
           PERFORM VARYING WS-LE-IND FROM 1 BY 1
              UNTIL WS-LE-IND > WS-LE-COUNT
              MOVE LE-PLAYER(WS-LE-IND) TO WS-LP-LOOKUP
              PERFORM FIND-OR-ADD-PLAYER-ACCOUNT
              EVALUATE LE-TYPE(WS-LE-IND)
                 WHEN 'F'
                    ADD LE-AMOUNT(WS-LE-IND) TO WS-LG-CHARGED
                    IF WS-LP-CUR > 0
                       ADD LE-AMOUNT(WS-LE-IND)
                         TO LP-CHARGED(WS-LP-CUR)
                    END-IF
                 WHEN 'P'
                    ADD LE-AMOUNT(WS-LE-IND) TO WS-LG-RECEIVED
                    IF WS-LP-CUR > 0
                       ADD LE-AMOUNT(WS-LE-IND)
                         TO LP-RECEIVED(WS-LP-CUR)
                    END-IF
                 WHEN 'O'
                    ADD LE-AMOUNT(WS-LE-IND) TO WS-LG-PAID-OUT
                    IF WS-LP-CUR > 0
                       ADD LE-AMOUNT(WS-LE-IND)
                         TO LP-PAID-OUT(WS-LP-CUR)
                    END-IF
              END-EVALUATE
           END-PERFORM
      *// simple ascending bubble sort on the player name
           MOVE 'Y' TO WS-LP-SWAPPED
           PERFORM UNTIL NOT LP-SWAPPED
              MOVE 'N' TO WS-LP-SWAPPED
              PERFORM VARYING WS-LP-IND FROM 1 BY 1
                 UNTIL WS-LP-IND > WS-LP-COUNT - 1
                 IF LP-PLAYER(WS-LP-IND) > LP-PLAYER(WS-LP-IND + 1)
                    MOVE WS-LP-ENTRY(WS-LP-IND) TO WS-LP-TEMP-ENTRY
                    MOVE WS-LP-ENTRY(WS-LP-IND + 1)
                      TO WS-LP-ENTRY(WS-LP-IND)
                    MOVE WS-LP-TEMP-ENTRY TO WS-LP-ENTRY(WS-LP-IND + 1)
                    MOVE 'Y' TO WS-LP-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       FIND-OR-ADD-PLAYER-ACCOUNT.
           MOVE 0 TO WS-LP-CUR
           PERFORM VARYING WS-LP-IND FROM 1 BY 1
              UNTIL WS-LP-IND > WS-LP-COUNT
              IF LP-PLAYER(WS-LP-IND) EQUAL WS-LP-LOOKUP
                 MOVE WS-LP-IND TO WS-LP-CUR
                 MOVE WS-LP-COUNT TO WS-LP-IND
              END-IF
           END-PERFORM
           IF WS-LP-CUR EQUAL 0 AND WS-LP-COUNT < 100
              ADD 1 TO WS-LP-COUNT
              MOVE WS-LP-COUNT TO WS-LP-CUR
              INITIALIZE WS-LP-ENTRY(WS-LP-CUR)
              MOVE WS-LP-LOOKUP TO LP-PLAYER(WS-LP-CUR)
           END-IF
       .
      *// what a player still owes in entry fees: charged
      *// less received, negative when the player is in credit.
       COMPUTE-PLAYER-BALANCE.
           MOVE 0 TO WS-LP-BALANCE
           PERFORM VARYING WS-LE-IND FROM 1 BY 1
              UNTIL WS-LE-IND > WS-LE-COUNT
              IF LE-PLAYER(WS-LE-IND) EQUAL WS-LP-LOOKUP
                 EVALUATE LE-TYPE(WS-LE-IND)
                    WHEN 'F'
                       ADD LE-AMOUNT(WS-LE-IND) TO WS-LP-BALANCE
                    WHEN 'P'
                       SUBTRACT LE-AMOUNT(WS-LE-IND)
                         FROM WS-LP-BALANCE
                 END-EVALUATE
              END-IF
           END-PERFORM
       .
       WRITE-STATEMENTS.
           PERFORM BUILD-PLAYER-ACCOUNTS
           OPEN OUTPUT STATEMENT-REPORT-FILE
           MOVE 'GAMES-NIGHT PLAYER STATEMENTS' TO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE SPACES TO STATEMENT-REPORT-REC
           MOVE WS-ENTRY-FEE TO WS-LG-AMOUNT-EDIT
           STRING '(entry fee '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-AMOUNT-EDIT) DELIMITED BY SIZE
                  ' a night; balance is fees still owed, '
                                                DELIMITED BY SIZE
                  'minus when in credit)'       DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           PERFORM VARYING WS-LP-IND FROM 1 BY 1
              UNTIL WS-LP-IND > WS-LP-COUNT
              PERFORM WRITE-ONE-STATEMENT
           END-PERFORM
           PERFORM WRITE-FUND-RECONCILIATION
           CLOSE STATEMENT-REPORT-FILE
       .
      *// every ledger entry for the player in posting order
      *// with the running balance; a prize paid out is listed but
      *// does not settle fees owed.
       WRITE-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING 'STATEMENT: '                 DELIMITED BY SIZE
                  FUNCTION TRIM(LP-PLAYER(WS-LP-IND))
                                                DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE 0 TO WS-LP-BALANCE
           PERFORM VARYING WS-LE-IND FROM 1 BY 1
              UNTIL WS-LE-IND > WS-LE-COUNT
              IF LE-PLAYER(WS-LE-IND) EQUAL LP-PLAYER(WS-LP-IND)
                 EVALUATE LE-TYPE(WS-LE-IND)
                    WHEN 'F'
                       MOVE 'entry fee' TO WS-LG-DESC
                       ADD LE-AMOUNT(WS-LE-IND) TO WS-LP-BALANCE
                    WHEN 'P'
                       MOVE 'payment received' TO WS-LG-DESC
                       SUBTRACT LE-AMOUNT(WS-LE-IND)
                         FROM WS-LP-BALANCE
                    WHEN 'O'
                       MOVE LE-POSITION(WS-LE-IND) TO WS-PZ-POS-EDIT
                       MOVE SPACES TO WS-LG-DESC
                       STRING 'prize, position '  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PZ-POS-EDIT)
                                                  DELIMITED BY SIZE
                              INTO WS-LG-DESC
                 END-EVALUATE
                 MOVE LE-AMOUNT(WS-LE-IND) TO WS-LG-AMOUNT-EDIT
                 MOVE WS-LP-BALANCE TO WS-LG-BALANCE-EDIT
                 MOVE SPACES TO STATEMENT-REPORT-REC
                 STRING '  '                    DELIMITED BY SIZE
                        LE-DATE(WS-LE-IND)      DELIMITED BY SIZE
                        '  '                    DELIMITED BY SIZE
                        WS-LG-DESC              DELIMITED BY SIZE
                        WS-LG-AMOUNT-EDIT       DELIMITED BY SIZE
                        '   balance '           DELIMITED BY SIZE
                        WS-LG-BALANCE-EDIT      DELIMITED BY SIZE
                        INTO STATEMENT-REPORT-REC
                 WRITE STATEMENT-REPORT-REC
              END-IF
           END-PERFORM
           MOVE LP-CHARGED(WS-LP-IND) TO WS-LG-TOTAL-EDIT
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING '  fees charged '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           MOVE LP-RECEIVED(WS-LP-IND) TO WS-LG-TOTAL-EDIT
           MOVE STATEMENT-REPORT-REC TO WS-LG-LINE
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING FUNCTION TRIM(WS-LG-LINE TRAILING)
                                                DELIMITED BY SIZE
                  ', paid '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           MOVE LP-PAID-OUT(WS-LP-IND) TO WS-LG-TOTAL-EDIT
           MOVE STATEMENT-REPORT-REC TO WS-LG-LINE
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING FUNCTION TRIM(WS-LG-LINE TRAILING)
                                                DELIMITED BY SIZE
                  ', prizes '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           MOVE WS-LP-BALANCE TO WS-LG-TOTAL-EDIT
           MOVE STATEMENT-REPORT-REC TO WS-LG-LINE
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING FUNCTION TRIM(WS-LG-LINE TRAILING)
                                                DELIMITED BY SIZE
                  ', balance due '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
       .
      *// the fund in one place: what was charged, what came
      *// in, what is still owed, what went out in prizes and what
      *// the treasurer should be holding.
       WRITE-FUND-RECONCILIATION.
           MOVE SPACES TO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE 'FUND RECONCILIATION' TO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE 'fees charged' TO WS-LG-DESC
           MOVE WS-LG-CHARGED TO WS-LG-TOTAL-EDIT
           PERFORM WRITE-RECONCILIATION-LINE
           MOVE 'fees collected' TO WS-LG-DESC
           MOVE WS-LG-RECEIVED TO WS-LG-TOTAL-EDIT
           PERFORM WRITE-RECONCILIATION-LINE
           MOVE 'fees outstanding' TO WS-LG-DESC
           COMPUTE WS-LG-OWED = WS-LG-CHARGED - WS-LG-RECEIVED
           MOVE WS-LG-OWED TO WS-LG-TOTAL-EDIT
           PERFORM WRITE-RECONCILIATION-LINE
           MOVE 'prizes paid out' TO WS-LG-DESC
           MOVE WS-LG-PAID-OUT TO WS-LG-TOTAL-EDIT
           PERFORM WRITE-RECONCILIATION-LINE
           MOVE 'fund held' TO WS-LG-DESC
           COMPUTE WS-LG-HELD = WS-LG-RECEIVED - WS-LG-PAID-OUT
           MOVE WS-LG-HELD TO WS-LG-TOTAL-EDIT
           PERFORM WRITE-RECONCILIATION-LINE
           IF WS-LG-REFUSED > 0
              MOVE WS-LG-REFUSED TO WS-LG-COUNT-EDIT
              MOVE SPACES TO STATEMENT-REPORT-REC
              STRING '  payments refused this run: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LG-COUNT-EDIT) DELIMITED BY SIZE
                     INTO STATEMENT-REPORT-REC
              WRITE STATEMENT-REPORT-REC
           END-IF
       .
       WRITE-RECONCILIATION-LINE.
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING '  '                          DELIMITED BY SIZE
                  WS-LG-DESC                    DELIMITED BY SIZE
                  WS-LG-TOTAL-EDIT              DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
       .
      *// season close: bring the ledger up to date, rank the
      *// season, and pay the fund collected out by the prize
      *// split. A season is paid out once -- any prize already
      *// on the ledger refuses the close.
       RUN-SEASON-CLOSE.
           PERFORM POST-LEDGER
           MOVE 0 TO WS-PZ-PAID
           MOVE 'N' TO WS-LE-FOUND
           PERFORM VARYING WS-LE-IND FROM 1 BY 1
              UNTIL WS-LE-IND > WS-LE-COUNT
              IF LE-TYPE(WS-LE-IND) EQUAL 'O'
                 MOVE 'Y' TO WS-LE-FOUND
              END-IF
           END-PERFORM
           IF WS-LE-FOUND EQUAL 'Y'
              DISPLAY 'games-night ledger: prizes already paid out '
                 'for this season, close refused'
              ADD 1 TO WS-LG-REFUSED
           ELSE
              PERFORM RANK-SEASON-ENTRIES
              PERFORM OPEN-LEDGER-FOR-POSTING
              PERFORM WRITE-PAYOUT-SCHEDULE
              CLOSE LEDGER-FILE
           END-IF
           PERFORM WRITE-STATEMENTS
           COMPUTE WS-JH-READ = WS-LG-SERIES-READ + WS-LG-PAYMENTS-READ
           MOVE WS-LE-POSTED TO WS-JH-WRITTEN
           MOVE WS-LG-REFUSED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
      *// the fund is what has actually been collected; each
      *// position gets its share rounded down to the penny, and
      *// the odd pennies stay in the fund.
       WRITE-PAYOUT-SCHEDULE.
           MOVE 0 TO WS-PZ-FUND
           PERFORM VARYING WS-LE-IND FROM 1 BY 1
              UNTIL WS-LE-IND > WS-LE-COUNT
              IF LE-TYPE(WS-LE-IND) EQUAL 'P'
                 ADD LE-AMOUNT(WS-LE-IND) TO WS-PZ-FUND
              END-IF
           END-PERFORM
           OPEN OUTPUT PAYOUT-REPORT-FILE
           MOVE 'GAMES-NIGHT SEASON PAYOUT SCHEDULE'
             TO PAYOUT-REPORT-REC
           WRITE PAYOUT-REPORT-REC
           MOVE WS-PZ-FUND TO WS-LG-TOTAL-EDIT
           MOVE SPACES TO PAYOUT-REPORT-REC
           STRING 'prize fund (fees collected) '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-REC
           WRITE PAYOUT-REPORT-REC
           IF WS-PZ-FUND NOT > 0 OR WS-SE-COUNT EQUAL 0
              MOVE 'no prize fund or no season entries, nothing paid'
                TO PAYOUT-REPORT-REC
              WRITE PAYOUT-REPORT-REC
              CLOSE PAYOUT-REPORT-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PZ-IND FROM 1 BY 1
              UNTIL WS-PZ-IND > WS-PZ-COUNT
                 OR WS-PZ-IND > WS-SE-COUNT
              IF WS-PZ-PERCENT(WS-PZ-IND) > 0
                 PERFORM PAY-ONE-POSITION
              END-IF
           END-PERFORM
           MOVE WS-PZ-PAID TO WS-LG-TOTAL-EDIT
           MOVE SPACES TO PAYOUT-REPORT-REC
           STRING 'total paid out '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-REC
           WRITE PAYOUT-REPORT-REC
           COMPUTE WS-LG-HELD = WS-PZ-FUND - WS-PZ-PAID
           MOVE WS-LG-HELD TO WS-LG-TOTAL-EDIT
           MOVE SPACES TO PAYOUT-REPORT-REC
           STRING 'left in the fund '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-REC
           WRITE PAYOUT-REPORT-REC
           CLOSE PAYOUT-REPORT-FILE
       .
      *// WS-PZ-IND is both the finishing position and the
      *// season table row; fees the winner still owes are shown
      *// so the treasurer can settle them from the prize.
       PAY-ONE-POSITION.
           COMPUTE WS-PZ-AMOUNT =
              WS-PZ-FUND * WS-PZ-PERCENT(WS-PZ-IND) / 100
           MOVE SPACES TO LEDGER-REC
           MOVE WS-RUN-DATE TO LG-DATE
           MOVE SE-PLAYER(WS-PZ-IND) TO LG-PLAYER
           MOVE 'O' TO LG-TYPE
           MOVE WS-PZ-AMOUNT TO LG-AMOUNT
           MOVE WS-PZ-IND TO LG-POSITION
           PERFORM WRITE-LEDGER-ENTRY
           ADD WS-PZ-AMOUNT TO WS-PZ-PAID
           MOVE SE-PLAYER(WS-PZ-IND) TO WS-LP-LOOKUP
           PERFORM COMPUTE-PLAYER-BALANCE
           MOVE WS-PZ-IND TO WS-PZ-POS-EDIT
           MOVE WS-PZ-PERCENT(WS-PZ-IND) TO WS-PZ-PCT-EDIT
           MOVE WS-PZ-AMOUNT TO WS-LG-AMOUNT-EDIT
           MOVE WS-LP-BALANCE TO WS-LG-BALANCE-EDIT
           MOVE SPACES TO PAYOUT-REPORT-REC
           STRING FUNCTION TRIM(WS-PZ-POS-EDIT)  DELIMITED BY SIZE
                  '. '                           DELIMITED BY SIZE
                  SE-PLAYER(WS-PZ-IND)           DELIMITED BY SIZE
                  WS-PZ-PCT-EDIT                 DELIMITED BY SIZE
                  '%  '                          DELIMITED BY SIZE
                  WS-LG-AMOUNT-EDIT              DELIMITED BY SIZE
                  '   balance due '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-BALANCE-EDIT)
                                                 DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-REC
           WRITE PAYOUT-REPORT-REC
       .
