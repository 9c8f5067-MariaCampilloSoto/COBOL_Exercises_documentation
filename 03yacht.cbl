      *// sets handicaps from these instead of tabulating by hand.
           SELECT CATEGORY-STATS-FILE ASSIGN TO WS-CATEGORY-STATS-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// post-close score corrections: every finished sheet
      *// is kept with the night it closed, so a committee-approved
      *// correction can recompute it and post only the difference.
           SELECT SHEET-HISTORY-FILE ASSIGN TO WS-SHEET-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SHEET-HISTORY-STATUS.
           SELECT SHEET-HISTORY-BAK-FILE
              ASSIGN TO WS-SHEET-HISTORY-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CORRECTION-FILE ASSIGN TO WS-CORRECTION-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CORRECTION-STATUS.
           SELECT CORRECTION-REPORT-FILE
              ASSIGN TO WS-CORRECTION-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// dice integrity review: the accumulated audit trail
      *// -- archived generations first, then the live log -- read
      *// back per player to compare the dice against fair dice.
           SELECT INTEGRITY-HISTORY-FILE
              ASSIGN TO WS-IG-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-IG-HISTORY-STATUS.
           SELECT INTEGRITY-REPORT-FILE
              ASSIGN TO WS-INTEGRITY-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// points left on the table: each closed game in the
      *// audit trail replayed roll by roll against every category
      *// still open at the time, for coaching.
           SELECT STRATEGY-REPORT-FILE
              ASSIGN TO WS-STRATEGY-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
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
      *// shared player registry: free-typed names resolve
      *// to one canonical spelling before any posting, so "Dave M"
      *// and "DAVE M" stop being two players; names the registry
          01 DISPUTE-PACKET-REC PIC X(80).
       FD CATEGORY-STATS-FILE.
          01 CATEGORY-STATS-REC PIC X(100).
       FD SHEET-HISTORY-FILE.
          01 SHEET-HISTORY-REC.
             02 SH-DATE    PIC X(8).
             02 SH-PLAYER  PIC X(20).
             02 SH-GAME    PIC 99.
             02 SH-SCORES.
                03 SH-SCORE OCCURS 12 PIC 9(3).
             02 SH-BONUS   PIC 9(3).
             02 SH-TOTAL   PIC 9(4).
       FD SHEET-HISTORY-BAK-FILE.
          01 SHEET-HISTORY-BAK-REC PIC X(73).
      *// one committee-approved correction: the sheet is
      *// named by player, game and the night it closed; either the
      *// corrected dice or the corrected points are given.
       FD CORRECTION-FILE.
          01 CORRECTION-REC.
             02 CR-PLAYER   PIC X(20).
             02 CR-GAME     PIC X(2).
             02 CR-DATE     PIC X(8).
             02 CR-CATEGORY PIC X(15).
             02 CR-DICE     PIC X(6).
             02 CR-POINTS   PIC X(3).
             02 CR-REASON   PIC X(30).
             02 CR-APPROVER PIC X(10).
       FD CORRECTION-REPORT-FILE.
          01 CORRECTION-REPORT-REC PIC X(132).
      *// same layout LOG-CATEGORY-RESULT writes.
       FD INTEGRITY-HISTORY-FILE.
          01 INTEGRITY-HISTORY-REC.
             02 IH-PLAYER     PIC X(20).
             02 FILLER        PIC X(3).
             02 IH-CATEGORY   PIC X(15).
             02 FILLER        PIC X(8).
             02 IH-GAME       PIC X(2).
             02 IH-DICE-LABEL PIC X(8).
             02 IH-DICE       PIC X(6).
             02 FILLER        PIC X(11).
             02 FILLER        PIC X.
             02 IH-TAG        PIC X(6).
       FD INTEGRITY-REPORT-FILE.
          01 INTEGRITY-REPORT-REC PIC X(132).
       FD STRATEGY-REPORT-FILE.
          01 STRATEGY-REPORT-REC PIC X(132).
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
       FD REGISTRY-FILE.
          01 REGISTRY-REC.
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
          01 WS-RESULT PIC 99 VALUE 0.
          01 WS-CATEGORY PIC X(15).
            88 MODE-DISPUTE-PACKET   VALUE 'D'.
            88 MODE-BRACKET          VALUE 'K'.
            88 MODE-KEY-VERIFY       VALUE 'V'.
            88 MODE-CORRECTION       VALUE 'C'.
            88 MODE-DICE-INTEGRITY   VALUE 'I'.
            88 MODE-STRATEGY-ANALYSIS VALUE 'A'.
          01 WS-EOF-ROLLS            PIC X VALUE 'N'.
            88 END-OF-ROLLS          VALUE 'Y'.
          01 WS-CURRENT-PLAYER       PIC X(20) VALUE SPACES.
          01 WS-AUDIT-LOG-PATH          PIC X(100)
                                    VALUE 'yacht-audit.log'.
          01 WS-AUDIT-LOG-STATUS        PIC XX.
      *// marks a correcting entry; blank on ordinary lines.
          01 WS-AUDIT-TAG               PIC X(6) VALUE SPACES.
      *// set while a category is only being tried out, not
      *// scored, so the what-if never reaches the audit trail.
          01 WS-AUDIT-SUPPRESS          PIC X VALUE 'N'.
            88 AUDIT-LOG-SUPPRESSED     VALUE 'Y'.
      *// GAME CONFIG (six-dice variant / full-house rule)
          01 WS-GAME-CONFIG-PATH        PIC X(100)
                                    VALUE 'yacht-config.dat'.
            02 WS-BR-WINNER OCCURS 32 PIC X(20).
          01 WS-BR-WCOUNT               PIC 99.
          01 WS-BR-EDIT                 PIC Z9.
      *// POST-CLOSE SCORE CORRECTIONS
          01 WS-SHEET-HISTORY-PATH      PIC X(100)
                                    VALUE 'yacht-sheet-history.dat'.
          01 WS-SHEET-HISTORY-STATUS    PIC XX.
          01 WS-SHEET-HISTORY-BAK-PATH  PIC X(100).
          01 WS-CORRECTION-PATH         PIC X(100)
                                    VALUE 'yacht-corrections.dat'.
          01 WS-CORRECTION-STATUS       PIC XX.
          01 WS-CORRECTION-REPORT-PATH  PIC X(100)
                                    VALUE 'yacht-corrections.rpt'.
          01 WS-EOF-CORRECTIONS         PIC X VALUE 'N'.
            88 END-OF-CORRECTIONS       VALUE 'Y'.
          01 WS-EOF-SHEETS              PIC X VALUE 'N'.
            88 END-OF-SHEETS            VALUE 'Y'.
          01 WS-CORR-REASON             PIC X(40).
          01 WS-CORR-DICE               PIC X(6).
          01 WS-CORR-CAT                PIC 99.
          01 WS-CORR-GAME               PIC 99.
          01 WS-CORR-FOUND              PIC X.
            88 CORRECTED-SHEET-FOUND    VALUE 'Y'.
          01 WS-CORR-SCORES.
            02 WS-CORR-ENTRY OCCURS 12 PIC 9(3).
          01 WS-CORR-OLD-SCORE          PIC 9(3).
          01 WS-CORR-NEW-SCORE          PIC 9(3).
          01 WS-CORR-OLD-TOTAL          PIC 9(4).
          01 WS-CORR-NEW-TOTAL          PIC 9(4).
          01 WS-CORR-NEW-BONUS          PIC 9(3).
      *// only the best game of a night was ever posted, so
      *// the leaderboard moves by the change in that night's best.
          01 WS-CORR-OTHER-BEST         PIC 9(4).
          01 WS-CORR-OLD-BEST           PIC 9(4).
          01 WS-CORR-NEW-BEST           PIC 9(4).
          01 WS-CORR-DIFF               PIC S9(5).
          01 WS-CORR-DIFF-EDIT          PIC -(4)9.
          01 WS-CORR-EDIT-1             PIC Z(3)9.
          01 WS-CORR-EDIT-2             PIC Z(3)9.
          01 WS-CORR-APPLIED            PIC 9(4) VALUE 0.
          01 WS-CORR-REFUSED            PIC 9(4) VALUE 0.
      *// the latest close-out date stamped in the season
      *// archive; a night on or before it belongs to a season that
      *// is already archived.
          01 WS-LAST-CLOSE-DATE         PIC X(8) VALUE SPACES.
          01 WS-CLOSE-DATE-POS          PIC 99.
      *// DICE INTEGRITY REVIEW
          01 WS-INTEGRITY-REPORT-PATH   PIC X(100)
                                    VALUE 'yacht-integrity.rpt'.
          01 WS-IG-HISTORY-PATH         PIC X(100).
          01 WS-IG-HISTORY-STATUS       PIC XX.
      *// archived audit generations named by INTEG-ARC
      *// entries, read ahead of the live AUDIT-LOG.
          01 WS-IG-ARC-TABLE.
            02 WS-IG-ARC-PATH OCCURS 10 PIC X(100).
          01 WS-IG-ARC-COUNT            PIC 99 VALUE 0.
          01 WS-IG-ARC-IND              PIC 99.
      *// a player is referred when the face spread's
      *// chi-square (5 degrees of freedom) or the Yacht or
      *// four-of-a-kind excess z-score passes its threshold, once
      *// enough rolls are on file to judge. The defaults sit near the
      *// one-in-a-thousand level for an honest player.
          01 WS-IG-CHI-LIMIT            PIC 9(3) VALUE 21.
          01 WS-IG-Z-LIMIT              PIC 9 VALUE 3.
          01 WS-IG-MIN-ROLLS            PIC 9(4) VALUE 30.
      *// fair-dice ceilings per scored roll: the chance of a
      *// Yacht or of four-or-more alike when every one of the three
      *// throws chases the largest group -- no honest player can
      *// beat these over time, whatever categories they chase.
          01 WS-IG-FAIR-RATES.
            02 WS-IG-YACHT-RATE-5       PIC V9(5) VALUE .04603.
            02 WS-IG-FOURK-RATE-5       PIC V9(5) VALUE .29079.
            02 WS-IG-YACHT-RATE-6       PIC V9(5) VALUE .02045.
            02 WS-IG-FOURK-RATE-6       PIC V9(5) VALUE .50107.
          01 WS-IG-TABLE.
            02 WS-IG-ENTRY OCCURS 200 TIMES.
               03 IG-PLAYER      PIC X(20).
               03 IG-ROLLS-5     PIC 9(6).
               03 IG-ROLLS-6     PIC 9(6).
               03 IG-DICE        PIC 9(7).
               03 IG-FACE OCCURS 6 PIC 9(7).
               03 IG-YACHTS      PIC 9(5).
               03 IG-FOURKS      PIC 9(5).
               03 IG-VERDICT     PIC X.
          01 WS-IG-COUNT                PIC 9(4) VALUE 0.
          01 WS-IG-IND                  PIC 9(4).
          01 WS-IG-CUR                  PIC 9(4).
          01 WS-IG-FACE-IND             PIC 9.
          01 WS-IG-LINE-FACES.
            02 WS-IG-LINE-FACE OCCURS 6 PIC 9.
          01 WS-IG-LINE-DICE            PIC 9.
          01 WS-IG-LINE-MAX             PIC 9.
          01 WS-IG-LINE-OK              PIC X.
          01 WS-IG-EOF                  PIC X.
            88 END-OF-INTEGRITY-HISTORY VALUE 'Y'.
          01 WS-IG-ROLLS                PIC 9(6).
          01 WS-IG-EXPECTED             PIC 9(6)V9.
          01 WS-IG-CHI                  PIC 9(5)V99.
          01 WS-IG-EXP-YACHT            PIC 9(5)V99.
          01 WS-IG-EXP-FOURK            PIC 9(5)V99.
          01 WS-IG-VAR                  PIC 9(6)V9(4).
          01 WS-IG-Z-YACHT              PIC S9(3)V99.
          01 WS-IG-Z-FOURK              PIC S9(3)V99.
          01 WS-IG-REFERRED             PIC 9(4).
          01 WS-IG-SKIPPED              PIC 9(6).
          01 WS-IG-REGISTERED           PIC X.
          01 WS-IG-ROLLS-EDIT           PIC Z(5)9.
          01 WS-IG-COUNT-EDIT           PIC Z(6)9.
          01 WS-IG-EXP-EDIT             PIC Z(5)9.9.
          01 WS-IG-CHI-EDIT             PIC Z(4)9.99.
          01 WS-IG-Z-EDIT               PIC -(3)9.99.
          01 WS-IG-Z-EDIT-2             PIC -(3)9.99.
          01 WS-IG-FAIR-EDIT            PIC Z(4)9.9.
          01 WS-IG-FAIR-EDIT-2          PIC Z(4)9.9.
          01 WS-IG-FACE-LINE            PIC X(132).
          01 WS-IG-PTR                  PIC 999.
      *// POINTS LEFT ON THE TABLE
          01 WS-STRATEGY-REPORT-PATH    PIC X(100)
                                    VALUE 'yacht-strategy.rpt'.
      *// games still open on the log, each roll kept with
      *// what it scored and the best any open category offered.
          01 WS-SA-TABLE.
            02 WS-SA-ENTRY OCCURS 200 TIMES.
               03 SA-PLAYER      PIC X(20).
               03 SA-GAME        PIC 99.
               03 SA-ACTIVE      PIC X.
               03 SA-ROLLS       PIC 99.
               03 SA-USED.
                  04 SA-USED-FLAG OCCURS 12 PIC X.
               03 SA-ROLL OCCURS 12 TIMES.
                  04 SA-R-CAT      PIC 99.
                  04 SA-R-DICE     PIC X(6).
                  04 SA-R-SCORE    PIC 99.
                  04 SA-R-BEST     PIC 99.
                  04 SA-R-BEST-CAT PIC 99.
          01 WS-SA-COUNT                PIC 9(4) VALUE 0.
          01 WS-SA-IND                  PIC 9(4).
          01 WS-SA-CUR                  PIC 9(4).
          01 WS-SA-ROLL-IND             PIC 99.
          01 WS-SA-TRY-CAT              PIC 99.
          01 WS-SA-CHOSEN-CAT           PIC 99.
          01 WS-SA-CHOSEN-SCORE         PIC 99.
          01 WS-SA-BEST                 PIC 99.
          01 WS-SA-BEST-CAT             PIC 99.
          01 WS-SA-GAME-FORGONE         PIC 9(4).
          01 WS-SA-GAMES-CLOSED         PIC 9(5) VALUE 0.
          01 WS-SA-PLAYERS.
            02 WS-SP-ENTRY OCCURS 200 TIMES.
               03 SP-PLAYER      PIC X(20).
               03 SP-GAMES       PIC 9(4).
               03 SP-ROLLS       PIC 9(5).
               03 SP-SHORT       PIC 9(5).
               03 SP-FORGONE     PIC 9(6).
          01 WS-SP-COUNT                PIC 9(4) VALUE 0.
          01 WS-SP-IND                  PIC 9(4).
          01 WS-SP-CUR                  PIC 9(4).
          01 WS-SA-AVG                  PIC 9(4)V9.
          01 WS-SA-AVG-EDIT             PIC Z(3)9.9.
          01 WS-SA-EDIT-1               PIC Z9.
          01 WS-SA-EDIT-2               PIC Z9.
          01 WS-SA-EDIT-3               PIC Z(5)9.
          01 WS-SA-EDIT-4               PIC Z(5)9.
      *// RUN CONTROL
          01 WS-RUN-CONTROL-PATH        PIC X(100)
                                    VALUE 'yacht-control.dat'.
            02 WS-REG-SEEN OCCURS 100 PIC X(20).
          01 WS-REG-SEEN-COUNT          PIC 999 VALUE 0.
          01 WS-REG-SEEN-IND            PIC 999.
      *// OPERATOR AUTHORITY -- season close-out runs only
      *// for an operator the authorization table allows.
          01 WS-OPERATOR                PIC X(12) VALUE SPACES.
          01 WS-AUTH-PATH               PIC X(100)
                                    VALUE 'operator-auth.dat'.
          01 WS-AUTH-STATUS             PIC XX.
          01 WS-AUTH-ROLE-TABLE.
            02 WS-AUTH-ROLE OCCURS 20 TIMES PIC X(12).
          01 WS-AUTH-ROLE-COUNT         PIC 99 VALUE 0.
          01 WS-AUTH-ROLE-IND           PIC 99.
          01 WS-AUTH-GRANTED            PIC X VALUE 'N'.
          01 WS-AUTH-REFUSED            PIC X VALUE 'N'.
            88 RUN-REFUSED              VALUE 'Y'.
      *// FILE LOCKS
          01 WS-LOCK-PATH               PIC X(100).
          01 WS-LOCK-STATUS             PIC XX.
          01 WS-JH-WRITTEN              PIC 9(6) VALUE 0.
          01 WS-JH-REJECTS              PIC 9(6) VALUE 0.
          01 WS-JH-STATUS-OUT           PIC X(8) VALUE 'COMPLETE'.
          01 WS-JH-START-DATE           PIC X(8) VALUE SPACES.
          01 WS-JH-START-TIME           PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
         YACHT.
            PERFORM LOAD-RUN-CONTROL
            IF RUN-REFUSED
               MOVE 'REFUSED' TO WS-JH-STATUS-OUT
               PERFORM WRITE-JOB-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            EVALUATE TRUE
               WHEN MODE-BATCH-SCORECARD
                  PERFORM RUN-SCORECARD-BATCH
                  PERFORM RUN-BRACKET
               WHEN MODE-KEY-VERIFY
                  PERFORM RUN-KEY-VERIFY
               WHEN MODE-CORRECTION
                  PERFORM RUN-CORRECTION-BATCH
               WHEN MODE-DICE-INTEGRITY
                  PERFORM RUN-DICE-INTEGRITY
               WHEN MODE-STRATEGY-ANALYSIS
                  PERFORM RUN-STRATEGY-ANALYSIS
               WHEN OTHER
                  PERFORM SCORE-ONE-CATEGORY
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
            IF NOT MODE-SEASON-CLOSE
               EXIT PARAGRAPH
            END-IF
            IF WS-OPERATOR EQUAL SPACES
               DISPLAY 'yacht: mode E needs an OPERATOR in the '
                  'run-control file -- run refused'
               MOVE 'Y' TO WS-AUTH-REFUSED
               EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-AUTH-ROLE-COUNT
            MOVE 'N' TO WS-AUTH-GRANTED
            OPEN INPUT AUTH-FILE
            IF WS-AUTH-STATUS NOT EQUAL '00'
               DISPLAY 'yacht: no authorization table '
                  FUNCTION TRIM(WS-AUTH-PATH)
                  ' -- mode E run refused'
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
               DISPLAY 'yacht: operator ' FUNCTION TRIM(WS-OPERATOR)
                  ' is not authorized for mode E -- run refused'
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
            OR AZ-PROGRAM NOT EQUAL 'YACHT'
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
                  IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'E' OR 'D'
                     OR 'K' OR 'V' OR 'C' OR 'I' OR 'A'
                     MOVE RCTL-VALUE(1:1) TO WS-MODE
                  ELSE
                     DISPLAY 'yacht run-control: bad MODE '''
                        RCTL-VALUE(1:1) ''' (valid: S B E D K V C I '
                        'A), entry ignored'
                  END-IF
               WHEN 'ROLL-FILE'
                  MOVE RCTL-VALUE TO WS-ROLL-FILE-PATH
                  MOVE RCTL-VALUE TO WS-BRACKET-PATH
               WHEN 'PAIRINGS'
                  MOVE RCTL-VALUE TO WS-PAIRING-PATH
               WHEN 'SHEET-HIST'
                  MOVE RCTL-VALUE TO WS-SHEET-HISTORY-PATH
               WHEN 'CORRECTIONS'
                  MOVE RCTL-VALUE TO WS-CORRECTION-PATH
               WHEN 'CORR-RPT'
                  MOVE RCTL-VALUE TO WS-CORRECTION-REPORT-PATH
               WHEN 'STRATEGY-RPT'
                  MOVE RCTL-VALUE TO WS-STRATEGY-REPORT-PATH
               WHEN 'INTEG-RPT'
                  MOVE RCTL-VALUE TO WS-INTEGRITY-REPORT-PATH
               WHEN 'INTEG-ARC'
                  IF WS-IG-ARC-COUNT < 10
                     ADD 1 TO WS-IG-ARC-COUNT
                     MOVE RCTL-VALUE TO WS-IG-ARC-PATH(WS-IG-ARC-COUNT)
                  ELSE
                     DISPLAY 'yacht run-control: more than 10 '
                        'INTEG-ARC entries, entry ignored'
                  END-IF
               WHEN 'INTEG-CHI'
                  IF RCTL-VALUE(1:3) IS NUMERIC
                     MOVE RCTL-VALUE(1:3) TO WS-IG-CHI-LIMIT
                  ELSE
                     DISPLAY 'yacht run-control: INTEG-CHI '
                        'not numeric, entry ignored'
                  END-IF
               WHEN 'INTEG-Z'
                  IF RCTL-VALUE(1:1) IS NUMERIC
                     MOVE RCTL-VALUE(1:1) TO WS-IG-Z-LIMIT
                  ELSE
                     DISPLAY 'yacht run-control: INTEG-Z '
                        'not numeric, entry ignored'
                  END-IF
               WHEN 'INTEG-MIN'
                  IF RCTL-VALUE(1:4) IS NUMERIC
                     MOVE RCTL-VALUE(1:4) TO WS-IG-MIN-ROLLS
                  ELSE
                     DISPLAY 'yacht run-control: INTEG-MIN '
                        'not numeric, entry ignored'
                  END-IF
               WHEN 'BRACKET-SIZE'
                  IF RCTL-VALUE(1:2) IS NUMERIC
                     MOVE RCTL-VALUE(1:2) TO WS-BRACKET-SIZE
                     DISPLAY 'yacht run-control: BRACKET-SIZE '
                        'not numeric, entry ignored'
                  END-IF
               WHEN 'OPERATOR'
                  MOVE RCTL-VALUE TO WS-OPERATOR
               WHEN 'AUTH-TABLE'
                  MOVE RCTL-VALUE TO WS-AUTH-PATH
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
               WHEN OTHER
                  MOVE 0 TO WS-RESULT
            END-EVALUATE
            IF NOT AUDIT-LOG-SUPPRESSED
               PERFORM LOG-CATEGORY-RESULT
            END-IF
         .
      *// let a table opt into the six-dice variant and/or
      *// the lenient full-house rule, falling back to the standard
                   ' | score='       DELIMITED BY SIZE
                   WS-RESULT         DELIMITED BY SIZE
                   INTO AUDIT-LOG-REC
            IF WS-AUDIT-TAG NOT EQUAL SPACES
               MOVE WS-AUDIT-TAG TO AUDIT-LOG-REC(75:6)
            END-IF
            WRITE AUDIT-LOG-REC
            CLOSE AUDIT-LOG-FILE
         .
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
         WRITE-JOB-START.
            ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
            ACCEPT WS-JH-START-TIME FROM TIME
            MOVE 'STARTED' TO WS-JH-STATUS-OUT
            PERFORM WRITE-JOB-HISTORY
         .
            MOVE 'YACHT' TO JH-PROGRAM
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
            ADD 1 TO WS-JH-WRITTEN
            PERFORM ACCUMULATE-CATEGORY-STATS
            PERFORM TRACK-BEST-GAME
            PERFORM RECORD-SHEET-HISTORY
         .
      *// keep the finished sheet with the night it closed
      *// so a later correction has the whole card to recompute.
         RECORD-SHEET-HISTORY.
            OPEN EXTEND SHEET-HISTORY-FILE
            IF WS-SHEET-HISTORY-STATUS EQUAL '35'
               OPEN OUTPUT SHEET-HISTORY-FILE
               CLOSE SHEET-HISTORY-FILE
               OPEN EXTEND SHEET-HISTORY-FILE
            END-IF
            MOVE SPACES TO SHEET-HISTORY-REC
            MOVE WS-FEED-RUN-DATE TO SH-DATE
            MOVE WS-CURRENT-PLAYER TO SH-PLAYER
            MOVE WS-CURRENT-GAME TO SH-GAME
            MOVE WS-SCORESHEET TO SH-SCORES
            MOVE WS-UPPER-BONUS TO SH-BONUS
            MOVE WS-GRAND-TOTAL TO SH-TOTAL
            WRITE SHEET-HISTORY-REC
            CLOSE SHEET-HISTORY-FILE
         .
      *// roll this finished scorecard's entries into the
      *// per-category running statistics -- only categories the
               CLOSE SEASON-ARCHIVE-FILE
               OPEN EXTEND SEASON-ARCHIVE-FILE
            END-IF
      *// the header carries the close-out date, which is
      *// what later refuses corrections against this season.
            ACCEPT WS-LAST-CLOSE-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO SEASON-ARCHIVE-REC
            STRING 'SEASON '                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEASON-ID)   DELIMITED BY SIZE
                   ' FINAL STANDINGS (closed '   DELIMITED BY SIZE
                   WS-LAST-CLOSE-DATE            DELIMITED BY SIZE
                   ')'                           DELIMITED BY SIZE
                   INTO SEASON-ARCHIVE-REC
            WRITE SEASON-ARCHIVE-REC
            PERFORM VARYING WS-LB-RANK FROM 1 BY 1
                   INTO VERIFY-REPORT-REC
            WRITE VERIFY-REPORT-REC
         .
      *// post-close corrections: the league committee rules
      *// a closed sheet was keyed wrong, and the approved correction
      *// recomputes that sheet -- upper bonus included -- and posts
      *// only the difference to the leaderboard. The original audit
      *// line stands; the correction is logged beside it.
         RUN-CORRECTION-BATCH.
            PERFORM WRITE-JOB-START
            PERFORM INIT-CATEGORY-NAMES
            IF NOT GAME-CONFIG-LOADED
               PERFORM LOAD-GAME-CONFIG
            END-IF
            PERFORM LOAD-LAST-CLOSE-DATE
            MOVE 0 TO WS-CORR-APPLIED
            MOVE 0 TO WS-CORR-REFUSED
            OPEN OUTPUT CORRECTION-REPORT-FILE
            MOVE 'SCORE CORRECTIONS FOR THE LEAGUE COMMITTEE'
              TO CORRECTION-REPORT-REC
            WRITE CORRECTION-REPORT-REC
            IF WS-LAST-CLOSE-DATE NOT EQUAL SPACES
               MOVE SPACES TO CORRECTION-REPORT-REC
               STRING 'last season closed '      DELIMITED BY SIZE
                      WS-LAST-CLOSE-DATE         DELIMITED BY SIZE
                      ' -- nights on or before it are archived'
                                                 DELIMITED BY SIZE
                      INTO CORRECTION-REPORT-REC
               WRITE CORRECTION-REPORT-REC
            END-IF
            OPEN INPUT CORRECTION-FILE
            IF WS-CORRECTION-STATUS NOT EQUAL '00'
               MOVE 'no correction file on hand -- nothing applied'
                 TO CORRECTION-REPORT-REC
               WRITE CORRECTION-REPORT-REC
            ELSE
               MOVE 'N' TO WS-EOF-CORRECTIONS
               PERFORM UNTIL END-OF-CORRECTIONS
                  READ CORRECTION-FILE
                     AT END MOVE 'Y' TO WS-EOF-CORRECTIONS
                     NOT AT END
                        IF CORRECTION-REC NOT EQUAL SPACES
                           ADD 1 TO WS-JH-READ
                           PERFORM APPLY-ONE-CORRECTION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
            END-IF
            MOVE SPACES TO CORRECTION-REPORT-REC
            MOVE WS-CORR-APPLIED TO WS-CORR-EDIT-1
            MOVE WS-CORR-REFUSED TO WS-CORR-EDIT-2
            STRING 'corrections applied: '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-EDIT-1) DELIMITED BY SIZE
                   '  refused: '                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-EDIT-2) DELIMITED BY SIZE
                   INTO CORRECTION-REPORT-REC
            WRITE CORRECTION-REPORT-REC
            CLOSE CORRECTION-REPORT-FILE
            MOVE WS-CORR-APPLIED TO WS-JH-WRITTEN
            MOVE WS-CORR-REFUSED TO WS-JH-REJECTS
            PERFORM WRITE-JOB-HISTORY
         .
      *// the latest dated close-out in the season archive.
      *// Headers written before the date was stamped carry none and
      *// cannot fence anything off.
         LOAD-LAST-CLOSE-DATE.
            MOVE SPACES TO WS-LAST-CLOSE-DATE
            OPEN INPUT SEASON-ARCHIVE-FILE
            IF WS-SEASON-ARCHIVE-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-SEASON-ARCHIVE-STATUS NOT EQUAL '00'
               READ SEASON-ARCHIVE-FILE
                  AT END MOVE '10' TO WS-SEASON-ARCHIVE-STATUS
                  NOT AT END
                     IF SEASON-ARCHIVE-REC(1:7) EQUAL 'SEASON '
                        MOVE 0 TO WS-CLOSE-DATE-POS
                        INSPECT SEASON-ARCHIVE-REC TALLYING
                           WS-CLOSE-DATE-POS
                           FOR CHARACTERS BEFORE INITIAL '(closed '
                        IF WS-CLOSE-DATE-POS < 64
                        AND SEASON-ARCHIVE-REC(WS-CLOSE-DATE-POS + 9:8)
                            IS NUMERIC
                        AND SEASON-ARCHIVE-REC(WS-CLOSE-DATE-POS + 9:8)
                            > WS-LAST-CLOSE-DATE
                           MOVE SEASON-ARCHIVE-REC
                                   (WS-CLOSE-DATE-POS + 9:8)
                             TO WS-LAST-CLOSE-DATE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SEASON-ARCHIVE-FILE
         .
      *// checks first, then the leaderboard lock; only
      *// once the lock is held is the correcting entry scored and
      *// logged, so a refused correction leaves no audit line.
         APPLY-ONE-CORRECTION.
            MOVE CR-PLAYER TO WS-RESOLVE-NAME
            PERFORM RESOLVE-PLAYER-NAME
            MOVE WS-RESOLVE-NAME TO CR-PLAYER
            PERFORM CHECK-CORRECTION
            IF WS-CORR-REASON EQUAL SPACES
               PERFORM FIND-CORRECTED-SHEET
            END-IF
            IF WS-CORR-REASON EQUAL SPACES
               MOVE WS-LEADERBOARD-PATH TO WS-LOCK-TARGET-PATH
               PERFORM ACQUIRE-FILE-LOCK
               IF NOT FILE-LOCK-TAKEN
                  MOVE 'leaderboard locked by another run'
                    TO WS-CORR-REASON
               END-IF
            END-IF
            IF WS-CORR-REASON NOT EQUAL SPACES
               ADD 1 TO WS-CORR-REFUSED
               PERFORM WRITE-CORRECTION-REFUSAL
               EXIT PARAGRAPH
            END-IF
            PERFORM RECOMPUTE-CORRECTED-SHEET
            PERFORM POST-CORRECTION-DIFFERENCE
            PERFORM RELEASE-FILE-LOCK
            PERFORM REWRITE-SHEET-HISTORY
            PERFORM LOG-CORRECTION-NOTE
            ADD 1 TO WS-CORR-APPLIED
            PERFORM WRITE-CORRECTION-LINE
         .
      *// game, night, category, approver and either dice
      *// or points must all be usable before anything is looked up.
         CHECK-CORRECTION.
            MOVE SPACES TO WS-CORR-REASON
            IF CR-PLAYER EQUAL SPACES
               MOVE 'no player named' TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            IF CR-GAME NOT NUMERIC
               MOVE 'bad game number' TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            MOVE CR-GAME TO WS-CORR-GAME
            IF CR-DATE NOT NUMERIC
               MOVE 'bad date' TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            IF WS-LAST-CLOSE-DATE NOT EQUAL SPACES
            AND CR-DATE NOT > WS-LAST-CLOSE-DATE
               MOVE 'season already closed and archived'
                 TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CORR-CAT
            SET SC-IDX TO 1
            SEARCH SC-NAME
               WHEN SC-NAME(SC-IDX) EQUAL CR-CATEGORY
                  MOVE SC-IDX TO WS-CORR-CAT
            END-SEARCH
            IF WS-CORR-CAT EQUAL 0
               MOVE 'unknown category' TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            IF CR-APPROVER EQUAL SPACES
               MOVE 'no approver recorded' TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
               WHEN CR-DICE NOT EQUAL SPACES
                  PERFORM VARYING WS-VAL-IND FROM 1 BY 1
                     UNTIL WS-VAL-IND > WS-DICE-COUNT
                     MOVE CR-DICE(WS-VAL-IND:1) TO WS-VAL-PIP
                     IF WS-VAL-PIP < '1' OR WS-VAL-PIP > '6'
                        MOVE 'corrected pip out of range 1-6'
                          TO WS-CORR-REASON
                     END-IF
                  END-PERFORM
               WHEN CR-POINTS NOT EQUAL SPACES
                  IF CR-POINTS NOT NUMERIC
                     MOVE 'corrected points not numeric'
                       TO WS-CORR-REASON
                  ELSE
                     IF CR-POINTS > '050'
                        MOVE 'corrected points over 50'
                          TO WS-CORR-REASON
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE 'no corrected dice or points' TO WS-CORR-REASON
            END-EVALUATE
         .
      *// the sheet being corrected, and the best of the
      *// player's other games that night -- together they say what
      *// the leaderboard was given for the night.
         FIND-CORRECTED-SHEET.
            MOVE 'N' TO WS-CORR-FOUND
            MOVE 0 TO WS-CORR-OTHER-BEST
            OPEN INPUT SHEET-HISTORY-FILE
            IF WS-SHEET-HISTORY-STATUS NOT EQUAL '00'
               MOVE 'no sheet history on file' TO WS-CORR-REASON
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SHEETS
            PERFORM UNTIL END-OF-SHEETS
               READ SHEET-HISTORY-FILE
                  AT END MOVE 'Y' TO WS-EOF-SHEETS
                  NOT AT END
                     IF SH-PLAYER EQUAL CR-PLAYER
                     AND SH-DATE EQUAL CR-DATE
                        IF SH-GAME EQUAL WS-CORR-GAME
                           MOVE 'Y' TO WS-CORR-FOUND
                           MOVE SH-SCORES TO WS-CORR-SCORES
                           MOVE SH-TOTAL TO WS-CORR-OLD-TOTAL
                        ELSE
                           IF SH-TOTAL > WS-CORR-OTHER-BEST
                              MOVE SH-TOTAL TO WS-CORR-OTHER-BEST
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SHEET-HISTORY-FILE
            IF NOT CORRECTED-SHEET-FOUND
               MOVE 'no closed sheet for player/game/night'
                 TO WS-CORR-REASON
            END-IF
         .
      *// the correcting entry goes through the ordinary
      *// scoring paragraph so it is scored and audited exactly as a
      *// roll would be, tagged so it reads as a correction.
         RECOMPUTE-CORRECTED-SHEET.
            MOVE WS-CORR-ENTRY(WS-CORR-CAT) TO WS-CORR-OLD-SCORE
            MOVE CR-PLAYER TO WS-CURRENT-PLAYER
            MOVE WS-CORR-GAME TO WS-CURRENT-GAME
            MOVE SC-NAME(WS-CORR-CAT) TO WS-CATEGORY
            MOVE 'CORR' TO WS-AUDIT-TAG
            IF CR-DICE NOT EQUAL SPACES
               MOVE CR-DICE TO WS-CORR-DICE
               INSPECT WS-CORR-DICE REPLACING ALL SPACE BY '0'
               MOVE WS-CORR-DICE TO WS-DICE
               PERFORM SCORE-ONE-CATEGORY
            ELSE
               MOVE 0 TO WS-DICE
               MOVE CR-POINTS TO WS-RESULT
               PERFORM LOG-CATEGORY-RESULT
            END-IF
            MOVE SPACES TO WS-AUDIT-TAG
            MOVE WS-RESULT TO WS-CORR-NEW-SCORE
            MOVE WS-CORR-NEW-SCORE TO WS-CORR-ENTRY(WS-CORR-CAT)
            MOVE 0 TO WS-UPPER-SUBTOTAL
            MOVE 0 TO WS-CORR-NEW-TOTAL
            PERFORM VARYING WS-CAT-IND FROM 1 BY 1
               UNTIL WS-CAT-IND > 12
               ADD WS-CORR-ENTRY(WS-CAT-IND) TO WS-CORR-NEW-TOTAL
               IF WS-CAT-IND NOT > 6
                  ADD WS-CORR-ENTRY(WS-CAT-IND) TO WS-UPPER-SUBTOTAL
               END-IF
            END-PERFORM
            MOVE 0 TO WS-CORR-NEW-BONUS
            IF WS-BONUS-THRESHOLD > 0
            AND WS-UPPER-SUBTOTAL >= WS-BONUS-THRESHOLD
               MOVE WS-BONUS-POINTS TO WS-CORR-NEW-BONUS
               ADD WS-CORR-NEW-BONUS TO WS-CORR-NEW-TOTAL
            END-IF
            MOVE WS-CORR-OTHER-BEST TO WS-CORR-OLD-BEST
            IF WS-CORR-OLD-TOTAL > WS-CORR-OLD-BEST
               MOVE WS-CORR-OLD-TOTAL TO WS-CORR-OLD-BEST
            END-IF
            MOVE WS-CORR-OTHER-BEST TO WS-CORR-NEW-BEST
            IF WS-CORR-NEW-TOTAL > WS-CORR-NEW-BEST
               MOVE WS-CORR-NEW-TOTAL TO WS-CORR-NEW-BEST
            END-IF
            COMPUTE WS-CORR-DIFF = WS-CORR-NEW-BEST - WS-CORR-OLD-BEST
         .
      *// only the difference is posted; the lock is already
      *// held by APPLY-ONE-CORRECTION. A total never goes below zero.
         POST-CORRECTION-DIFFERENCE.
            IF WS-CORR-DIFF EQUAL 0
               EXIT PARAGRAPH
            END-IF
            OPEN I-O LEADERBOARD-FILE
            IF WS-LEADERBOARD-STATUS EQUAL '35'
               CLOSE LEADERBOARD-FILE
               OPEN OUTPUT LEADERBOARD-FILE
               CLOSE LEADERBOARD-FILE
               OPEN I-O LEADERBOARD-FILE
            END-IF
            MOVE CR-PLAYER TO LB-PLAYER-NAME
            READ LEADERBOARD-FILE
               INVALID KEY
                  IF WS-CORR-DIFF > 0
                     MOVE WS-CORR-DIFF TO LB-TOTAL
                     WRITE LEADERBOARD-REC
                  END-IF
               NOT INVALID KEY
                  IF LB-TOTAL + WS-CORR-DIFF < 0
                     MOVE 0 TO LB-TOTAL
                  ELSE
                     COMPUTE LB-TOTAL = LB-TOTAL + WS-CORR-DIFF
                  END-IF
                  REWRITE LEADERBOARD-REC
            END-READ
            CLOSE LEADERBOARD-FILE
         .
      *// the corrected sheet replaces the original in the
      *// history, the prior version kept one generation back.
         REWRITE-SHEET-HISTORY.
            MOVE SPACES TO WS-SHEET-HISTORY-BAK-PATH
            STRING FUNCTION TRIM(WS-SHEET-HISTORY-PATH)
                                             DELIMITED BY SIZE
                   '.bak'                    DELIMITED BY SIZE
                   INTO WS-SHEET-HISTORY-BAK-PATH
            OPEN INPUT SHEET-HISTORY-FILE
            OPEN OUTPUT SHEET-HISTORY-BAK-FILE
            MOVE 'N' TO WS-EOF-SHEETS
            PERFORM UNTIL END-OF-SHEETS
               READ SHEET-HISTORY-FILE
                  AT END MOVE 'Y' TO WS-EOF-SHEETS
                  NOT AT END
                     MOVE SHEET-HISTORY-REC TO SHEET-HISTORY-BAK-REC
                     WRITE SHEET-HISTORY-BAK-REC
               END-READ
            END-PERFORM
            CLOSE SHEET-HISTORY-FILE
            CLOSE SHEET-HISTORY-BAK-FILE
            OPEN INPUT SHEET-HISTORY-BAK-FILE
            OPEN OUTPUT SHEET-HISTORY-FILE
            MOVE 'N' TO WS-EOF-SHEETS
            PERFORM UNTIL END-OF-SHEETS
               READ SHEET-HISTORY-BAK-FILE
                  AT END MOVE 'Y' TO WS-EOF-SHEETS
                  NOT AT END
                     MOVE SHEET-HISTORY-BAK-REC TO SHEET-HISTORY-REC
                     IF SH-PLAYER EQUAL CR-PLAYER
                     AND SH-DATE EQUAL CR-DATE
                     AND SH-GAME EQUAL WS-CORR-GAME
                        MOVE WS-CORR-SCORES TO SH-SCORES
                        MOVE WS-CORR-NEW-BONUS TO SH-BONUS
                        MOVE WS-CORR-NEW-TOTAL TO SH-TOTAL
                     END-IF
                     WRITE SHEET-HISTORY-REC
               END-READ
            END-PERFORM
            CLOSE SHEET-HISTORY-BAK-FILE
            CLOSE SHEET-HISTORY-FILE
         .
      *// second audit line under the player's name: which
      *// night, what the category stood at, who approved it and why
      *// -- the dispute packet picks it up with the rest.
         LOG-CORRECTION-NOTE.
            OPEN EXTEND AUDIT-LOG-FILE
            IF WS-AUDIT-LOG-STATUS EQUAL '35'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF
            MOVE SPACES TO AUDIT-LOG-REC
            STRING CR-PLAYER                     DELIMITED BY SIZE
                   ' | CORR '                    DELIMITED BY SIZE
                   CR-DATE                       DELIMITED BY SIZE
                   ' was='                       DELIMITED BY SIZE
                   WS-CORR-OLD-SCORE             DELIMITED BY SIZE
                   ' by '                        DELIMITED BY SIZE
                   FUNCTION TRIM(CR-APPROVER)    DELIMITED BY SIZE
                   ': '                          DELIMITED BY SIZE
                   FUNCTION TRIM(CR-REASON)      DELIMITED BY SIZE
                   INTO AUDIT-LOG-REC
            WRITE AUDIT-LOG-REC
            CLOSE AUDIT-LOG-FILE
         .
         WRITE-CORRECTION-LINE.
            MOVE SPACES TO CORRECTION-REPORT-REC
            MOVE WS-CORR-GAME TO WS-GAME-EDIT
            MOVE WS-CORR-OLD-TOTAL TO WS-CORR-EDIT-1
            MOVE WS-CORR-NEW-TOTAL TO WS-CORR-EDIT-2
            MOVE WS-CORR-DIFF TO WS-CORR-DIFF-EDIT
            STRING FUNCTION TRIM(CR-PLAYER)      DELIMITED BY SIZE
                   ' game '                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GAME-EDIT)   DELIMITED BY SIZE
                   ' of '                        DELIMITED BY SIZE
                   CR-DATE                       DELIMITED BY SIZE
                   ' | '                         DELIMITED BY SIZE
                   FUNCTION TRIM(CR-CATEGORY)    DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   WS-CORR-OLD-SCORE             DELIMITED BY SIZE
                   ' -> '                        DELIMITED BY SIZE
                   WS-CORR-NEW-SCORE             DELIMITED BY SIZE
                   ' | total '                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-EDIT-1) DELIMITED BY SIZE
                   ' -> '                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-EDIT-2) DELIMITED BY SIZE
                   ' | leaderboard '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-DIFF-EDIT)
                                                 DELIMITED BY SIZE
                   ' | approved by '             DELIMITED BY SIZE
                   FUNCTION TRIM(CR-APPROVER)    DELIMITED BY SIZE
                   ': '                          DELIMITED BY SIZE
                   FUNCTION TRIM(CR-REASON)      DELIMITED BY SIZE
                   INTO CORRECTION-REPORT-REC
            WRITE CORRECTION-REPORT-REC
         .
         WRITE-CORRECTION-REFUSAL.
            MOVE SPACES TO CORRECTION-REPORT-REC
            STRING FUNCTION TRIM(CR-PLAYER)      DELIMITED BY SIZE
                   ' game '                      DELIMITED BY SIZE
                   CR-GAME                       DELIMITED BY SIZE
                   ' of '                        DELIMITED BY SIZE
                   CR-DATE                       DELIMITED BY SIZE
                   ' | '                         DELIMITED BY SIZE
                   FUNCTION TRIM(CR-CATEGORY)    DELIMITED BY SIZE
                   ' -- REFUSED: '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-REASON) DELIMITED BY SIZE
                   INTO CORRECTION-REPORT-REC
            WRITE CORRECTION-REPORT-REC
         .
      *// dice integrity review for the league committee:
      *// every scored roll in the accumulated audit trail is
      *// tallied per registered player, then each player's face
      *// spread and Yacht / four-of-a-kind counts are set against
      *// what fair dice can produce. Players past the thresholds
      *// are listed with the figures that justify house dice.
         RUN-DICE-INTEGRITY.
            PERFORM WRITE-JOB-START
            IF NOT REGISTRY-LOADED
               PERFORM LOAD-PLAYER-REGISTRY
            END-IF
            MOVE 0 TO WS-IG-COUNT
            MOVE 0 TO WS-IG-SKIPPED
            MOVE 0 TO WS-IG-REFERRED
            OPEN OUTPUT INTEGRITY-REPORT-FILE
            MOVE 'DICE INTEGRITY REVIEW - YACHT ROLLS VS FAIR DICE'
              TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE SPACES TO INTEGRITY-REPORT-REC
            MOVE WS-IG-CHI-LIMIT TO WS-IG-ROLLS-EDIT
            MOVE WS-IG-MIN-ROLLS TO WS-IG-COUNT-EDIT
            STRING 'thresholds: chi-square '     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-ROLLS-EDIT)
                                                 DELIMITED BY SIZE
                   ' on 5 df, excess z '         DELIMITED BY SIZE
                   WS-IG-Z-LIMIT                 DELIMITED BY SIZE
                   ', judged from '              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                   ' scored rolls'               DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            PERFORM VARYING WS-IG-ARC-IND FROM 1 BY 1
               UNTIL WS-IG-ARC-IND > WS-IG-ARC-COUNT
               MOVE WS-IG-ARC-PATH(WS-IG-ARC-IND) TO WS-IG-HISTORY-PATH
               PERFORM TALLY-INTEGRITY-HISTORY
            END-PERFORM
            MOVE WS-AUDIT-LOG-PATH TO WS-IG-HISTORY-PATH
            PERFORM TALLY-INTEGRITY-HISTORY
            PERFORM VARYING WS-IG-IND FROM 1 BY 1
               UNTIL WS-IG-IND > WS-IG-COUNT
               PERFORM JUDGE-INTEGRITY-ENTRY
            END-PERFORM
            MOVE SPACES TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE 'REFERRED TO THE COMMITTEE' TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            PERFORM VARYING WS-IG-IND FROM 1 BY 1
               UNTIL WS-IG-IND > WS-IG-COUNT
               IF IG-VERDICT(WS-IG-IND) EQUAL 'R'
                  PERFORM JUDGE-INTEGRITY-ENTRY
                  PERFORM WRITE-INTEGRITY-DETAIL
               END-IF
            END-PERFORM
            IF WS-IG-REFERRED EQUAL 0
               MOVE '  (none)' TO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
            END-IF
            MOVE SPACES TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE 'ALL OTHER PLAYERS' TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            PERFORM VARYING WS-IG-IND FROM 1 BY 1
               UNTIL WS-IG-IND > WS-IG-COUNT
               IF IG-VERDICT(WS-IG-IND) NOT EQUAL 'R'
                  PERFORM JUDGE-INTEGRITY-ENTRY
                  PERFORM WRITE-INTEGRITY-SUMMARY
               END-IF
            END-PERFORM
            MOVE SPACES TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE SPACES TO INTEGRITY-REPORT-REC
            MOVE WS-IG-COUNT TO WS-IG-ROLLS-EDIT
            MOVE WS-IG-SKIPPED TO WS-IG-COUNT-EDIT
            MOVE WS-IG-REFERRED TO WS-CORR-EDIT-1
            STRING 'players reviewed: '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-ROLLS-EDIT)
                                                 DELIMITED BY SIZE
                   '  referred: '                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-EDIT-1) DELIMITED BY SIZE
                   '  lines not counted: '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            CLOSE INTEGRITY-REPORT-FILE
            MOVE WS-IG-COUNT TO WS-JH-WRITTEN
            MOVE WS-IG-REFERRED TO WS-JH-REJECTS
            PERFORM WRITE-JOB-HISTORY
         .
      *// one history source into the per-player tallies.
      *// Only scored-roll lines count: the correction notes, the
      *// committee's correcting entries and points-only lines are
      *// not dice anybody threw.
         TALLY-INTEGRITY-HISTORY.
            OPEN INPUT INTEGRITY-HISTORY-FILE
            MOVE SPACES TO INTEGRITY-REPORT-REC
            IF WS-IG-HISTORY-STATUS NOT EQUAL '00'
               STRING 'history: '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IG-HISTORY-PATH)
                                                 DELIMITED BY SIZE
                      ' -- not on file'          DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
               EXIT PARAGRAPH
            END-IF
            STRING 'history: '                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-HISTORY-PATH)
                                                 DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE 'N' TO WS-IG-EOF
            PERFORM UNTIL END-OF-INTEGRITY-HISTORY
               READ INTEGRITY-HISTORY-FILE
                  AT END MOVE 'Y' TO WS-IG-EOF
                  NOT AT END
                     ADD 1 TO WS-JH-READ
                     PERFORM TALLY-INTEGRITY-LINE
               END-READ
            END-PERFORM
            CLOSE INTEGRITY-HISTORY-FILE
         .
         TALLY-INTEGRITY-LINE.
            IF IH-DICE-LABEL NOT EQUAL ' | dice='
            OR IH-TAG(1:4) EQUAL 'CORR'
            OR IH-PLAYER EQUAL SPACES
               ADD 1 TO WS-IG-SKIPPED
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO WS-IG-LINE-OK
            PERFORM VARYING WS-VAL-IND FROM 1 BY 1
               UNTIL WS-VAL-IND > 5
               IF IH-DICE(WS-VAL-IND:1) < '1'
               OR IH-DICE(WS-VAL-IND:1) > '6'
                  MOVE 'N' TO WS-IG-LINE-OK
               END-IF
            END-PERFORM
            EVALUATE TRUE
               WHEN WS-IG-LINE-OK EQUAL 'N'
                  CONTINUE
               WHEN IH-DICE(6:1) EQUAL '0'
                  MOVE 5 TO WS-IG-LINE-DICE
               WHEN IH-DICE(6:1) >= '1' AND IH-DICE(6:1) <= '6'
                  MOVE 6 TO WS-IG-LINE-DICE
               WHEN OTHER
                  MOVE 'N' TO WS-IG-LINE-OK
            END-EVALUATE
      *// only registered players are judged; with no
      *// registry on hand every name on the log is.
            IF WS-IG-LINE-OK EQUAL 'Y'
            AND WS-REG-COUNT > 0
               MOVE 'N' TO WS-IG-REGISTERED
               PERFORM VARYING WS-REG-IND FROM 1 BY 1
                  UNTIL WS-REG-IND > WS-REG-COUNT
                  IF REG-CANON(WS-REG-IND) EQUAL IH-PLAYER
                     MOVE 'Y' TO WS-IG-REGISTERED
                     MOVE WS-REG-COUNT TO WS-REG-IND
                  END-IF
               END-PERFORM
               IF WS-IG-REGISTERED EQUAL 'N'
                  MOVE 'N' TO WS-IG-LINE-OK
               END-IF
            END-IF
            IF WS-IG-LINE-OK EQUAL 'N'
               ADD 1 TO WS-IG-SKIPPED
               EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-IG-CUR
            PERFORM VARYING WS-IG-IND FROM 1 BY 1
               UNTIL WS-IG-IND > WS-IG-COUNT
               IF IG-PLAYER(WS-IG-IND) EQUAL IH-PLAYER
                  MOVE WS-IG-IND TO WS-IG-CUR
                  MOVE WS-IG-COUNT TO WS-IG-IND
               END-IF
            END-PERFORM
            IF WS-IG-CUR EQUAL 0
               IF WS-IG-COUNT < 200
                  ADD 1 TO WS-IG-COUNT
                  MOVE WS-IG-COUNT TO WS-IG-CUR
                  INITIALIZE WS-IG-ENTRY(WS-IG-CUR)
                  MOVE IH-PLAYER TO IG-PLAYER(WS-IG-CUR)
               ELSE
                  ADD 1 TO WS-IG-SKIPPED
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF WS-IG-LINE-DICE EQUAL 5
               ADD 1 TO IG-ROLLS-5(WS-IG-CUR)
            ELSE
               ADD 1 TO IG-ROLLS-6(WS-IG-CUR)
            END-IF
            MOVE ZEROS TO WS-IG-LINE-FACES
            PERFORM VARYING WS-VAL-IND FROM 1 BY 1
               UNTIL WS-VAL-IND > WS-IG-LINE-DICE
               MOVE IH-DICE(WS-VAL-IND:1) TO WS-IG-FACE-IND
               ADD 1 TO WS-IG-LINE-FACE(WS-IG-FACE-IND)
               ADD 1 TO IG-FACE(WS-IG-CUR, WS-IG-FACE-IND)
               ADD 1 TO IG-DICE(WS-IG-CUR)
            END-PERFORM
            MOVE 0 TO WS-IG-LINE-MAX
            PERFORM VARYING WS-IG-FACE-IND FROM 1 BY 1
               UNTIL WS-IG-FACE-IND > 6
               IF WS-IG-LINE-FACE(WS-IG-FACE-IND) > WS-IG-LINE-MAX
                  MOVE WS-IG-LINE-FACE(WS-IG-FACE-IND)
                    TO WS-IG-LINE-MAX
               END-IF
            END-PERFORM
            IF WS-IG-LINE-MAX EQUAL WS-IG-LINE-DICE
               ADD 1 TO IG-YACHTS(WS-IG-CUR)
            END-IF
            IF WS-IG-LINE-MAX >= 4
               ADD 1 TO IG-FOURKS(WS-IG-CUR)
            END-IF
         .
      *// the figures for one player, and the verdict: R
      *// referred, C clear, F too few rolls yet to judge.
         JUDGE-INTEGRITY-ENTRY.
            COMPUTE WS-IG-ROLLS = IG-ROLLS-5(WS-IG-IND)
                                + IG-ROLLS-6(WS-IG-IND)
            COMPUTE WS-IG-EXPECTED ROUNDED = IG-DICE(WS-IG-IND) / 6
            MOVE 0 TO WS-IG-CHI
            IF IG-DICE(WS-IG-IND) > 0
               PERFORM VARYING WS-IG-FACE-IND FROM 1 BY 1
                  UNTIL WS-IG-FACE-IND > 6
                  COMPUTE WS-IG-CHI ROUNDED = WS-IG-CHI
                     + (IG-FACE(WS-IG-IND, WS-IG-FACE-IND)
                        - IG-DICE(WS-IG-IND) / 6) ** 2
                     / (IG-DICE(WS-IG-IND) / 6)
               END-PERFORM
            END-IF
            COMPUTE WS-IG-EXP-YACHT ROUNDED =
               IG-ROLLS-5(WS-IG-IND) * WS-IG-YACHT-RATE-5
             + IG-ROLLS-6(WS-IG-IND) * WS-IG-YACHT-RATE-6
            COMPUTE WS-IG-VAR ROUNDED =
               IG-ROLLS-5(WS-IG-IND) * WS-IG-YACHT-RATE-5
                  * (1 - WS-IG-YACHT-RATE-5)
             + IG-ROLLS-6(WS-IG-IND) * WS-IG-YACHT-RATE-6
                  * (1 - WS-IG-YACHT-RATE-6)
            MOVE 0 TO WS-IG-Z-YACHT
            IF WS-IG-VAR > 0
               COMPUTE WS-IG-Z-YACHT ROUNDED =
                  (IG-YACHTS(WS-IG-IND) - WS-IG-EXP-YACHT)
                  / FUNCTION SQRT(WS-IG-VAR)
            END-IF
            COMPUTE WS-IG-EXP-FOURK ROUNDED =
               IG-ROLLS-5(WS-IG-IND) * WS-IG-FOURK-RATE-5
             + IG-ROLLS-6(WS-IG-IND) * WS-IG-FOURK-RATE-6
            COMPUTE WS-IG-VAR ROUNDED =
               IG-ROLLS-5(WS-IG-IND) * WS-IG-FOURK-RATE-5
                  * (1 - WS-IG-FOURK-RATE-5)
             + IG-ROLLS-6(WS-IG-IND) * WS-IG-FOURK-RATE-6
                  * (1 - WS-IG-FOURK-RATE-6)
            MOVE 0 TO WS-IG-Z-FOURK
            IF WS-IG-VAR > 0
               COMPUTE WS-IG-Z-FOURK ROUNDED =
                  (IG-FOURKS(WS-IG-IND) - WS-IG-EXP-FOURK)
                  / FUNCTION SQRT(WS-IG-VAR)
            END-IF
            IF IG-VERDICT(WS-IG-IND) NOT EQUAL SPACE
               EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
               WHEN WS-IG-ROLLS < WS-IG-MIN-ROLLS
                  MOVE 'F' TO IG-VERDICT(WS-IG-IND)
               WHEN WS-IG-CHI > WS-IG-CHI-LIMIT
               OR WS-IG-Z-YACHT > WS-IG-Z-LIMIT
               OR WS-IG-Z-FOURK > WS-IG-Z-LIMIT
                  MOVE 'R' TO IG-VERDICT(WS-IG-IND)
                  ADD 1 TO WS-IG-REFERRED
               WHEN OTHER
                  MOVE 'C' TO IG-VERDICT(WS-IG-IND)
            END-EVALUATE
         .
      *// a referred player's full figures: rolls counted,
      *// observed against expected for every face, and the Yacht and
      *// four-of-a-kind counts against their fair-dice ceilings.
         WRITE-INTEGRITY-DETAIL.
            MOVE SPACES TO INTEGRITY-REPORT-REC
            MOVE WS-IG-ROLLS TO WS-IG-ROLLS-EDIT
            MOVE IG-DICE(WS-IG-IND) TO WS-IG-COUNT-EDIT
            STRING '  '                          DELIMITED BY SIZE
                   FUNCTION TRIM(IG-PLAYER(WS-IG-IND))
                                                 DELIMITED BY SIZE
                   ' -- rolls counted '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-ROLLS-EDIT)
                                                 DELIMITED BY SIZE
                   ' ('                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                   ' dice) ** ASK FOR HOUSE DICE **'
                                                 DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE SPACES TO WS-IG-FACE-LINE
            MOVE 1 TO WS-IG-PTR
            STRING '     observed  '             DELIMITED BY SIZE
                   INTO WS-IG-FACE-LINE WITH POINTER WS-IG-PTR
            PERFORM VARYING WS-IG-FACE-IND FROM 1 BY 1
               UNTIL WS-IG-FACE-IND > 6
               MOVE IG-FACE(WS-IG-IND, WS-IG-FACE-IND)
                 TO WS-IG-COUNT-EDIT
               STRING WS-IG-FACE-IND             DELIMITED BY SIZE
                      's='                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IG-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      INTO WS-IG-FACE-LINE WITH POINTER WS-IG-PTR
            END-PERFORM
            MOVE WS-IG-FACE-LINE TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE SPACES TO INTEGRITY-REPORT-REC
            MOVE WS-IG-EXPECTED TO WS-IG-EXP-EDIT
            MOVE WS-IG-CHI TO WS-IG-CHI-EDIT
            STRING '     expected  '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-EXP-EDIT) DELIMITED BY SIZE
                   ' of each face -- chi-square '
                                                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-CHI-EDIT) DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
            MOVE SPACES TO INTEGRITY-REPORT-REC
            MOVE IG-YACHTS(WS-IG-IND) TO WS-IG-ROLLS-EDIT
            MOVE IG-FOURKS(WS-IG-IND) TO WS-IG-COUNT-EDIT
            MOVE WS-IG-EXP-YACHT TO WS-IG-FAIR-EDIT
            MOVE WS-IG-EXP-FOURK TO WS-IG-FAIR-EDIT-2
            MOVE WS-IG-Z-YACHT TO WS-IG-Z-EDIT
            MOVE WS-IG-Z-FOURK TO WS-IG-Z-EDIT-2
            STRING '     yachts '                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-ROLLS-EDIT)
                                                 DELIMITED BY SIZE
                   ' (fair ceiling '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-FAIR-EDIT)
                                                 DELIMITED BY SIZE
                   ', z '                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-Z-EDIT)   DELIMITED BY SIZE
                   ')  four-of-a-kind '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                   ' (fair ceiling '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-FAIR-EDIT-2)
                                                 DELIMITED BY SIZE
                   ', z '                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-Z-EDIT-2) DELIMITED BY SIZE
                   ')'                           DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
         .
         WRITE-INTEGRITY-SUMMARY.
            MOVE SPACES TO INTEGRITY-REPORT-REC
            MOVE WS-IG-ROLLS TO WS-IG-ROLLS-EDIT
            MOVE WS-IG-CHI TO WS-IG-CHI-EDIT
            MOVE WS-IG-Z-YACHT TO WS-IG-Z-EDIT
            MOVE WS-IG-Z-FOURK TO WS-IG-Z-EDIT-2
            STRING '  '                          DELIMITED BY SIZE
                   FUNCTION TRIM(IG-PLAYER(WS-IG-IND))
                                                 DELIMITED BY SIZE
                   ' -- rolls '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-ROLLS-EDIT)
                                                 DELIMITED BY SIZE
                   ', chi-square '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-CHI-EDIT) DELIMITED BY SIZE
                   ', yacht z '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-Z-EDIT)   DELIMITED BY SIZE
                   ', four-of-a-kind z '         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IG-Z-EDIT-2) DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-REC
            MOVE SPACES TO WS-IG-FACE-LINE
            IF IG-VERDICT(WS-IG-IND) EQUAL 'F'
               STRING FUNCTION TRIM(INTEGRITY-REPORT-REC TRAILING)
                                                 DELIMITED BY SIZE
                      ' -- too few rolls to judge'
                                                 DELIMITED BY SIZE
                      INTO WS-IG-FACE-LINE
            ELSE
               STRING FUNCTION TRIM(INTEGRITY-REPORT-REC TRAILING)
                                                 DELIMITED BY SIZE
                      ' -- within fair range'    DELIMITED BY SIZE
                      INTO WS-IG-FACE-LINE
            END-IF
            MOVE WS-IG-FACE-LINE TO INTEGRITY-REPORT-REC
            WRITE INTEGRITY-REPORT-REC
         .
      *// points left on the table: the audit trail is
      *// replayed game by game. Every roll is tried against each
      *// category still open on that sheet -- through the same
      *// scoring paragraph, with the audit write held off -- and
      *// the category chosen is set against the best on offer.
      *// A game counts once all twelve categories are on the log.
         RUN-STRATEGY-ANALYSIS.
            PERFORM WRITE-JOB-START
            PERFORM INIT-CATEGORY-NAMES
            IF NOT GAME-CONFIG-LOADED
               PERFORM LOAD-GAME-CONFIG
            END-IF
            MOVE 0 TO WS-SA-COUNT
            MOVE 0 TO WS-SP-COUNT
            MOVE 0 TO WS-SA-GAMES-CLOSED
            MOVE 'Y' TO WS-AUDIT-SUPPRESS
            OPEN OUTPUT STRATEGY-REPORT-FILE
            MOVE 'POINTS LEFT ON THE TABLE - CATEGORY CHOICES REVIEWED'
              TO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
            MOVE SPACES TO STRATEGY-REPORT-REC
            STRING 'closed games replayed from '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-LOG-PATH)
                                                 DELIMITED BY SIZE
                   INTO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
            MOVE WS-AUDIT-LOG-PATH TO WS-IG-HISTORY-PATH
            OPEN INPUT INTEGRITY-HISTORY-FILE
            IF WS-IG-HISTORY-STATUS EQUAL '00'
               MOVE 'N' TO WS-IG-EOF
               PERFORM UNTIL END-OF-INTEGRITY-HISTORY
                  READ INTEGRITY-HISTORY-FILE
                     AT END MOVE 'Y' TO WS-IG-EOF
                     NOT AT END
                        ADD 1 TO WS-JH-READ
                        PERFORM REPLAY-STRATEGY-ROLL
                  END-READ
               END-PERFORM
               CLOSE INTEGRITY-HISTORY-FILE
            ELSE
               MOVE '(no audit trail on file)' TO STRATEGY-REPORT-REC
               WRITE STRATEGY-REPORT-REC
            END-IF
            MOVE 'N' TO WS-AUDIT-SUPPRESS
            PERFORM WRITE-STRATEGY-SEASON-TOTALS
            CLOSE STRATEGY-REPORT-FILE
            MOVE WS-SA-GAMES-CLOSED TO WS-JH-WRITTEN
            PERFORM WRITE-JOB-HISTORY
         .
      *// only rolls somebody actually threw and scored --
      *// correction entries and notes are skipped, as is a line
      *// whose category or dice cannot be read back.
         REPLAY-STRATEGY-ROLL.
            IF IH-DICE-LABEL NOT EQUAL ' | dice='
            OR IH-TAG(1:4) EQUAL 'CORR'
            OR IH-PLAYER EQUAL SPACES
            OR IH-GAME NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-SA-CHOSEN-CAT
            SET SC-IDX TO 1
            SEARCH SC-NAME
               WHEN SC-NAME(SC-IDX) EQUAL IH-CATEGORY
                  MOVE SC-IDX TO WS-SA-CHOSEN-CAT
            END-SEARCH
            IF WS-SA-CHOSEN-CAT EQUAL 0
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO WS-IG-LINE-OK
            PERFORM VARYING WS-VAL-IND FROM 1 BY 1
               UNTIL WS-VAL-IND > 5
               IF IH-DICE(WS-VAL-IND:1) < '1'
               OR IH-DICE(WS-VAL-IND:1) > '6'
                  MOVE 'N' TO WS-IG-LINE-OK
               END-IF
            END-PERFORM
            IF WS-IG-LINE-OK EQUAL 'N'
               EXIT PARAGRAPH
            END-IF
            IF IH-DICE(6:1) EQUAL '0'
               MOVE 5 TO WS-DICE-COUNT
            ELSE
               MOVE 6 TO WS-DICE-COUNT
            END-IF
            PERFORM FIND-STRATEGY-GAME
            IF WS-SA-CUR EQUAL 0
               EXIT PARAGRAPH
            END-IF
            MOVE IH-DICE TO WS-DICE
            MOVE 0 TO WS-SA-BEST
            MOVE WS-SA-CHOSEN-CAT TO WS-SA-BEST-CAT
            PERFORM VARYING WS-SA-TRY-CAT FROM 1 BY 1
               UNTIL WS-SA-TRY-CAT > 12
               IF SA-USED-FLAG(WS-SA-CUR, WS-SA-TRY-CAT) NOT EQUAL 'Y'
                  MOVE SC-NAME(WS-SA-TRY-CAT) TO WS-CATEGORY
                  PERFORM SCORE-ONE-CATEGORY
                  IF WS-SA-TRY-CAT EQUAL WS-SA-CHOSEN-CAT
                     MOVE WS-RESULT TO WS-SA-CHOSEN-SCORE
                  END-IF
                  IF WS-RESULT > WS-SA-BEST
                     MOVE WS-RESULT TO WS-SA-BEST
                     MOVE WS-SA-TRY-CAT TO WS-SA-BEST-CAT
                  END-IF
               END-IF
            END-PERFORM
            ADD 1 TO SA-ROLLS(WS-SA-CUR)
            MOVE SA-ROLLS(WS-SA-CUR) TO WS-SA-ROLL-IND
            MOVE WS-SA-CHOSEN-CAT TO SA-R-CAT(WS-SA-CUR, WS-SA-ROLL-IND)
            MOVE IH-DICE TO SA-R-DICE(WS-SA-CUR, WS-SA-ROLL-IND)
            MOVE WS-SA-CHOSEN-SCORE
              TO SA-R-SCORE(WS-SA-CUR, WS-SA-ROLL-IND)
            MOVE WS-SA-BEST TO SA-R-BEST(WS-SA-CUR, WS-SA-ROLL-IND)
            MOVE WS-SA-BEST-CAT
              TO SA-R-BEST-CAT(WS-SA-CUR, WS-SA-ROLL-IND)
            MOVE 'Y' TO SA-USED-FLAG(WS-SA-CUR, WS-SA-CHOSEN-CAT)
            IF SA-ROLLS(WS-SA-CUR) EQUAL 12
               PERFORM WRITE-STRATEGY-GAME
               MOVE 'N' TO SA-ACTIVE(WS-SA-CUR)
            END-IF
         .
      *// the open game this roll belongs to. A category
      *// already used means the old sheet never closed on the log
      *// (forfeited or re-keyed) -- it is dropped and a new one
      *// started in its place.
         FIND-STRATEGY-GAME.
            MOVE 0 TO WS-SA-CUR
            PERFORM VARYING WS-SA-IND FROM 1 BY 1
               UNTIL WS-SA-IND > WS-SA-COUNT
               IF SA-ACTIVE(WS-SA-IND) EQUAL 'Y'
               AND SA-PLAYER(WS-SA-IND) EQUAL IH-PLAYER
               AND SA-GAME(WS-SA-IND) EQUAL IH-GAME
                  MOVE WS-SA-IND TO WS-SA-CUR
                  MOVE WS-SA-COUNT TO WS-SA-IND
               END-IF
            END-PERFORM
            IF WS-SA-CUR NOT EQUAL 0
               IF SA-USED-FLAG(WS-SA-CUR, WS-SA-CHOSEN-CAT) EQUAL 'Y'
                  MOVE 'N' TO SA-ACTIVE(WS-SA-CUR)
               ELSE
                  EXIT PARAGRAPH
               END-IF
            END-IF
            MOVE 0 TO WS-SA-CUR
            PERFORM VARYING WS-SA-IND FROM 1 BY 1
               UNTIL WS-SA-IND > WS-SA-COUNT
               IF SA-ACTIVE(WS-SA-IND) NOT EQUAL 'Y'
                  MOVE WS-SA-IND TO WS-SA-CUR
                  MOVE WS-SA-COUNT TO WS-SA-IND
               END-IF
            END-PERFORM
            IF WS-SA-CUR EQUAL 0
               IF WS-SA-COUNT < 200
                  ADD 1 TO WS-SA-COUNT
                  MOVE WS-SA-COUNT TO WS-SA-CUR
               ELSE
                  EXIT PARAGRAPH
               END-IF
            END-IF
            INITIALIZE WS-SA-ENTRY(WS-SA-CUR)
            MOVE IH-PLAYER TO SA-PLAYER(WS-SA-CUR)
            MOVE IH-GAME TO SA-GAME(WS-SA-CUR)
            MOVE SPACES TO SA-USED(WS-SA-CUR)
            MOVE 'Y' TO SA-ACTIVE(WS-SA-CUR)
         .
      *// one closed game: every roll where the choice fell
      *// short of the best open category, and the game's total.
         WRITE-STRATEGY-GAME.
            ADD 1 TO WS-SA-GAMES-CLOSED
            MOVE 0 TO WS-SP-CUR
            PERFORM VARYING WS-SP-IND FROM 1 BY 1
               UNTIL WS-SP-IND > WS-SP-COUNT
               IF SP-PLAYER(WS-SP-IND) EQUAL SA-PLAYER(WS-SA-CUR)
                  MOVE WS-SP-IND TO WS-SP-CUR
                  MOVE WS-SP-COUNT TO WS-SP-IND
               END-IF
            END-PERFORM
            IF WS-SP-CUR EQUAL 0 AND WS-SP-COUNT < 200
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-CUR
               INITIALIZE WS-SP-ENTRY(WS-SP-CUR)
               MOVE SA-PLAYER(WS-SA-CUR) TO SP-PLAYER(WS-SP-CUR)
            END-IF
            MOVE SPACES TO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
            MOVE SA-GAME(WS-SA-CUR) TO WS-GAME-EDIT
            STRING FUNCTION TRIM(SA-PLAYER(WS-SA-CUR))
                                                 DELIMITED BY SIZE
                   ' - GAME '                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GAME-EDIT)   DELIMITED BY SIZE
                   INTO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
            MOVE 0 TO WS-SA-GAME-FORGONE
            PERFORM VARYING WS-SA-ROLL-IND FROM 1 BY 1
               UNTIL WS-SA-ROLL-IND > 12
               IF WS-SP-CUR NOT EQUAL 0
                  ADD 1 TO SP-ROLLS(WS-SP-CUR)
               END-IF
               IF SA-R-BEST(WS-SA-CUR, WS-SA-ROLL-IND)
                  > SA-R-SCORE(WS-SA-CUR, WS-SA-ROLL-IND)
                  COMPUTE WS-SA-BEST =
                     SA-R-BEST(WS-SA-CUR, WS-SA-ROLL-IND)
                   - SA-R-SCORE(WS-SA-CUR, WS-SA-ROLL-IND)
                  ADD WS-SA-BEST TO WS-SA-GAME-FORGONE
                  IF WS-SP-CUR NOT EQUAL 0
                     ADD 1 TO SP-SHORT(WS-SP-CUR)
                     ADD WS-SA-BEST TO SP-FORGONE(WS-SP-CUR)
                  END-IF
                  PERFORM WRITE-STRATEGY-SHORTFALL
               END-IF
            END-PERFORM
            IF WS-SP-CUR NOT EQUAL 0
               ADD 1 TO SP-GAMES(WS-SP-CUR)
            END-IF
            MOVE SPACES TO STRATEGY-REPORT-REC
            MOVE WS-SA-GAME-FORGONE TO WS-SA-EDIT-3
            STRING '  points left on the table this game: '
                                                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SA-EDIT-3)   DELIMITED BY SIZE
                   INTO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
         .
         WRITE-STRATEGY-SHORTFALL.
            MOVE SPACES TO STRATEGY-REPORT-REC
            MOVE SA-R-SCORE(WS-SA-CUR, WS-SA-ROLL-IND) TO WS-SA-EDIT-1
            MOVE SA-R-BEST(WS-SA-CUR, WS-SA-ROLL-IND) TO WS-SA-EDIT-2
            MOVE WS-SA-BEST TO WS-SA-EDIT-3
            MOVE SA-R-CAT(WS-SA-CUR, WS-SA-ROLL-IND) TO WS-SA-TRY-CAT
            MOVE SA-R-BEST-CAT(WS-SA-CUR, WS-SA-ROLL-IND)
              TO WS-SA-BEST-CAT
            STRING '  dice '                     DELIMITED BY SIZE
                   SA-R-DICE(WS-SA-CUR, WS-SA-ROLL-IND)
                                                 DELIMITED BY SIZE
                   ': chose '                    DELIMITED BY SIZE
                   FUNCTION TRIM(SC-NAME(WS-SA-TRY-CAT))
                                                 DELIMITED BY SIZE
                   ' for '                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SA-EDIT-1)   DELIMITED BY SIZE
                   ', best open was '            DELIMITED BY SIZE
                   FUNCTION TRIM(SC-NAME(WS-SA-BEST-CAT))
                                                 DELIMITED BY SIZE
                   ' for '                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SA-EDIT-2)   DELIMITED BY SIZE
                   ' -- short by '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SA-EDIT-3)   DELIMITED BY SIZE
                   INTO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
         .
      *// the season to date per player: games, rolls that
      *// fell short, and the total points forgone.
         WRITE-STRATEGY-SEASON-TOTALS.
            MOVE SPACES TO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
            MOVE 'SEASON TOTALS BY PLAYER' TO STRATEGY-REPORT-REC
            WRITE STRATEGY-REPORT-REC
            IF WS-SP-COUNT EQUAL 0
               MOVE '  (no closed games on the log)'
                 TO STRATEGY-REPORT-REC
               WRITE STRATEGY-REPORT-REC
            END-IF
            PERFORM VARYING WS-SP-IND FROM 1 BY 1
               UNTIL WS-SP-IND > WS-SP-COUNT
               MOVE SPACES TO STRATEGY-REPORT-REC
               MOVE SP-GAMES(WS-SP-IND) TO WS-SA-EDIT-3
               MOVE SP-SHORT(WS-SP-IND) TO WS-SA-EDIT-4
               MOVE SP-FORGONE(WS-SP-IND) TO WS-IG-ROLLS-EDIT
               COMPUTE WS-SA-AVG ROUNDED =
                  SP-FORGONE(WS-SP-IND) / SP-GAMES(WS-SP-IND)
               MOVE WS-SA-AVG TO WS-SA-AVG-EDIT
               STRING '  '                       DELIMITED BY SIZE
                      SP-PLAYER(WS-SP-IND)       DELIMITED BY SIZE
                      ' games '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SA-EDIT-3)
                                                 DELIMITED BY SIZE
                      ', short choices '         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SA-EDIT-4)
                                                 DELIMITED BY SIZE
                      ', points forgone '        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IG-ROLLS-EDIT)
                                                 DELIMITED BY SIZE
                      ' (avg '                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SA-AVG-EDIT)
                                                 DELIMITED BY SIZE
                      ' a game)'                 DELIMITED BY SIZE
                      INTO STRATEGY-REPORT-REC
               WRITE STRATEGY-REPORT-REC
            END-PERFORM
         .
